       identification division.
       program-id. MAIL-EXTRACT.
       author. Alan Thomas.
       date-compiled. 05/18/2016.
      *THE TWO MAILINGS WE ACTUALLY SEND - STATEMENT-SEASON NOTICES
      *TO PURCHASERS AND BENEFITS LETTERS TO EMPLOYEES - WERE BEING
      *RETYPED INTO A FLIPPER NAME FILE FROM NAMES WE ALREADY HAVE.
      *THIS PROGRAM BUILDS THAT NAME FILE (P08NAMES.DAT, THE SAME
      *P08_NAME_FILE KEY FLIPPER READS) STRAIGHT FROM ONE OF THE
      *MASTERS, IN FLIPPER'S NAME-FILE-RECORD LAYOUT, SO IT FEEDS
      *FLIPPER'S BATCH RUN WITH NO EDITING:
      *  P)URCHASER - ACTIVE PURCHASERS FROM P05MAST.DAT (STATUS I
      *     IS INACTIVE), OPTIONALLY ONLY THOSE STILL OWING - THE
      *     OPEN BALANCE IS WORKED THE WAY PURCHASER-MAINT WORKS
      *     IT: INVOICES, HOUSE CHARGES AND FINANCE CHARGES LESS
      *     PAYMENTS AND BAD-DEBT WRITE-OFFS.
      *  E)MPLOYEE - EMPLOYEES WITH NO TERMINATION DATE FROM
      *     P09D01.DAT, OPTIONALLY ONE CAMPUS AND/OR ONE DEPARTMENT.
      *     THE EMPLOYEE MASTER CARRIES NO ADDRESS, SO THE ADDRESS
      *     COLUMNS GO OUT BLANK (FLIPPER TAKES A BLANK ADDRESS AS
      *     A LEGACY RECORD WITHOUT COMPLAINT) AND THE LETTERS GO
      *     THROUGH INTEROFFICE MAIL.
      *EITHER MASTER HOLDS THE NAME AS ONE FIELD. IT IS SPLIT INTO
      *FIRST / MIDDLE / LAST / SUFFIX, READ AS "LAST, FIRST MIDDLE"
      *WHEN IT HAS A COMMA AND "FIRST MIDDLE LAST" WHEN IT DOES NOT,
      *WITH A TRAILING JR/SR/II/III/IV/V TAKEN AS THE SUFFIX. A NAME
      *THAT WILL NOT SPLIT CLEANLY - ONE WORD, TOO MANY WORDS, A
      *SPACE INSIDE THE LAST NAME, A PART TOO LONG FOR ITS COLUMN,
      *OR CHARACTERS FLIPPER WILL NOT ACCEPT - IS LEFT OUT OF THE
      *NAME FILE AND LISTED ON P08EXTR.RPT WITH THE REASON, TO BE
      *FIXED ON THE MASTER.
      *input files P05MAST.DAT, P05D.dat, P05HOUSE.DAT, P05FIN.DAT,
      *  P05PAY.DAT, P05WOFF.DAT, P09D01.DAT
      *output files P08NAMES.DAT, P08EXTR.RPT
      *printer ouput None
      *
      *MODS:
      *05/18/2016 - AT - first version.
      *06/01/2016 - AT - the invoice, feed and write-off records grew
      *  to 48 columns and the payment record to 36 (the invoice
      *  number); the FDs are widened to match.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MASTFILE ASSIGN TO DYNAMIC MASTFILE-NAME
               organization is line sequential
               file status is MASTFILE-STATUS.

               SELECT THEIRFILE ASSIGN TO DYNAMIC THEIRFILE-NAME
               organization is line sequential
               file status is THEIRFILE-STATUS.

               SELECT HOUSEFEED ASSIGN TO DYNAMIC HOUSEFEED-NAME
               organization is line sequential
               file status is HOUSEFEED-STATUS.

               SELECT FINFEED ASSIGN TO DYNAMIC FINFEED-NAME
               organization is line sequential
               file status is FINFEED-STATUS.

               SELECT PAYFILE ASSIGN TO DYNAMIC PAYFILE-NAME
               organization is line sequential
               file status is PAYFILE-STATUS.

               SELECT WOFFFILE ASSIGN TO DYNAMIC WOFFFILE-NAME
               organization is line sequential
               file status is WOFFFILE-STATUS.

               SELECT EMPFILE ASSIGN TO DYNAMIC EMPFILE-NAME
               organization is line sequential
               file status is EMPFILE-STATUS.

               SELECT NAME-FILE ASSIGN TO DYNAMIC NAME-FILE-NAME
               organization is line sequential.

               SELECT EXCEPT-FILE ASSIGN TO DYNAMIC EXCEPT-FILE-NAME
               organization is line sequential.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----THE PURCHASER MASTER, SAME LAYOUT PURCHASER-MAINT KEEPS--
           FD MASTFILE.
           01 MASTFILE-PICS.
               05 MF-NUMBER              PIC X(5).
               05 MF-NAME                PIC X(20).
               05 MF-STREET              PIC X(25).
               05 MF-CITY                PIC X(15).
               05 MF-STATE               PIC X(2).
               05 MF-ZIP                 PIC X(5).
               05 MF-TERMS               PIC X(3).
               05 MF-CREDIT-LIMIT        PIC X(7).
               05 MF-STATUS              PIC X.
               05 MF-FIN-EXEMPT          PIC X.

      *----THE INVOICES AND THE HOUSE-CHARGE AND FINANCE-CHARGE
      *----FEEDS (SAME LAYOUT) - READ ONLY FOR WHAT IS STILL OWED--
           FD THEIRFILE.
           01 THEIRFILE-PICS.
             05 EMP-PURCHASER-NUMBER       PIC x(5).
             05 EMP-PURCHASER-NAME         PIC x(20).
             05 EMP-PRICE                  pic 9(7).
             05 EMP-INVOICE-DATE           PIC 9(8).
             05 EMP-INVOICE-NUMBER         PIC X(8).

           FD HOUSEFEED.
           01 HOUSEFEED-PICS.
             05 HF-PURCHASER-NUMBER        PIC X(5).
             05 HF-PURCHASER-NAME          PIC X(20).
             05 HF-PRICE                   PIC 9(7).
             05 HF-INVOICE-DATE            PIC 9(8).
             05 HF-INVOICE-NUMBER          PIC X(8).

           FD FINFEED.
           01 FINFEED-PICS.
             05 FF-PURCHASER-NUMBER        PIC X(5).
             05 FF-PURCHASER-NAME          PIC X(20).
             05 FF-PRICE                   PIC 9(7).
             05 FF-INVOICE-DATE            PIC 9(8).
             05 FF-INVOICE-NUMBER          PIC X(8).

           FD PAYFILE.
           01 PAYFILE-PICS.
               05 PF-PURCHASER           PIC X(5).
               05 PF-INVOICE-DATE        PIC 9(8).
               05 PF-AMOUNT              PIC 9(7).
               05 PF-PAYMENT-DATE        PIC 9(8).
               05 PF-INVOICE-NUMBER      PIC X(8).

           FD WOFFFILE.
           01 WOFFFILE-PICS.
               05 WO-TYPE                PIC X.
               05 WO-PURCHASER           PIC X(5).
               05 WO-INVOICE-DATE        PIC 9(8).
               05 WO-BRANCH              PIC X(3).
               05 WO-AMOUNT              PIC 9(7).
               05 FILLER                 PIC X(16).
               05 WO-INVOICE-NUMBER      PIC X(8).

      *----THE EMPLOYEE MASTER, SAME LAYOUT THE P09 PROGRAMS READ--
           FD EMPFILE.
           01 FILE1-PICS.
             05 EMPLOYEE-SSN PIC 9(9).
             05 EMPLOYEE-NAME PIC X(20).
             05 EMPLOYEE-SALARY PIC 9(6).
             05 EMPLOYEE-CAMPUS PIC 9.
             05 EMPLOYEE-DEPARTMENT PIC 99.
             05 EMPLOYEE-POSITION PIC 999.
             05 EMPLOYEE-HIRE-DATE PIC 9(8).
             05 EMPLOYEE-TERM-DATE PIC 9(8).
             05 EMPLOYEE-SUPERVISOR PIC 9(9).

      *----FLIPPER'S BATCH INPUT RECORD, COLUMN FOR COLUMN----
           FD NAME-FILE.
           01 NAME-FILE-RECORD.
               05 NR-FIRST-NAME   PIC X(10).
               05 NR-MIDDLE-NAME  PIC X(10).
               05 NR-LAST-NAME    PIC X(15).
               05 NR-SUFFIX       PIC X(5).
               05 NR-STREET       PIC X(25).
               05 NR-CITY         PIC X(15).
               05 NR-STATE        PIC X(2).
               05 NR-ZIP          PIC X(5).
               05 NR-TITLE        PIC X(4).

           FD EXCEPT-FILE.
           01 EXCEPT-RECORD       PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       WORKING-STORAGE SECTION.

       01 MASTFILE-STATUS   PIC X(2) VALUE SPACES.
       01 THEIRFILE-STATUS  PIC X(2) VALUE SPACES.
       01 HOUSEFEED-STATUS  PIC X(2) VALUE SPACES.
       01 FINFEED-STATUS    PIC X(2) VALUE SPACES.
       01 PAYFILE-STATUS    PIC X(2) VALUE SPACES.
       01 WOFFFILE-STATUS   PIC X(2) VALUE SPACES.
       01 EMPFILE-STATUS    PIC X(2) VALUE SPACES.

      *----SAME DEFAULTS AND THE SAME KEYS THE OWNING PROGRAMS USE,
      *----SO THE EXTRACT READS THE FILES THEY MAINTAIN AND WRITES
      *----THE FILE FLIPPER READS----
       01 FILE-NAME-FIELDS.
           05 MASTFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05MAST.DAT".
           05 THEIRFILE-NAME    PIC X(80)
               VALUE "E:\programming\P05D.dat".
           05 HOUSEFEED-NAME    PIC X(80)
               VALUE "E:\programming\P05HOUSE.DAT".
           05 FINFEED-NAME      PIC X(80)
               VALUE "E:\programming\P05FIN.DAT".
           05 PAYFILE-NAME      PIC X(80)
               VALUE "E:\programming\P05PAY.DAT".
           05 WOFFFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05WOFF.DAT".
           05 EMPFILE-NAME      PIC X(80)
               VALUE "C:\COBOL\P09D01.DAT".
           05 NAME-FILE-NAME    PIC X(80) VALUE "P08NAMES.DAT".
           05 EXCEPT-FILE-NAME  PIC X(80) VALUE "P08EXTR.RPT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE)----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

      *----WHICH MASTER, AND HOW IT IS NARROWED----
       01 EXTRACT-MODE      PIC X VALUE SPACE.
           88 PURCHASER-EXTRACT VALUE "P" "p".
           88 EMPLOYEE-EXTRACT  VALUE "E" "e".
       01 OPEN-ONLY-SWITCH  PIC X VALUE "N".
           88 OPEN-BALANCE-ONLY VALUE "Y" "y".
       01 CAMPUS-FILTER     PIC X    VALUE SPACE.
       01 DEPT-FILTER       PIC X(2) VALUE SPACES.
       01 EMPLOYEE-CAMPUS-X PIC X    VALUE SPACE.
       01 EMPLOYEE-DEPT-X   PIC X(2) VALUE SPACES.

       01 SWITCH PIC X VALUE "N".
           88 ENDOFFILE    VALUE "Y".
       01 SCAN-EOF-SWITCH   PIC X VALUE "N".
       01 TABLE-FULL-WARNED-SW PIC X VALUE "N".

       01 EXTRACT-COUNTS.
           05 RECORDS-READ      PIC 9(5) VALUE ZERO.
           05 RECORDS-SKIPPED   PIC 9(5) VALUE ZERO.
           05 NAMES-EXTRACTED   PIC 9(5) VALUE ZERO.
           05 NAMES-EXCEPTED    PIC 9(5) VALUE ZERO.

      *----ACTIVE PURCHASERS WITH WHAT EACH STILL OWES ALONGSIDE,
      *----THE SAME 500 ENTRIES THE P05 PROGRAMS LOAD----
       01 PURCH-COUNT       PIC 9(3) VALUE ZERO.
       01 PURCH-TABLE.
           05 PURCH-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON PURCH-COUNT
                  INDEXED BY PU-IX.
              10 PU-NUMBER       PIC X(5).
              10 PU-NAME         PIC X(20).
              10 PU-STREET       PIC X(25).
              10 PU-CITY         PIC X(15).
              10 PU-STATE        PIC X(2).
              10 PU-ZIP          PIC X(5).
              10 PU-BALANCE      PIC S9(9).
       01 LOOKUP-NUMBER     PIC X(5)  VALUE SPACES.
       01 POST-AMOUNT       PIC S9(9) VALUE ZERO.

      *----THE NAME SPLIT: THE MASTER'S ONE NAME FIELD IN, FLIPPER'S
      *----NAME COLUMNS OUT, OR A REASON IT WOULD NOT SPLIT----
       01 SPLIT-FIELDS.
           05 SPLIT-SOURCE-KEY  PIC X(11) VALUE SPACES.
           05 SPLIT-NAME-IN     PIC X(20) VALUE SPACES.
           05 SPLIT-FIRST       PIC X(20) VALUE SPACES.
           05 SPLIT-MIDDLE      PIC X(20) VALUE SPACES.
           05 SPLIT-LAST        PIC X(20) VALUE SPACES.
           05 SPLIT-SUFFIX      PIC X(20) VALUE SPACES.
           05 SPLIT-REASON      PIC X(30) VALUE SPACES.
           05 LAST-PART         PIC X(20) VALUE SPACES.
           05 GIVEN-PART        PIC X(20) VALUE SPACES.
           05 COMMA-COUNT       PIC 9(2)  VALUE ZERO.
       01 NAME-SPLIT-OK-SW      PIC X     VALUE "N".
           88 NAME-SPLIT-OK         VALUE "Y".

      *----ONE NAME BROKEN AT ITS SPACES, UP TO SIX WORDS----
       01 WORD-SOURCE       PIC X(20) VALUE SPACES.
       01 WORD-COUNT        PIC 9(2)  VALUE ZERO.
       01 WORD-OVERFLOW-SW  PIC X     VALUE "N".
           88 TOO-MANY-WORDS    VALUE "Y".
       01 WORD-TABLE.
           05 WORD-ENTRY OCCURS 6 TIMES PIC X(20).

      *----THE GENERATIONAL SUFFIXES FLIPPER CARRIES IN ITS SUFFIX
      *----COLUMN----
       01 SUFFIX-LIST-DEFS.
           05 FILLER PIC X(12) VALUE "JR  SR  II  ".
           05 FILLER PIC X(12) VALUE "III IV  V   ".
       01 SUFFIX-LIST-TABLE REDEFINES SUFFIX-LIST-DEFS.
           05 SUFFIX-ENTRY OCCURS 6 TIMES INDEXED BY SF-IX
               PIC X(4).
       01 SUFFIX-CANDIDATE  PIC X(20) VALUE SPACES.
       01 SUFFIX-FOUND-SW   PIC X     VALUE "N".
           88 SUFFIX-FOUND      VALUE "Y".

      *----NAME-CHARACTER CHECK, THE SAME RULE FLIPPER APPLIES:
      *----LETTERS, SPACES, APOSTROPHES, AND HYPHENS----
       01 NAME-CHECK-FIELDS.
           05 NAME-WORK-FIELD   PIC X(20) VALUE SPACES.
           05 NC-IX             PIC 9(2)  VALUE ZERO.
           05 NAME-OK-SWITCH    PIC X     VALUE "N".
               88 NAME-CHARS-OK     VALUE "Y".

       01 EXCEPT-HEAD-LINE.
           05 FILLER            PIC X(13) VALUE "SOURCE KEY".
           05 FILLER            PIC X(22) VALUE "NAME ON MASTER".
           05 FILLER            PIC X(30) VALUE
               "WHY IT WAS NOT EXTRACTED".
       01 EXCEPT-LINE-OUT.
           05 EXL-SOURCE-KEY    PIC X(11).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EXL-NAME          PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EXL-REASON        PIC X(30).


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

       PROCEDURE DIVISION.
       000-MAIN.
           INITIALIZE EXTRACT-COUNTS.
           MOVE ZERO TO PURCH-COUNT.
           MOVE "N" TO TABLE-FULL-WARNED-SW.
           DISPLAY "--------------------------------------------".
           DISPLAY "  MAILING LIST EXTRACT FOR FLIPPER".
           DISPLAY "--------------------------------------------".
           PERFORM 005-READ-PARM-FILE.
           PERFORM 100-GET-OPTIONS.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           IF PURCHASER-EXTRACT
               PERFORM 200-EXTRACT-PURCHASERS
           ELSE
               PERFORM 300-EXTRACT-EMPLOYEES
           END-IF.
           IF RSA-COMPLETION-STATUS = "NORMAL"
               DISPLAY RECORDS-READ " READ, " RECORDS-SKIPPED
                   " NOT SELECTED, " NAMES-EXTRACTED
                   " WRITTEN TO " FUNCTION TRIM (NAME-FILE-NAME)
               IF NAMES-EXCEPTED > ZERO
                   DISPLAY "*" NAMES-EXCEPTED " NAME(S) WOULD NOT"
                       " SPLIT - SEE " FUNCTION TRIM (EXCEPT-FILE-NAME)
                       "*"
               END-IF
           END-IF.
           MOVE NAMES-EXCEPTED TO RSA-EXCEPTION-COUNT.
           GOBACK.


      *----READ THE CENTRAL PARAMETER FILE AND APPLY EVERY KEYWORD
      *----THIS PROGRAM RECOGNIZES, SHOWING EACH VALUE AS IT LANDS--
       005-READ-PARM-FILE.
           MOVE SPACES TO PARM-ENV-OVERRIDE.
           ACCEPT PARM-ENV-OVERRIDE FROM ENVIRONMENT "PARM_FILE".
           IF PARM-ENV-OVERRIDE NOT = SPACES
               MOVE PARM-ENV-OVERRIDE TO PARM-FILE-NAME
           END-IF.
           MOVE "N" TO PARM-EOF-SWITCH.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = "35"
               PERFORM 006-READ-PARM-RCD
               PERFORM 007-APPLY-ONE-PARM
                   UNTIL PARM-EOF-SWITCH = "Y"
               CLOSE PARM-FILE
           END-IF.

       006-READ-PARM-RCD.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO PARM-EOF-SWITCH
           END-READ.

       007-APPLY-ONE-PARM.
           MOVE SPACES TO PARM-KEY.
           MOVE SPACES TO PARM-VALUE.
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO PARM-KEY PARM-VALUE.
           EVALUATE PARM-KEY
               WHEN "P05_MASTER_FILE"
                   MOVE PARM-VALUE TO MASTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_INPUT_FILE"
                   MOVE PARM-VALUE TO THEIRFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_HOUSE_FEED_FILE"
                   MOVE PARM-VALUE TO HOUSEFEED-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_FINANCE_FEED_FILE"
                   MOVE PARM-VALUE TO FINFEED-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_PAYMENT_FILE"
                   MOVE PARM-VALUE TO PAYFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_WRITEOFF_FILE"
                   MOVE PARM-VALUE TO WOFFFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_EMPLOYEE_FILE"
                   MOVE PARM-VALUE TO EMPFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_NAME_FILE"
                   MOVE PARM-VALUE TO NAME-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_EXTRACT_EXCEPT_FILE"
                   MOVE PARM-VALUE TO EXCEPT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----WHICH MASTER, THEN THAT MASTER'S FILTERS. A BLANK FILTER
      *----TAKES EVERYONE----
       100-GET-OPTIONS.
           MOVE SPACE TO EXTRACT-MODE.
           PERFORM 105-ASK-EXTRACT-MODE
               UNTIL PURCHASER-EXTRACT OR EMPLOYEE-EXTRACT.
           IF PURCHASER-EXTRACT
               MOVE "N" TO OPEN-ONLY-SWITCH
               DISPLAY "ONLY PURCHASERS WITH AN OPEN BALANCE (Y/N)? "
               ACCEPT OPEN-ONLY-SWITCH
           ELSE
               MOVE SPACE TO CAMPUS-FILTER
               MOVE SPACES TO DEPT-FILTER
               DISPLAY "CAMPUS CODE (BLANK FOR ALL CAMPUSES): "
               ACCEPT CAMPUS-FILTER
               DISPLAY "DEPARTMENT CODE (BLANK FOR ALL): "
               ACCEPT DEPT-FILTER
               IF DEPT-FILTER (2:1) = SPACE
                      AND DEPT-FILTER (1:1) NOT = SPACE
                   MOVE DEPT-FILTER (1:1) TO DEPT-FILTER (2:1)
                   MOVE "0" TO DEPT-FILTER (1:1)
               END-IF
           END-IF.

       105-ASK-EXTRACT-MODE.
           DISPLAY "EXTRACT FROM P)URCHASER MASTER OR E)MPLOYEE"
               " MASTER? ".
           ACCEPT EXTRACT-MODE.
           IF NOT PURCHASER-EXTRACT AND NOT EMPLOYEE-EXTRACT
               DISPLAY "*INVALID CHOICE - PLEASE TRY AGAIN*"
           END-IF.

      *----PURCHASERS: LOAD THE ACTIVE ONES, POST WHAT THEY OWE
      *----WHEN ONLY OPEN BALANCES ARE WANTED, THEN WRITE THEM----
       200-EXTRACT-PURCHASERS.
           MOVE "N" TO SWITCH.
           OPEN INPUT MASTFILE.
           IF MASTFILE-STATUS = "35"
               DISPLAY "*NO PURCHASER MASTER FOUND - NOTHING"
                   " EXTRACTED*"
               MOVE "NOINPUT" TO RSA-COMPLETION-STATUS
           ELSE
               PERFORM 210-READ-MASTER-RCD
               PERFORM 215-STORE-MASTER-RCD
                   UNTIL ENDOFFILE
               CLOSE MASTFILE
               IF OPEN-BALANCE-ONLY
                   PERFORM 220-POST-OPEN-BALANCES
               END-IF
               PERFORM 500-OPEN-OUTPUT-FILES
               PERFORM 240-EXTRACT-ONE-PURCHASER
                   VARYING PU-IX FROM 1 BY 1
                   UNTIL PU-IX > PURCH-COUNT
               PERFORM 590-CLOSE-OUTPUT-FILES
           END-IF.

       210-READ-MASTER-RCD.
           READ MASTFILE
               AT END
                   MOVE "Y" TO SWITCH
           END-READ.

       215-STORE-MASTER-RCD.
           ADD 1 TO RECORDS-READ.
           IF MF-STATUS = "I"
               ADD 1 TO RECORDS-SKIPPED
           ELSE
               IF PURCH-COUNT < 500
                   ADD 1 TO PURCH-COUNT
                   MOVE MF-NUMBER TO PU-NUMBER (PURCH-COUNT)
                   MOVE MF-NAME   TO PU-NAME (PURCH-COUNT)
                   MOVE MF-STREET TO PU-STREET (PURCH-COUNT)
                   MOVE MF-CITY   TO PU-CITY (PURCH-COUNT)
                   MOVE MF-STATE  TO PU-STATE (PURCH-COUNT)
                   MOVE MF-ZIP    TO PU-ZIP (PURCH-COUNT)
                   MOVE ZERO      TO PU-BALANCE (PURCH-COUNT)
               ELSE
                   ADD 1 TO RECORDS-SKIPPED
                   IF TABLE-FULL-WARNED-SW NOT = "Y"
                       DISPLAY "*PURCHASER TABLE FULL - LATER"
                           " PURCHASERS NOT EXTRACTED*"
                       MOVE "Y" TO TABLE-FULL-WARNED-SW
                   END-IF
               END-IF
           END-IF.
           PERFORM 210-READ-MASTER-RCD.

      *----INVOICES, HOUSE CHARGES AND FINANCE CHARGES LESS PAYMENTS
      *----AND BAD-DEBT WRITE-OFFS, ONE PASS OVER EACH FILE. HDR/TRL
      *----ENVELOPE RECORDS ARE NOT INVOICES; A FILE THAT IS NOT
      *----THERE ADDS NOTHING----
       220-POST-OPEN-BALANCES.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT THEIRFILE.
           IF THEIRFILE-STATUS NOT = "35"
               PERFORM 221-READ-INVOICE-RCD
               PERFORM 222-POST-INVOICE-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE THEIRFILE
           END-IF.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT HOUSEFEED.
           IF HOUSEFEED-STATUS NOT = "35"
               PERFORM 223-READ-HOUSEFEED-RCD
               PERFORM 224-POST-HOUSEFEED-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE HOUSEFEED
           END-IF.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT FINFEED.
           IF FINFEED-STATUS NOT = "35"
               PERFORM 225-READ-FINFEED-RCD
               PERFORM 226-POST-FINFEED-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE FINFEED
           END-IF.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT PAYFILE.
           IF PAYFILE-STATUS NOT = "35"
               PERFORM 227-READ-PAYMENT-RCD
               PERFORM 228-POST-PAYMENT-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE PAYFILE
           END-IF.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT WOFFFILE.
           IF WOFFFILE-STATUS NOT = "35"
               PERFORM 229-READ-WRITE-OFF-RCD
               PERFORM 230-POST-WRITE-OFF-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE WOFFFILE
           END-IF.

       221-READ-INVOICE-RCD.
           READ THEIRFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       222-POST-INVOICE-RCD.
           IF THEIRFILE-PICS (1:3) NOT = "HDR"
                  AND THEIRFILE-PICS (1:3) NOT = "TRL"
                  AND EMP-PRICE IS NUMERIC
               MOVE EMP-PURCHASER-NUMBER TO LOOKUP-NUMBER
               MOVE EMP-PRICE TO POST-AMOUNT
               PERFORM 235-POST-TO-PURCHASER
           END-IF.
           PERFORM 221-READ-INVOICE-RCD.

       223-READ-HOUSEFEED-RCD.
           READ HOUSEFEED
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       224-POST-HOUSEFEED-RCD.
           IF HF-PRICE IS NUMERIC
               MOVE HF-PURCHASER-NUMBER TO LOOKUP-NUMBER
               MOVE HF-PRICE TO POST-AMOUNT
               PERFORM 235-POST-TO-PURCHASER
           END-IF.
           PERFORM 223-READ-HOUSEFEED-RCD.

       225-READ-FINFEED-RCD.
           READ FINFEED
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       226-POST-FINFEED-RCD.
           IF FF-PRICE IS NUMERIC
               MOVE FF-PURCHASER-NUMBER TO LOOKUP-NUMBER
               MOVE FF-PRICE TO POST-AMOUNT
               PERFORM 235-POST-TO-PURCHASER
           END-IF.
           PERFORM 225-READ-FINFEED-RCD.

       227-READ-PAYMENT-RCD.
           READ PAYFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       228-POST-PAYMENT-RCD.
           IF PF-AMOUNT IS NUMERIC
               MOVE PF-PURCHASER TO LOOKUP-NUMBER
               COMPUTE POST-AMOUNT = ZERO - PF-AMOUNT
               PERFORM 235-POST-TO-PURCHASER
           END-IF.
           PERFORM 227-READ-PAYMENT-RCD.

       229-READ-WRITE-OFF-RCD.
           READ WOFFFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

      *----A WRITE-OFF TOOK EXACTLY WHAT WAS OPEN OFF THE BOOKS. A
      *----RECOVERY IS CASH ON A CLOSED INVOICE AND OWES NOTHING----
       230-POST-WRITE-OFF-RCD.
           IF WO-TYPE = "W" AND WO-AMOUNT IS NUMERIC
               MOVE WO-PURCHASER TO LOOKUP-NUMBER
               COMPUTE POST-AMOUNT = ZERO - WO-AMOUNT
               PERFORM 235-POST-TO-PURCHASER
           END-IF.
           PERFORM 229-READ-WRITE-OFF-RCD.

      *----AN AMOUNT FOR A PURCHASER NOT IN THE TABLE (INACTIVE, OR
      *----NOT ON THE MASTER) HAS NOBODY TO MAIL AND IS PASSED BY--
       235-POST-TO-PURCHASER.
           SET PU-IX TO 1.
           SEARCH PURCH-ENTRY
               AT END
                   CONTINUE
               WHEN PU-NUMBER (PU-IX) = LOOKUP-NUMBER
                   ADD POST-AMOUNT TO PU-BALANCE (PU-IX)
           END-SEARCH.

       240-EXTRACT-ONE-PURCHASER.
           IF OPEN-BALANCE-ONLY AND PU-BALANCE (PU-IX) NOT > ZERO
               ADD 1 TO RECORDS-SKIPPED
           ELSE
               MOVE PU-NUMBER (PU-IX) TO SPLIT-SOURCE-KEY
               MOVE PU-NAME (PU-IX) TO SPLIT-NAME-IN
               PERFORM 400-SPLIT-NAME
               IF NAME-SPLIT-OK
                   MOVE SPACES TO NAME-FILE-RECORD
                   PERFORM 520-MOVE-SPLIT-NAME
                   MOVE PU-STREET (PU-IX) TO NR-STREET
                   MOVE PU-CITY (PU-IX)   TO NR-CITY
                   MOVE PU-STATE (PU-IX)  TO NR-STATE
                   MOVE PU-ZIP (PU-IX)    TO NR-ZIP
                   WRITE NAME-FILE-RECORD
                   ADD 1 TO NAMES-EXTRACTED
               ELSE
                   PERFORM 530-WRITE-EXCEPTION
               END-IF
           END-IF.

      *----EMPLOYEES: EVERYONE NOT TERMINATED, NARROWED BY CAMPUS
      *----AND DEPARTMENT WHEN ONE WAS ASKED FOR----
       300-EXTRACT-EMPLOYEES.
           MOVE "N" TO SWITCH.
           OPEN INPUT EMPFILE.
           IF EMPFILE-STATUS = "35"
               DISPLAY "*NO EMPLOYEE MASTER FOUND - NOTHING"
                   " EXTRACTED*"
               MOVE "NOINPUT" TO RSA-COMPLETION-STATUS
           ELSE
               PERFORM 500-OPEN-OUTPUT-FILES
               PERFORM 310-READ-EMPLOYEE-RCD
               PERFORM 320-EXTRACT-ONE-EMPLOYEE
                   UNTIL ENDOFFILE
               CLOSE EMPFILE
               PERFORM 590-CLOSE-OUTPUT-FILES
           END-IF.

       310-READ-EMPLOYEE-RCD.
           READ EMPFILE
               AT END
                   MOVE "Y" TO SWITCH
           END-READ.

       320-EXTRACT-ONE-EMPLOYEE.
           ADD 1 TO RECORDS-READ.
           MOVE EMPLOYEE-CAMPUS TO EMPLOYEE-CAMPUS-X.
           MOVE EMPLOYEE-DEPARTMENT TO EMPLOYEE-DEPT-X.
           IF EMPLOYEE-TERM-DATE IS NUMERIC
                  AND EMPLOYEE-TERM-DATE > ZERO
               ADD 1 TO RECORDS-SKIPPED
           ELSE IF CAMPUS-FILTER NOT = SPACE
                  AND CAMPUS-FILTER NOT = EMPLOYEE-CAMPUS-X
               ADD 1 TO RECORDS-SKIPPED
           ELSE IF DEPT-FILTER NOT = SPACES
                  AND DEPT-FILTER NOT = EMPLOYEE-DEPT-X
               ADD 1 TO RECORDS-SKIPPED
           ELSE
               MOVE EMPLOYEE-SSN TO SPLIT-SOURCE-KEY
               MOVE EMPLOYEE-NAME TO SPLIT-NAME-IN
               PERFORM 400-SPLIT-NAME
               IF NAME-SPLIT-OK
                   MOVE SPACES TO NAME-FILE-RECORD
                   PERFORM 520-MOVE-SPLIT-NAME
                   WRITE NAME-FILE-RECORD
                   ADD 1 TO NAMES-EXTRACTED
               ELSE
                   PERFORM 530-WRITE-EXCEPTION
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 310-READ-EMPLOYEE-RCD.

      *----SPLIT ONE MASTER NAME INTO FLIPPER'S COLUMNS. "LAST,
      *----FIRST MIDDLE" WHEN THERE IS A COMMA, "FIRST MIDDLE LAST"
      *----WHEN THERE IS NOT; A TRAILING SUFFIX COMES OFF FIRST.
      *----SPLIT-REASON STAYS BLANK ONLY IF EVERY PART IS CLEAN----
       400-SPLIT-NAME.
           MOVE SPACES TO SPLIT-FIRST.
           MOVE SPACES TO SPLIT-MIDDLE.
           MOVE SPACES TO SPLIT-LAST.
           MOVE SPACES TO SPLIT-SUFFIX.
           MOVE SPACES TO SPLIT-REASON.
           MOVE "N" TO NAME-SPLIT-OK-SW.
           MOVE ZERO TO COMMA-COUNT.
           INSPECT SPLIT-NAME-IN TALLYING COMMA-COUNT FOR ALL ",".
           IF SPLIT-NAME-IN = SPACES
               MOVE "NAME IS BLANK" TO SPLIT-REASON
           ELSE IF COMMA-COUNT > 1
               MOVE "MORE THAN ONE COMMA" TO SPLIT-REASON
           ELSE IF COMMA-COUNT = 1
               PERFORM 410-SPLIT-LAST-COMMA-FIRST
           ELSE
               PERFORM 420-SPLIT-FIRST-LAST
           END-IF
           END-IF
           END-IF.
           IF SPLIT-REASON = SPACES
               PERFORM 440-CHECK-SPLIT-PARTS
           END-IF.
           IF SPLIT-REASON = SPACES
               MOVE "Y" TO NAME-SPLIT-OK-SW
           END-IF.

       410-SPLIT-LAST-COMMA-FIRST.
           MOVE SPACES TO LAST-PART.
           MOVE SPACES TO GIVEN-PART.
           UNSTRING SPLIT-NAME-IN DELIMITED BY ","
               INTO LAST-PART GIVEN-PART.
           MOVE GIVEN-PART TO WORD-SOURCE.
           PERFORM 450-BREAK-INTO-WORDS.
           PERFORM 460-TAKE-OFF-SUFFIX.
           IF TOO-MANY-WORDS OR WORD-COUNT > 2
               MOVE "TOO MANY NAMES AFTER THE COMMA" TO SPLIT-REASON
           ELSE IF WORD-COUNT = ZERO
               MOVE "NO FIRST NAME AFTER THE COMMA" TO SPLIT-REASON
           ELSE
               MOVE WORD-ENTRY (1) TO SPLIT-FIRST
               IF WORD-COUNT = 2
                   MOVE WORD-ENTRY (2) TO SPLIT-MIDDLE
               END-IF
               MOVE LAST-PART TO WORD-SOURCE
               PERFORM 450-BREAK-INTO-WORDS
               IF SPLIT-SUFFIX = SPACES
                   PERFORM 460-TAKE-OFF-SUFFIX
               END-IF
               IF WORD-COUNT = ZERO
                   MOVE "NO LAST NAME BEFORE THE COMMA"
                       TO SPLIT-REASON
               ELSE IF TOO-MANY-WORDS OR WORD-COUNT > 1
                   MOVE "SPACE INSIDE THE LAST NAME" TO SPLIT-REASON
               ELSE
                   MOVE WORD-ENTRY (1) TO SPLIT-LAST
               END-IF
               END-IF
           END-IF
           END-IF.

       420-SPLIT-FIRST-LAST.
           MOVE SPLIT-NAME-IN TO WORD-SOURCE.
           PERFORM 450-BREAK-INTO-WORDS.
           IF WORD-COUNT > 2
               PERFORM 460-TAKE-OFF-SUFFIX
           END-IF.
           IF TOO-MANY-WORDS OR WORD-COUNT > 3
               MOVE "TOO MANY NAME PARTS" TO SPLIT-REASON
           ELSE IF WORD-COUNT < 2
               MOVE "ONLY ONE NAME - NO FIRST/LAST" TO SPLIT-REASON
           ELSE
               MOVE WORD-ENTRY (1) TO SPLIT-FIRST
               MOVE WORD-ENTRY (WORD-COUNT) TO SPLIT-LAST
               IF WORD-COUNT = 3
                   MOVE WORD-ENTRY (2) TO SPLIT-MIDDLE
               END-IF
           END-IF
           END-IF.

      *----EACH PART MUST FIT ITS FLIPPER COLUMN AND PASS FLIPPER'S
      *----OWN CHARACTER CHECK. A PERIOD ON AN INITIAL OR A SUFFIX
      *----(J. OR JR.) IS DROPPED FIRST----
       440-CHECK-SPLIT-PARTS.
           INSPECT SPLIT-FIRST REPLACING ALL "." BY SPACE.
           INSPECT SPLIT-MIDDLE REPLACING ALL "." BY SPACE.
           IF SPLIT-FIRST (11:10) NOT = SPACES
               MOVE "FIRST NAME OVER 10 CHARACTERS" TO SPLIT-REASON
           ELSE IF SPLIT-MIDDLE (11:10) NOT = SPACES
               MOVE "MIDDLE NAME OVER 10 CHARACTERS" TO SPLIT-REASON
           ELSE IF SPLIT-LAST (16:5) NOT = SPACES
               MOVE "LAST NAME OVER 15 CHARACTERS" TO SPLIT-REASON
           ELSE
               MOVE SPLIT-FIRST TO NAME-WORK-FIELD
               PERFORM 470-CHECK-NAME-CHARS
               IF NAME-CHARS-OK
                   MOVE SPLIT-MIDDLE TO NAME-WORK-FIELD
                   PERFORM 470-CHECK-NAME-CHARS
               END-IF
               IF NAME-CHARS-OK
                   MOVE SPLIT-LAST TO NAME-WORK-FIELD
                   PERFORM 470-CHECK-NAME-CHARS
               END-IF
               IF NOT NAME-CHARS-OK
                   MOVE "NOT LETTERS, ' OR - ONLY" TO SPLIT-REASON
               END-IF
           END-IF
           END-IF
           END-IF.

      *----WORD-SOURCE INTO WORD-ENTRY (1) THRU (6) AT ITS SPACES,
      *----WORD-COUNT OF THEM. A SEVENTH WORD SETS TOO-MANY-WORDS--
       450-BREAK-INTO-WORDS.
           MOVE SPACES TO WORD-TABLE.
           MOVE ZERO TO WORD-COUNT.
           MOVE "N" TO WORD-OVERFLOW-SW.
           MOVE FUNCTION TRIM (WORD-SOURCE) TO WORD-SOURCE.
           IF WORD-SOURCE NOT = SPACES
               UNSTRING WORD-SOURCE DELIMITED BY ALL SPACE
                   INTO WORD-ENTRY (1) WORD-ENTRY (2) WORD-ENTRY (3)
                        WORD-ENTRY (4) WORD-ENTRY (5) WORD-ENTRY (6)
                   TALLYING IN WORD-COUNT
                   ON OVERFLOW
                       MOVE "Y" TO WORD-OVERFLOW-SW
               END-UNSTRING
               PERFORM 455-DROP-TRAILING-BLANK-WORD
           END-IF.

      *----THE SPACES AFTER THE LAST WORD CAN COUNT AS ONE MORE
      *----(EMPTY) FIELD - IT IS NOT A WORD----
       455-DROP-TRAILING-BLANK-WORD.
           IF WORD-COUNT > ZERO
               IF WORD-ENTRY (WORD-COUNT) = SPACES
                   SUBTRACT 1 FROM WORD-COUNT
               END-IF
           END-IF.

      *----IF THE LAST WORD IS A GENERATIONAL SUFFIX, IT BECOMES
      *----SPLIT-SUFFIX AND COMES OFF THE WORD LIST----
       460-TAKE-OFF-SUFFIX.
           MOVE "N" TO SUFFIX-FOUND-SW.
           IF WORD-COUNT > ZERO AND NOT TOO-MANY-WORDS
               MOVE FUNCTION UPPER-CASE (WORD-ENTRY (WORD-COUNT))
                   TO SUFFIX-CANDIDATE
               INSPECT SUFFIX-CANDIDATE REPLACING ALL "." BY SPACE
               SET SF-IX TO 1
               SEARCH SUFFIX-ENTRY
                   AT END
                       CONTINUE
                   WHEN SUFFIX-ENTRY (SF-IX) = SUFFIX-CANDIDATE
                       MOVE "Y" TO SUFFIX-FOUND-SW
               END-SEARCH
               IF SUFFIX-FOUND
                   MOVE SUFFIX-CANDIDATE TO SPLIT-SUFFIX
                   MOVE SPACES TO WORD-ENTRY (WORD-COUNT)
                   SUBTRACT 1 FROM WORD-COUNT
               END-IF
           END-IF.

      *----LETTERS, SPACES, APOSTROPHES, AND HYPHENS ONLY----
       470-CHECK-NAME-CHARS.
           MOVE "Y" TO NAME-OK-SWITCH.
           PERFORM 475-CHECK-ONE-CHAR
               VARYING NC-IX FROM 1 BY 1
               UNTIL NC-IX > 20.

       475-CHECK-ONE-CHAR.
           IF NAME-WORK-FIELD (NC-IX:1) IS ALPHABETIC
               CONTINUE
           ELSE
               IF NAME-WORK-FIELD (NC-IX:1) = "'" OR "-"
                   CONTINUE
               ELSE
                   MOVE "N" TO NAME-OK-SWITCH
               END-IF
           END-IF.

       500-OPEN-OUTPUT-FILES.
           OPEN OUTPUT NAME-FILE.
           OPEN OUTPUT EXCEPT-FILE.
           WRITE EXCEPT-RECORD FROM EXCEPT-HEAD-LINE.

       520-MOVE-SPLIT-NAME.
           MOVE SPLIT-FIRST  TO NR-FIRST-NAME.
           MOVE SPLIT-MIDDLE TO NR-MIDDLE-NAME.
           MOVE SPLIT-LAST   TO NR-LAST-NAME.
           MOVE SPLIT-SUFFIX TO NR-SUFFIX.

       530-WRITE-EXCEPTION.
           MOVE SPLIT-SOURCE-KEY TO EXL-SOURCE-KEY.
           MOVE SPLIT-NAME-IN    TO EXL-NAME.
           MOVE SPLIT-REASON     TO EXL-REASON.
           WRITE EXCEPT-RECORD FROM EXCEPT-LINE-OUT.
           ADD 1 TO NAMES-EXCEPTED.

       590-CLOSE-OUTPUT-FILES.
           CLOSE NAME-FILE.
           CLOSE EXCEPT-FILE.

       end program MAIL-EXTRACT.
