       identification division.
       program-id. PURCHASER-MAINT.
       author. Alan Thomas.
       date-compiled. 05/05/2016.
      *THIS PROGRAM IS THE MAINTENANCE FRONT END FOR THE P05
      *PURCHASER MASTER (P05MAST.DAT). THE MASTER DRIVES THE
      *STATEMENT ADDRESS BLOCK, THE NAME CHECK IN 215-VALIDATE-
      *PURCHASER-RCD, THE OVER LIMIT FLAG, THE DUNNING LETTERS AND
      *THE HOUSE-ACCOUNT TENDER AT THE REGISTER, AND IT WAS BEING
      *EDITED BY HAND - A MISTYPED CREDIT LIMIT OR ZIP WENT STRAIGHT
      *INTO LETTERS TO CUSTOMERS. ADD / CHANGE / INACTIVATE ARE
      *KEYED AGAINST PROMPTS AND THE MASTFILE-PICS LAYOUT IS ENFORCED
      *BY THE PROGRAM: THE STATE MUST BE A REAL POSTAL CODE, THE ZIP
      *FIVE DIGITS WHOSE FIRST DIGIT BELONGS TO THAT STATE, AND THE
      *TERMS ONE OF THE FIXED LIST. RAISING A CREDIT LIMIT BY MORE
      *THAN THE APPROVAL AMOUNT (P05_LIMIT_APPROVAL_AMT, WHOLE
      *DOLLARS) OR LIFTING IT ALTOGETHER (ZERO MEANS NO LIMIT) TAKES
      *A LEVEL 3 SIGN-ON. PURCHASERS ARE NEVER DELETED - INVOICES
      *AND PAYMENTS KEEP THEIR NUMBER - THEY ARE INACTIVATED (STATUS
      *I IN COLUMN 83), AND NOT WHILE P05D.dat AND THE HOUSE-CHARGE
      *FEED STILL HOLD AN OPEN BALANCE FOR THEM AFTER P05PAY.DAT. A
      *CHANGE TO AN INACTIVE PURCHASER OFFERS TO REACTIVATE IT.
      *EVERY CHANGE IS LOGGED WITH WHO/WHEN TO P05MAINT.LOG.
      *input files P05MAST.DAT, P05D.dat, P05HOUSE.DAT, P05FIN.DAT,
      *  P05PAY.DAT, P05WOFF.DAT
      *output files P05MAST.DAT, P05MAINT.LOG
      *printer ouput None
      *
      *MODS:
      *05/05/2016 - AT - first version.
      *05/07/2016 - AT - the master carries a finance-charge exempt
      *  flag (column 84, Y or N) that FINANCE-CHARGE honors; it is
      *  prompted, shown and logged with the other fields, and an
      *  add defaults it to N. Month-end finance charges
      *  (P05FIN.DAT, P05_FINANCE_FEED_FILE) count in the open
      *  balance that stops an inactivation.
      *05/10/2016 - AT - what WRITE-OFF has closed to bad debt
      *  (P05WOFF.DAT, P05_WRITEOFF_FILE) no longer counts in the
      *  open balance that stops an inactivation.
      *05/31/2016 - AT - approval amount key renamed
      *  P05_LIMIT_APPROVAL_AMT so it fits the parameter check's
      *  24-byte key table.
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

               SELECT MAINTLOG ASSIGN TO "P05MAINT.LOG"
               organization is line sequential
               file status is MAINTLOG-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----THE PURCHASER MASTER, SAME LAYOUT REPORTMAKER READS----
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

      *----THE INVOICES AND THE HOUSE-CHARGE FEED (SAME LAYOUT) -
      *----READ ONLY TO SEE WHAT A PURCHASER STILL OWES----
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

      *----BAD-DEBT WRITE-OFFS (W) AND RECOVERIES (R) POSTED BY
      *----WRITE-OFF. A W RECORD CLOSES WHAT WAS STILL OPEN----
           FD WOFFFILE.
           01 WOFFFILE-PICS.
               05 WO-TYPE                PIC X.
               05 WO-PURCHASER           PIC X(5).
               05 WO-INVOICE-DATE        PIC 9(8).
               05 WO-BRANCH              PIC X(3).
               05 WO-AMOUNT              PIC 9(7).
               05 FILLER                 PIC X(16).
               05 WO-INVOICE-NUMBER      PIC X(8).

           FD MAINTLOG.
           01 MAINTLOG-RECORD PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       WORKING-STORAGE SECTION.

       01 MASTFILE-STATUS   PIC X(2) VALUE SPACES.
       01 THEIRFILE-STATUS  PIC X(2) VALUE SPACES.
       01 HOUSEFEED-STATUS  PIC X(2) VALUE SPACES.
       01 FINFEED-STATUS    PIC X(2) VALUE SPACES.
       01 PAYFILE-STATUS    PIC X(2) VALUE SPACES.
       01 WOFFFILE-STATUS   PIC X(2) VALUE SPACES.
       01 MAINTLOG-STATUS   PIC X(2) VALUE SPACES.

      *----SAME DEFAULTS AND THE SAME OVERRIDE KEYS REPORTMAKER
      *----USES, SO BOTH PROGRAMS WORK ON THE SAME FILES----
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

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE)----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01 ENV-OVERRIDE         PIC X(80) VALUE SPACES.
       01 KEYED-ANSWER         PIC X(80) VALUE SPACES.

      *----A CREDIT LIMIT RAISED BY MORE THAN THIS (WHOLE DOLLARS,
      *----LIKE THE LIMIT ITSELF) NEEDS A LEVEL 3 OPERATOR----
       01 LIMIT-APPROVAL-AMOUNT PIC 9(7) VALUE 5000.

       01 SWITCH PIC X VALUE "N".
           88 ENDOFFILE    VALUE "Y".
       01 DONE-SWITCH       PIC X VALUE "N".
           88 DONE-WITH-MAINT  VALUE "Y".
       01 VALID-SWITCH      PIC X VALUE "N".
           88 FIELDS-ARE-VALID VALUE "Y".
       01 FOUND-SWITCH      PIC X VALUE "N".
           88 PURCHASER-FOUND  VALUE "Y".
       01 CONFIRM-SWITCH    PIC X VALUE "N".
           88 CONFIRMED        VALUE "Y" "y".
       01 AUTHORITY-SWITCH  PIC X VALUE "N".
           88 LIMIT-AUTHORIZED VALUE "Y".

       01 MAINT-ACTION      PIC X VALUE SPACE.
           88 ADD-ACTION        VALUE "A" "a".
           88 CHANGE-ACTION     VALUE "C" "c".
           88 INACTIVATE-ACTION VALUE "I" "i".
           88 EXIT-ACTION       VALUE "E" "e".

      *----SET WHEN THE FILE FAILS ITS LOAD CHECKS - A QUIETLY
      *----WRONG TABLE IS WORSE THAN A STOPPED RUN----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

       01 OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 CHANGES-MADE      PIC 9(4) VALUE ZERO.
       01 CHANGES-BEFORE    PIC 9(4) VALUE ZERO.

      *----THE WHOLE MASTER, HELD HERE WHILE IT IS WORKED ON AND
      *----WRITTEN BACK IN ONE PIECE WHEN THE OPERATOR EXITS. THE
      *----SAME 500 ENTRIES REPORTMAKER AND SALES-TAX LOAD----
       01 MASTER-COUNT      PIC 9(3) VALUE ZERO.
       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON MASTER-COUNT
                  INDEXED BY MA-IX.
              10 MA-NUMBER       PIC X(5).
              10 MA-NAME         PIC X(20).
              10 MA-STREET       PIC X(25).
              10 MA-CITY         PIC X(15).
              10 MA-STATE        PIC X(2).
              10 MA-ZIP          PIC X(5).
              10 MA-TERMS        PIC X(3).
              10 MA-CREDIT-LIMIT PIC X(7).
              10 MA-CREDIT-LIMIT-N REDEFINES MA-CREDIT-LIMIT
                                 PIC 9(7).
              10 MA-STATUS       PIC X.
              10 MA-FIN-EXEMPT   PIC X.

      *----POSTAL STATE CODES, EACH WITH THE FIRST ZIP DIGIT(S) THAT
      *----BELONG TO IT (TWO WHERE A STATE STRADDLES A ZIP REGION)--
       01 STATE-CODE-DEFS.
           05 FILLER PIC X(40) VALUE
               "AL33AK99AZ88AR77CA99CO88CT00DE11DC22FL33".
           05 FILLER PIC X(40) VALUE
               "GA33HI99ID88IL66IN44IA55KS66KY44LA77ME00".
           05 FILLER PIC X(40) VALUE
               "MD22MA00MI44MN55MS33MO66MT55NE66NV88NH00".
           05 FILLER PIC X(40) VALUE
               "NJ00NM88NY10NC22ND55OH44OK77OR99PA11RI00".
           05 FILLER PIC X(40) VALUE
               "SC22SD55TN33TX78UT88VT00VA22WA99WV22WI55".
           05 FILLER PIC X(8) VALUE
               "WY88PR00".
       01 STATE-CODE-TABLE REDEFINES STATE-CODE-DEFS.
           05 STATE-ENTRY OCCURS 52 TIMES INDEXED BY ST-IX.
              10 ST-CODE         PIC X(2).
              10 ST-ZIP-DIGIT-1  PIC X.
              10 ST-ZIP-DIGIT-2  PIC X.

      *----THE TERMS STATEMENTS AND LETTERS KNOW HOW TO PRINT----
       01 TERMS-CODE-DEFS   PIC X(18) VALUE "CODN10N15N30N45N60".
       01 TERMS-CODE-TABLE REDEFINES TERMS-CODE-DEFS.
           05 TERMS-ENTRY OCCURS 6 TIMES INDEXED BY TM-IX.
              10 TM-CODE         PIC X(3).

      *----KEYED FIELDS ARE ACCEPTED AS PLAIN TEXT AND CHECKED
      *----BEFORE THEY GO ANYWHERE NEAR THE FILE. ON A CHANGE A
      *----BLANK ANSWER KEEPS WHAT IS ON FILE----
       01 WORK-FIELDS.
           05 WK-NUMBER     PIC X(5)  VALUE SPACES.
           05 WK-NAME       PIC X(20) VALUE SPACES.
           05 WK-STREET     PIC X(25) VALUE SPACES.
           05 WK-CITY       PIC X(15) VALUE SPACES.
           05 WK-STATE      PIC X(2)  VALUE SPACES.
           05 WK-ZIP        PIC X(5)  VALUE SPACES.
           05 WK-TERMS      PIC X(3)  VALUE SPACES.
           05 WK-LIMIT-X    PIC X(7)  VALUE SPACES.
           05 WK-LIMIT      PIC 9(7)  VALUE ZERO.
           05 WK-FIN-EXEMPT PIC X     VALUE "N".
           05 OLD-LIMIT     PIC 9(7)  VALUE ZERO.
           05 LIMIT-RAISE   PIC S9(8) VALUE ZERO.
           05 LIMIT-CHANGE-SW PIC X   VALUE "N".
               88 LIMIT-CHANGED          VALUE "Y".

      *----WHAT THE PURCHASER STILL OWES: INVOICES AND HOUSE
      *----CHARGES LESS PAYMENTS AND CREDITS, THE WAY SALES-TAX
      *----WORKS A HOUSE ACCOUNT'S BALANCE----
       01 OPEN-BALANCE      PIC S9(9) VALUE ZERO.
       01 OPEN-BALANCE-X    PIC Z(8)9-.
       01 INVOICE-REC-COUNT PIC 9(5)  VALUE ZERO.
       01 SCAN-EOF-SWITCH   PIC X     VALUE "N".

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
           05 CD-MONTH      PIC 9(2).
           05 CD-DAY        PIC 9(2).
           05 CD-HOURS      PIC 9(2).
           05 CD-MINUTES    PIC 9(2).
           05 CD-SECONDS    PIC 9(2).
           05 FILLER        PIC X(7).

      *----WHO CHANGED WHAT, WHEN - ONE LINE PER COMPLETED ACTION
      *----(ONE PER FIELD ON A CHANGE), SAME SHAPE AS INVOICE-
      *----MAINT'S LINES IN THE SAME LOG----
       01 MAINT-LOG-LINE.
           05 MLL-DATE      PIC 9(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-TIME      PIC 9(6).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-OPERATOR  PIC X(3).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-ACTION    PIC X(9).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-KEY       PIC X(14).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-DETAIL    PIC X(30).


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----THE SIGNED-ON OPERATOR HANDED DOWN BY THE MENU DRIVER
      *----(EXTERNAL; BLANK ON A STANDALONE RUN)----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.

       PROCEDURE DIVISION.
       000-MAIN.
      *----EXTERNAL STORAGE COMES UP LOW-VALUES, NOT SPACES, ON A
      *----STANDALONE RUN - NORMALIZE SO THE BLANK TEST AND THE
      *----WHO/WHEN COLUMNS SEE SPACES INSTEAD OF NUL BYTES----
           IF OPR-ID = LOW-VALUES
               MOVE SPACES TO OPR-ID
           END-IF.
           MOVE "N" TO DONE-SWITCH.
           MOVE "N" TO LOAD-ERROR-SWITCH.
           MOVE ZERO TO CHANGES-MADE.
           DISPLAY "--------------------------------------------".
           DISPLAY "  PURCHASER MASTER MAINTENANCE".
           DISPLAY "--------------------------------------------".
           PERFORM 004-GET-FILE-NAMES.
           PERFORM 005-READ-PARM-FILE.
           IF OPR-ID NOT = SPACES
               MOVE OPR-ID TO OPERATOR-INITIALS
               DISPLAY "OPERATOR " OPR-ID " (SIGNED ON)"
           ELSE
               DISPLAY "ENTER OPERATOR INITIALS: "
               ACCEPT OPERATOR-INITIALS
           END-IF.
           PERFORM 040-LOAD-MASTER.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NOTHING WAS CHANGED*"
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 050-OPEN-MAINT-LOG.
           PERFORM 100-MAINT-LOOP UNTIL DONE-WITH-MAINT.
           IF CHANGES-MADE > ZERO
               PERFORM 700-REWRITE-FILE
               DISPLAY CHANGES-MADE " CHANGE(S) WRITTEN TO THE"
                   " PURCHASER MASTER"
           ELSE
               DISPLAY "NO CHANGES MADE - FILE LEFT UNTOUCHED"
           END-IF.
           CLOSE MAINTLOG.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE ZERO TO RSA-EXCEPTION-COUNT.
           GOBACK.

      *----SAME ENVIRONMENT OVERRIDES REPORTMAKER TAKES, SO BOTH
      *----PROGRAMS WORK ON THE SAME FILES----
       004-GET-FILE-NAMES.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_MASTER_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO MASTFILE-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_INPUT_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO THEIRFILE-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_HOUSE_FEED_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO HOUSEFEED-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT
               "P05_FINANCE_FEED_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO FINFEED-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_PAYMENT_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO PAYFILE-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_WRITEOFF_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO WOFFFILE-NAME
           END-IF.

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
               WHEN "P05_LIMIT_APPROVAL_AMT"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE LIMIT-APPROVAL-AMOUNT =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----PULL THE WHOLE MASTER INTO THE TABLE. A MISSING FILE IS
      *----FINE - IT JUST MEANS THE FIRST PURCHASER EVER KEYED----
       040-LOAD-MASTER.
           MOVE ZERO TO MASTER-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT MASTFILE.
           IF MASTFILE-STATUS = "35"
               SET ENDOFFILE TO TRUE
           ELSE
               PERFORM 041-READ-MASTER-RCD
               PERFORM 042-STORE-MASTER-RCD
                   UNTIL ENDOFFILE
               CLOSE MASTFILE
           END-IF.
           MOVE "N" TO SWITCH.
           DISPLAY MASTER-COUNT " PURCHASER(S) LOADED".

       041-READ-MASTER-RCD.
           READ MASTFILE
               AT END
                   SET ENDOFFILE TO TRUE
           END-READ.

       042-STORE-MASTER-RCD.
           IF MASTER-COUNT >= 500
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*FILE OVERFLOWS THE 500-ENTRY"
                   " TABLE - MAINTENANCE ABANDONED*"
               SET ENDOFFILE TO TRUE
           ELSE
               ADD 1 TO MASTER-COUNT
               SET MA-IX TO MASTER-COUNT
               MOVE MF-NUMBER       TO MA-NUMBER (MA-IX)
               MOVE MF-NAME         TO MA-NAME (MA-IX)
               MOVE MF-STREET       TO MA-STREET (MA-IX)
               MOVE MF-CITY         TO MA-CITY (MA-IX)
               MOVE MF-STATE        TO MA-STATE (MA-IX)
               MOVE MF-ZIP          TO MA-ZIP (MA-IX)
               MOVE MF-TERMS        TO MA-TERMS (MA-IX)
               MOVE MF-CREDIT-LIMIT TO MA-CREDIT-LIMIT (MA-IX)
               MOVE MF-STATUS       TO MA-STATUS (MA-IX)
               MOVE MF-FIN-EXEMPT   TO MA-FIN-EXEMPT (MA-IX)
               IF MA-FIN-EXEMPT (MA-IX) NOT = "Y"
                   MOVE "N" TO MA-FIN-EXEMPT (MA-IX)
               END-IF
               PERFORM 041-READ-MASTER-RCD
           END-IF.

       050-OPEN-MAINT-LOG.
           OPEN EXTEND MAINTLOG.
           IF MAINTLOG-STATUS = "35"
               OPEN OUTPUT MAINTLOG
           END-IF.

       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "A)DD, C)HANGE, I)NACTIVATE, OR E)XIT? ".
           ACCEPT MAINT-ACTION.
           EVALUATE TRUE
               WHEN ADD-ACTION
                   PERFORM 200-ADD-PURCHASER
               WHEN CHANGE-ACTION
                   PERFORM 300-CHANGE-PURCHASER
               WHEN INACTIVATE-ACTION
                   PERFORM 400-INACTIVATE-PURCHASER
               WHEN EXIT-ACTION
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*INVALID ACTION - PLEASE TRY AGAIN*"
           END-EVALUATE.

      *----A PURCHASER NUMBER MAY BE ADDED ONLY ONCE; AN INACTIVE
      *----ONE COMES BACK THROUGH CHANGE, NOT A SECOND RECORD----
       200-ADD-PURCHASER.
           PERFORM 500-GET-PURCHASER-NUMBER.
           IF WK-NUMBER = SPACES
               DISPLAY "*ADD CANCELLED*"
           ELSE
               PERFORM 510-FIND-PURCHASER
               IF PURCHASER-FOUND
                   DISPLAY "*THAT PURCHASER IS ALREADY ON THE"
                       " MASTER - USE CHANGE*"
               ELSE
                   MOVE SPACES TO WK-NAME WK-STREET WK-CITY
                       WK-STATE WK-ZIP WK-TERMS
                   MOVE ZERO TO WK-LIMIT OLD-LIMIT
                   MOVE "N" TO WK-FIN-EXEMPT
                   PERFORM 520-GET-PURCHASER-FIELDS
                   IF FIELDS-ARE-VALID
                       PERFORM 560-CHECK-LIMIT-AUTHORITY
                   END-IF
                   IF FIELDS-ARE-VALID
                       IF MASTER-COUNT < 500
                           ADD 1 TO MASTER-COUNT
                           SET MA-IX TO MASTER-COUNT
                           MOVE SPACE TO MA-STATUS (MA-IX)
                           PERFORM 530-STORE-WORK-FIELDS
                           MOVE "ADD" TO MLL-ACTION
                           MOVE SPACES TO MLL-DETAIL
                           STRING "ADDED, LIMIT " DELIMITED BY SIZE
                                  WK-LIMIT DELIMITED BY SIZE
                                  INTO MLL-DETAIL
                           PERFORM 600-WRITE-MAINT-LOG-LINE
                           ADD 1 TO CHANGES-MADE
                           DISPLAY "PURCHASER ADDED"
                       ELSE
                           DISPLAY "*PURCHASER TABLE FULL*"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----EACH FIELD IS OFFERED WITH ITS VALUE ON FILE; THE FIELDS
      *----THAT ACTUALLY CHANGED ARE LOGGED ONE LINE APIECE----
       300-CHANGE-PURCHASER.
           PERFORM 500-GET-PURCHASER-NUMBER.
           IF WK-NUMBER = SPACES
               DISPLAY "*CHANGE CANCELLED*"
           ELSE
               PERFORM 510-FIND-PURCHASER
               IF PURCHASER-FOUND
                   PERFORM 310-SHOW-PURCHASER
                   IF MA-STATUS (MA-IX) = "I"
                       PERFORM 320-OFFER-REACTIVATE
                   END-IF
                   MOVE MA-NAME (MA-IX)   TO WK-NAME
                   MOVE MA-STREET (MA-IX) TO WK-STREET
                   MOVE MA-CITY (MA-IX)   TO WK-CITY
                   MOVE MA-STATE (MA-IX)  TO WK-STATE
                   MOVE MA-ZIP (MA-IX)    TO WK-ZIP
                   MOVE MA-TERMS (MA-IX)  TO WK-TERMS
                   IF MA-CREDIT-LIMIT (MA-IX) IS NUMERIC
                       MOVE MA-CREDIT-LIMIT-N (MA-IX) TO WK-LIMIT
                   ELSE
                       MOVE ZERO TO WK-LIMIT
                   END-IF
                   MOVE WK-LIMIT TO OLD-LIMIT
                   MOVE MA-FIN-EXEMPT (MA-IX) TO WK-FIN-EXEMPT
                   DISPLAY "PRESS ENTER AT A PROMPT TO KEEP THE VALUE"
                       " ON FILE"
                   PERFORM 520-GET-PURCHASER-FIELDS
                   IF FIELDS-ARE-VALID
                       PERFORM 560-CHECK-LIMIT-AUTHORITY
                   END-IF
                   IF FIELDS-ARE-VALID
                       PERFORM 330-LOG-FIELD-CHANGES
                       PERFORM 530-STORE-WORK-FIELDS
                   END-IF
               ELSE
                   DISPLAY "*THAT PURCHASER IS NOT ON THE MASTER*"
               END-IF
           END-IF.

       310-SHOW-PURCHASER.
           DISPLAY "ON FILE: " MA-NAME (MA-IX).
           DISPLAY "         " MA-STREET (MA-IX).
           DISPLAY "         " MA-CITY (MA-IX) " " MA-STATE (MA-IX)
               " " MA-ZIP (MA-IX).
           DISPLAY "         TERMS " MA-TERMS (MA-IX)
               "  CREDIT LIMIT " MA-CREDIT-LIMIT (MA-IX).
           IF MA-FIN-EXEMPT (MA-IX) = "Y"
               DISPLAY "         EXEMPT FROM FINANCE CHARGES"
           END-IF.
           IF MA-STATUS (MA-IX) = "I"
               DISPLAY "         *** INACTIVE ***"
           END-IF.

       320-OFFER-REACTIVATE.
           DISPLAY "PURCHASER IS INACTIVE - REACTIVATE (Y/N)? ".
           ACCEPT CONFIRM-SWITCH.
           IF CONFIRMED
               MOVE SPACE TO MA-STATUS (MA-IX)
               MOVE "ACTIVATE" TO MLL-ACTION
               MOVE "PURCHASER REACTIVATED" TO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               ADD 1 TO CHANGES-MADE
               DISPLAY "PURCHASER REACTIVATED"
           END-IF.

      *----A RENAMED PURCHASER'S INVOICES STILL CARRY THE OLD NAME,
      *----AND REPORTMAKER SENDS A NAME THAT DISAGREES WITH THE
      *----MASTER TO THE EXCEPTIONS REPORT - SAY SO BEFORE IT BITES--
       330-LOG-FIELD-CHANGES.
           MOVE "CHANGE" TO MLL-ACTION.
           MOVE CHANGES-MADE TO CHANGES-BEFORE.
           IF WK-NAME NOT = MA-NAME (MA-IX)
               MOVE SPACES TO MLL-DETAIL
               STRING "NAME WAS " DELIMITED BY SIZE
                      MA-NAME (MA-IX) DELIMITED BY SIZE
                      INTO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               ADD 1 TO CHANGES-MADE
               PERFORM 580-GET-OPEN-BALANCE
               IF INVOICE-REC-COUNT > ZERO
                   DISPLAY "*NOTE - " INVOICE-REC-COUNT
                       " INVOICE(S) ON FILE CARRY THE OLD NAME AND"
                       " WILL SHOW AS NAME EXCEPTIONS*"
               END-IF
           END-IF.
           IF WK-STREET NOT = MA-STREET (MA-IX)
               MOVE "STREET ADDRESS CHANGED" TO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               ADD 1 TO CHANGES-MADE
           END-IF.
           IF WK-CITY NOT = MA-CITY (MA-IX)
               MOVE SPACES TO MLL-DETAIL
               STRING "CITY WAS " DELIMITED BY SIZE
                      MA-CITY (MA-IX) DELIMITED BY SIZE
                      INTO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               ADD 1 TO CHANGES-MADE
           END-IF.
           IF WK-STATE NOT = MA-STATE (MA-IX)
                  OR WK-ZIP NOT = MA-ZIP (MA-IX)
               MOVE SPACES TO MLL-DETAIL
               STRING "ST/ZIP " DELIMITED BY SIZE
                      MA-STATE (MA-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MA-ZIP (MA-IX) DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WK-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-ZIP DELIMITED BY SIZE
                      INTO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               ADD 1 TO CHANGES-MADE
           END-IF.
           IF WK-TERMS NOT = MA-TERMS (MA-IX)
               MOVE SPACES TO MLL-DETAIL
               STRING "TERMS " DELIMITED BY SIZE
                      MA-TERMS (MA-IX) DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WK-TERMS DELIMITED BY SIZE
                      INTO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               ADD 1 TO CHANGES-MADE
           END-IF.
           IF LIMIT-CHANGED
               MOVE SPACES TO MLL-DETAIL
               STRING "LIMIT " DELIMITED BY SIZE
                      OLD-LIMIT DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WK-LIMIT DELIMITED BY SIZE
                      INTO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               ADD 1 TO CHANGES-MADE
           END-IF.
           IF WK-FIN-EXEMPT NOT = MA-FIN-EXEMPT (MA-IX)
               MOVE SPACES TO MLL-DETAIL
               STRING "FIN CHG EXEMPT " DELIMITED BY SIZE
                      MA-FIN-EXEMPT (MA-IX) DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      WK-FIN-EXEMPT DELIMITED BY SIZE
                      INTO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               ADD 1 TO CHANGES-MADE
           END-IF.
           IF CHANGES-MADE = CHANGES-BEFORE
               DISPLAY "NOTHING CHANGED"
           ELSE
               DISPLAY "PURCHASER CHANGED"
           END-IF.

      *----NOTHING IS EVER DELETED - THE PURCHASER IS MARKED
      *----INACTIVE, AND ONLY ONCE NOTHING IS LEFT OWING----
       400-INACTIVATE-PURCHASER.
           PERFORM 500-GET-PURCHASER-NUMBER.
           IF WK-NUMBER = SPACES
               DISPLAY "*INACTIVATE CANCELLED*"
           ELSE
               PERFORM 510-FIND-PURCHASER
               EVALUATE TRUE
                   WHEN NOT PURCHASER-FOUND
                       DISPLAY "*THAT PURCHASER IS NOT ON THE"
                           " MASTER*"
                   WHEN MA-STATUS (MA-IX) = "I"
                       DISPLAY "*THAT PURCHASER IS ALREADY INACTIVE*"
                   WHEN OTHER
                       PERFORM 410-INACTIVATE-IF-SETTLED
               END-EVALUATE
           END-IF.

       410-INACTIVATE-IF-SETTLED.
           PERFORM 310-SHOW-PURCHASER.
           PERFORM 580-GET-OPEN-BALANCE.
           IF OPEN-BALANCE > ZERO
               MOVE OPEN-BALANCE TO OPEN-BALANCE-X
               DISPLAY "*REFUSED - PURCHASER STILL OWES "
                   FUNCTION TRIM (OPEN-BALANCE-X)
                   " ON OPEN INVOICES*"
           ELSE
               DISPLAY "INACTIVATE THIS PURCHASER (Y/N)? "
               ACCEPT CONFIRM-SWITCH
               IF CONFIRMED
                   MOVE "I" TO MA-STATUS (MA-IX)
                   MOVE "INACTIVE" TO MLL-ACTION
                   MOVE MA-NAME (MA-IX) TO MLL-DETAIL
                   PERFORM 600-WRITE-MAINT-LOG-LINE
                   ADD 1 TO CHANGES-MADE
                   DISPLAY "PURCHASER INACTIVATED"
               ELSE
                   DISPLAY "*INACTIVATE CANCELLED*"
               END-IF
           END-IF.

       500-GET-PURCHASER-NUMBER.
           MOVE SPACES TO WK-NUMBER.
           DISPLAY "ENTER PURCHASER NUMBER (BLANK TO CANCEL): ".
           ACCEPT WK-NUMBER.

       510-FIND-PURCHASER.
           MOVE "N" TO FOUND-SWITCH.
           IF MASTER-COUNT > ZERO
               SET MA-IX TO 1
               SEARCH MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MA-NUMBER (MA-IX) = WK-NUMBER
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.

      *----PROMPT AND VALIDATE THE NON-KEY FIELDS. THE WORK FIELDS
      *----COME IN HOLDING WHAT IS ON FILE (SPACES ON AN ADD), SO A
      *----BLANK ANSWER LEAVES THEM ALONE; WHATEVER IS IN THEM WHEN
      *----THE PROMPTS ARE DONE MUST PASS EVERY CHECK----
       520-GET-PURCHASER-FIELDS.
           MOVE "N" TO VALID-SWITCH.
           MOVE "N" TO LIMIT-CHANGE-SW.
           PERFORM 521-PROMPT-ONE-FIELD-SET.
           EVALUATE TRUE
               WHEN WK-NAME = SPACES
                   DISPLAY "*NAME MAY NOT BE BLANK*"
               WHEN WK-STREET = SPACES
                   DISPLAY "*STREET MAY NOT BE BLANK*"
               WHEN WK-CITY = SPACES
                   DISPLAY "*CITY MAY NOT BE BLANK*"
               WHEN OTHER
                   PERFORM 540-CHECK-STATE-ZIP
           END-EVALUATE.
           IF FIELDS-ARE-VALID
               PERFORM 545-CHECK-TERMS
           END-IF.
           IF FIELDS-ARE-VALID
               PERFORM 550-CHECK-LIMIT
           END-IF.
           IF FIELDS-ARE-VALID
                  AND WK-FIN-EXEMPT NOT = "Y"
                  AND WK-FIN-EXEMPT NOT = "N"
               DISPLAY "*FINANCE CHARGE EXEMPT MUST BE Y OR N*"
               MOVE "N" TO VALID-SWITCH
           END-IF.

       521-PROMPT-ONE-FIELD-SET.
           DISPLAY "ENTER PURCHASER NAME: ".
           PERFORM 522-ACCEPT-NAME.
           DISPLAY "ENTER STREET ADDRESS: ".
           PERFORM 523-ACCEPT-STREET.
           DISPLAY "ENTER CITY: ".
           PERFORM 524-ACCEPT-CITY.
           DISPLAY "ENTER STATE (2-LETTER POSTAL CODE): ".
           PERFORM 525-ACCEPT-STATE.
           DISPLAY "ENTER ZIP (5 DIGITS): ".
           PERFORM 526-ACCEPT-ZIP.
           DISPLAY "ENTER TERMS (COD N10 N15 N30 N45 N60): ".
           PERFORM 527-ACCEPT-TERMS.
           DISPLAY "ENTER CREDIT LIMIT (WHOLE DOLLARS, 0 = NONE): ".
           MOVE SPACES TO WK-LIMIT-X.
           ACCEPT WK-LIMIT-X.
           DISPLAY "EXEMPT FROM FINANCE CHARGES (Y/N): ".
           PERFORM 528-ACCEPT-FIN-EXEMPT.

      *----ONE ACCEPT APIECE INTO A HOLDING FIELD, SO A BLANK
      *----ANSWER CANNOT WIPE OUT THE VALUE ON FILE----
       522-ACCEPT-NAME.
           MOVE SPACES TO KEYED-ANSWER.
           ACCEPT KEYED-ANSWER.
           IF KEYED-ANSWER NOT = SPACES
               MOVE KEYED-ANSWER TO WK-NAME
           END-IF.

       523-ACCEPT-STREET.
           MOVE SPACES TO KEYED-ANSWER.
           ACCEPT KEYED-ANSWER.
           IF KEYED-ANSWER NOT = SPACES
               MOVE KEYED-ANSWER TO WK-STREET
           END-IF.

       524-ACCEPT-CITY.
           MOVE SPACES TO KEYED-ANSWER.
           ACCEPT KEYED-ANSWER.
           IF KEYED-ANSWER NOT = SPACES
               MOVE KEYED-ANSWER TO WK-CITY
           END-IF.

       525-ACCEPT-STATE.
           MOVE SPACES TO KEYED-ANSWER.
           ACCEPT KEYED-ANSWER.
           IF KEYED-ANSWER NOT = SPACES
               MOVE FUNCTION UPPER-CASE (KEYED-ANSWER) TO WK-STATE
           END-IF.

       526-ACCEPT-ZIP.
           MOVE SPACES TO KEYED-ANSWER.
           ACCEPT KEYED-ANSWER.
           IF KEYED-ANSWER NOT = SPACES
               MOVE KEYED-ANSWER TO WK-ZIP
           END-IF.

       527-ACCEPT-TERMS.
           MOVE SPACES TO KEYED-ANSWER.
           ACCEPT KEYED-ANSWER.
           IF KEYED-ANSWER NOT = SPACES
               MOVE FUNCTION UPPER-CASE (KEYED-ANSWER) TO WK-TERMS
           END-IF.

       528-ACCEPT-FIN-EXEMPT.
           MOVE SPACES TO KEYED-ANSWER.
           ACCEPT KEYED-ANSWER.
           IF KEYED-ANSWER NOT = SPACES
               MOVE FUNCTION UPPER-CASE (KEYED-ANSWER)
                   TO WK-FIN-EXEMPT
           END-IF.

       530-STORE-WORK-FIELDS.
           MOVE WK-NUMBER TO MA-NUMBER (MA-IX).
           MOVE WK-NAME   TO MA-NAME (MA-IX).
           MOVE WK-STREET TO MA-STREET (MA-IX).
           MOVE WK-CITY   TO MA-CITY (MA-IX).
           MOVE WK-STATE  TO MA-STATE (MA-IX).
           MOVE WK-ZIP    TO MA-ZIP (MA-IX).
           MOVE WK-TERMS  TO MA-TERMS (MA-IX).
           MOVE WK-LIMIT  TO MA-CREDIT-LIMIT-N (MA-IX).
           MOVE WK-FIN-EXEMPT TO MA-FIN-EXEMPT (MA-IX).

      *----THE STATE MUST BE ON THE LIST AND THE ZIP MUST BE FIVE
      *----DIGITS STARTING WITH ONE OF THAT STATE'S ZIP DIGITS - A
      *----TRANSPOSED STATE OR A FAT-FINGERED ZIP FAILS HERE INSTEAD
      *----OF ON AN ENVELOPE----
       540-CHECK-STATE-ZIP.
           SET ST-IX TO 1.
           SEARCH STATE-ENTRY
               AT END
                   DISPLAY "*" WK-STATE " IS NOT A STATE POSTAL CODE*"
               WHEN ST-CODE (ST-IX) = WK-STATE
                   EVALUATE TRUE
                       WHEN WK-ZIP IS NOT NUMERIC
                       WHEN WK-ZIP = "00000"
                           DISPLAY "*ZIP MUST BE 5 DIGITS*"
                       WHEN WK-ZIP (1:1) NOT = ST-ZIP-DIGIT-1 (ST-IX)
                              AND WK-ZIP (1:1)
                                  NOT = ST-ZIP-DIGIT-2 (ST-IX)
                           DISPLAY "*ZIP " WK-ZIP " IS NOT A "
                               WK-STATE " ZIP CODE*"
                       WHEN OTHER
                           MOVE "Y" TO VALID-SWITCH
                   END-EVALUATE
           END-SEARCH.

       545-CHECK-TERMS.
           SET TM-IX TO 1.
           SEARCH TERMS-ENTRY
               AT END
                   DISPLAY "*TERMS MUST BE COD, N10, N15, N30, N45"
                       " OR N60*"
                   MOVE "N" TO VALID-SWITCH
               WHEN TM-CODE (TM-IX) = WK-TERMS
                   CONTINUE
           END-SEARCH.

      *----A BLANK ANSWER KEEPS THE LIMIT ON FILE (ZERO ON AN ADD).
      *----THE LIMIT IS WHOLE DOLLARS, AS P05 CARRIES ITS MONEY----
       550-CHECK-LIMIT.
           IF WK-LIMIT-X NOT = SPACES
               IF FUNCTION TRIM (WK-LIMIT-X) IS NOT NUMERIC
                   DISPLAY "*CREDIT LIMIT MUST BE WHOLE DOLLARS*"
                   MOVE "N" TO VALID-SWITCH
               ELSE
                   COMPUTE WK-LIMIT = FUNCTION NUMVAL (WK-LIMIT-X)
               END-IF
           END-IF.
           IF FIELDS-ARE-VALID AND WK-LIMIT NOT = OLD-LIMIT
               MOVE "Y" TO LIMIT-CHANGE-SW
           END-IF.
           IF ADD-ACTION
               MOVE "Y" TO LIMIT-CHANGE-SW
           END-IF.

      *----A LIMIT RAISED BY MORE THAN THE APPROVAL AMOUNT, OR SET
      *----TO ZERO (NO LIMIT AT ALL), NEEDS A LEVEL 3 OPERATOR. THE
      *----MENU DRIVER WITH NO OPERATOR MASTER RUNS EVERYONE AT
      *----LEVEL 9; A STANDALONE RUN HAS NO LEVEL AND IS REFUSED----
       560-CHECK-LIMIT-AUTHORITY.
           MOVE "Y" TO AUTHORITY-SWITCH.
           IF LIMIT-CHANGED
               COMPUTE LIMIT-RAISE = WK-LIMIT - OLD-LIMIT
               IF WK-LIMIT = ZERO
                      OR LIMIT-RAISE > LIMIT-APPROVAL-AMOUNT
                   IF OPR-LEVEL IS NOT NUMERIC
                       MOVE "N" TO AUTHORITY-SWITCH
                   ELSE
                       IF OPR-LEVEL < 3
                           MOVE "N" TO AUTHORITY-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT LIMIT-AUTHORIZED
               DISPLAY "*CREDIT LIMIT " WK-LIMIT " NEEDS A LEVEL 3"
                   " SIGN-ON - NOTHING WAS CHANGED*"
               MOVE "N" TO VALID-SWITCH
           END-IF.

      *----RUN THE PURCHASER'S INVOICES, HOUSE CHARGES AND FINANCE
      *----CHARGES LESS PAYMENTS AND BAD-DEBT WRITE-OFFS INTO OPEN-
      *----BALANCE. HDR/TRL ENVELOPE RECORDS ARE NOT INVOICES; A
      *----FILE THAT IS NOT THERE ADDS NOTHING----
       580-GET-OPEN-BALANCE.
           MOVE ZERO TO OPEN-BALANCE.
           MOVE ZERO TO INVOICE-REC-COUNT.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT THEIRFILE.
           IF THEIRFILE-STATUS NOT = "35"
               PERFORM 581-READ-INVOICE-RCD
               PERFORM 582-POST-INVOICE-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE THEIRFILE
           END-IF.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT HOUSEFEED.
           IF HOUSEFEED-STATUS NOT = "35"
               PERFORM 583-READ-HOUSEFEED-RCD
               PERFORM 584-POST-HOUSEFEED-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE HOUSEFEED
           END-IF.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT FINFEED.
           IF FINFEED-STATUS NOT = "35"
               PERFORM 587-READ-FINFEED-RCD
               PERFORM 588-POST-FINFEED-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE FINFEED
           END-IF.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT PAYFILE.
           IF PAYFILE-STATUS NOT = "35"
               PERFORM 585-READ-PAYMENT-RCD
               PERFORM 586-POST-PAYMENT-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE PAYFILE
           END-IF.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT WOFFFILE.
           IF WOFFFILE-STATUS NOT = "35"
               PERFORM 589-READ-WRITE-OFF-RCD
               PERFORM 590-POST-WRITE-OFF-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE WOFFFILE
           END-IF.

       581-READ-INVOICE-RCD.
           READ THEIRFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       582-POST-INVOICE-RCD.
           IF THEIRFILE-PICS (1:3) NOT = "HDR"
                  AND THEIRFILE-PICS (1:3) NOT = "TRL"
                  AND EMP-PURCHASER-NUMBER = WK-NUMBER
                  AND EMP-PRICE IS NUMERIC
               ADD EMP-PRICE TO OPEN-BALANCE
               ADD 1 TO INVOICE-REC-COUNT
           END-IF.
           PERFORM 581-READ-INVOICE-RCD.

       583-READ-HOUSEFEED-RCD.
           READ HOUSEFEED
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       584-POST-HOUSEFEED-RCD.
           IF HF-PURCHASER-NUMBER = WK-NUMBER
                  AND HF-PRICE IS NUMERIC
               ADD HF-PRICE TO OPEN-BALANCE
           END-IF.
           PERFORM 583-READ-HOUSEFEED-RCD.

       585-READ-PAYMENT-RCD.
           READ PAYFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       586-POST-PAYMENT-RCD.
           IF PF-PURCHASER = WK-NUMBER
                  AND PF-AMOUNT IS NUMERIC
               SUBTRACT PF-AMOUNT FROM OPEN-BALANCE
           END-IF.
           PERFORM 585-READ-PAYMENT-RCD.

       587-READ-FINFEED-RCD.
           READ FINFEED
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       588-POST-FINFEED-RCD.
           IF FF-PURCHASER-NUMBER = WK-NUMBER
                  AND FF-PRICE IS NUMERIC
               ADD FF-PRICE TO OPEN-BALANCE
           END-IF.
           PERFORM 587-READ-FINFEED-RCD.

       589-READ-WRITE-OFF-RCD.
           READ WOFFFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

      *----A WRITE-OFF TOOK EXACTLY WHAT WAS OPEN OFF THE BOOKS. A
      *----RECOVERY IS CASH ON A CLOSED INVOICE AND OWES NOTHING----
       590-POST-WRITE-OFF-RCD.
           IF WO-PURCHASER = WK-NUMBER
                  AND WO-TYPE = "W"
                  AND WO-AMOUNT IS NUMERIC
               SUBTRACT WO-AMOUNT FROM OPEN-BALANCE
           END-IF.
           PERFORM 589-READ-WRITE-OFF-RCD.

       600-WRITE-MAINT-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR   TO MLL-DATE (1:4).
           MOVE CD-MONTH  TO MLL-DATE (5:2).
           MOVE CD-DAY    TO MLL-DATE (7:2).
           MOVE CD-HOURS   TO MLL-TIME (1:2).
           MOVE CD-MINUTES TO MLL-TIME (3:2).
           MOVE CD-SECONDS TO MLL-TIME (5:2).
           MOVE OPERATOR-INITIALS TO MLL-OPERATOR.
           MOVE WK-NUMBER TO MLL-KEY.
           WRITE MAINTLOG-RECORD FROM MAINT-LOG-LINE.

      *----WRITE THE WHOLE MASTER BACK----
       700-REWRITE-FILE.
           OPEN OUTPUT MASTFILE.
           PERFORM 710-WRITE-ONE-PURCHASER
               VARYING MA-IX FROM 1 BY 1
               UNTIL MA-IX > MASTER-COUNT.
           CLOSE MASTFILE.

       710-WRITE-ONE-PURCHASER.
           MOVE MA-NUMBER (MA-IX)       TO MF-NUMBER.
           MOVE MA-NAME (MA-IX)         TO MF-NAME.
           MOVE MA-STREET (MA-IX)       TO MF-STREET.
           MOVE MA-CITY (MA-IX)         TO MF-CITY.
           MOVE MA-STATE (MA-IX)        TO MF-STATE.
           MOVE MA-ZIP (MA-IX)          TO MF-ZIP.
           MOVE MA-TERMS (MA-IX)        TO MF-TERMS.
           MOVE MA-CREDIT-LIMIT (MA-IX) TO MF-CREDIT-LIMIT.
           MOVE MA-STATUS (MA-IX)       TO MF-STATUS.
           MOVE MA-FIN-EXEMPT (MA-IX)   TO MF-FIN-EXEMPT.
           WRITE MASTFILE-PICS.

       end program PURCHASER-MAINT.
