       identification division.
       program-id. FINANCE-CHARGE.
       author. Alan Thomas.
       date-compiled. 05/07/2016.
      *THIS PROGRAM IS THE MONTH-END FINANCE-CHARGE RUN FOR P05. OUR
      *TERMS CALL FOR A MONTHLY FINANCE CHARGE (1.5% UNLESS
      *P05_FINANCE_RATE SAYS OTHERWISE) ON BALANCES PAST 30 DAYS, AND
      *IT WAS NEVER BILLED - PAYING LATE ONLY COST THE DISCOUNT TIER
      *AND, EVENTUALLY, A LETTER FROM 600-DUNNING-RUN. EACH
      *PURCHASER'S OPEN ITEMS (P05D.dat AND THE HOUSE-CHARGE FEED,
      *LESS P05PAY.DAT) ARE AGED AS OF THE RUN DATE ON THE SAME
      *CALENDAR OR BUSINESS-DAY BASIS REPORTMAKER USES
      *(P05_AGING_BASIS, HOLIDAYS FROM P07HOLS.DAT), AND WHAT IS PAST
      *THE GRACE DAYS, LESS ANY CASH THE PURCHASER HAS ON ACCOUNT,
      *IS CHARGED - NEVER LESS THAN THE MINIMUM CHARGE. EACH CHARGE
      *IS WRITTEN AS AN INVOICE TO THE FINANCE-CHARGE FEED
      *(P05FIN.DAT, SAME LAYOUT AS P05D.dat), WHICH REPORTMAKER,
      *STATEMENTS, DUNNING, CASH RECEIPTS AND THE REGISTER'S HOUSE
      *ACCOUNTS ALL READ AS MORE OPEN ITEMS. EARLIER FINANCE CHARGES
      *ARE NOT THEMSELVES CHARGED AGAIN. A PURCHASER FLAGGED EXEMPT
      *ON THE MASTER (COLUMN 84) IS LISTED BUT NOT CHARGED, AND ONE
      *WHO ALREADY HAS A FINANCE CHARGE DATED IN THE RUN MONTH IS
      *SKIPPED, SO A RERUN CANNOT CHARGE TWICE. EVERY PURCHASER WITH
      *A PAST-DUE BALANCE GOES ON THE REGISTER (P05FIN.RPT) WITH
      *WHAT WAS DONE ABOUT IT; CHARGES ARE ALSO LOGGED WITH WHO/WHEN
      *TO P05MAINT.LOG. AT THE KEYBOARD THE CHARGES ARE SHOWN AND
      *CONFIRMED BEFORE ANYTHING IS WRITTEN (DECLINED, THE REGISTER
      *IS STILL PRINTED AS A PREVIEW); AN UNATTENDED RUN POSTS THEM.
      *input files P05D.dat, P05HOUSE.DAT, P05FIN.DAT, P05PAY.DAT,
      *  P05MAST.DAT, P07HOLS.DAT, P05WOFF.DAT
      *output files P05FIN.DAT, P05FIN.RPT, P05MAINT.LOG
      *printer ouput None
      *
      *MODS:
      *05/07/2016 - AT - first version.
      *05/10/2016 - AT - invoices written off to bad debt
      *  (P05WOFF.DAT, P05_WRITEOFF_FILE) are no longer past due
      *  and draw no finance charge.
      *05/11/2016 - AT - open items are kept by purchaser plus
      *  invoice number (columns 41-48), and a payment or write-off
      *  goes against the number it names (payments columns 29-36,
      *  write-offs 41-48). Anything with no number still matches
      *  on the invoice date. A charge posted here is numbered F
      *  plus the year and month it was charged for.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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

               SELECT MASTFILE ASSIGN TO DYNAMIC MASTFILE-NAME
               organization is line sequential
               file status is MASTFILE-STATUS.

               SELECT HOLIDAY-FILE ASSIGN TO DYNAMIC
                  HOLIDAY-FILE-NAME
               organization is line sequential
               file status is HOLIDAY-FILE-STATUS.

               SELECT FINREG ASSIGN TO DYNAMIC FINREG-NAME
               organization is line sequential.

               SELECT MAINTLOG ASSIGN TO "P05MAINT.LOG"
               organization is line sequential
               file status is MAINTLOG-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----THE INVOICES, THE HOUSE-CHARGE FEED AND THE FINANCE-
      *----CHARGE FEED, ALL IN THE SAME LAYOUT----
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
      *----WRITE-OFF. A WRITTEN-OFF INVOICE HAS NOTHING OPEN----
           FD WOFFFILE.
           01 WOFFFILE-PICS.
               05 WO-TYPE                PIC X.
               05 WO-PURCHASER           PIC X(5).
               05 WO-INVOICE-DATE        PIC 9(8).
               05 FILLER                 PIC X(26).
               05 WO-INVOICE-NUMBER      PIC X(8).

           FD MASTFILE.
           01 MASTFILE-PICS.
               05 MF-NUMBER              PIC X(5).
               05 MF-NAME                PIC X(20).
               05 FILLER                 PIC X(57).
               05 MF-STATUS              PIC X.
               05 MF-FIN-EXEMPT          PIC X.

      *----THE SHARED HOLIDAY CALENDAR (SAME FILE DATE-CALC, DOW-
      *----CALC AND REPORTMAKER READ)----
           FD HOLIDAY-FILE.
           01 HOLIDAY-RECORD.
               05 HR-DATE                PIC 9(8).

           FD FINREG.
           01 FINREG-AREA                PIC X(100).

           FD MAINTLOG.
           01 MAINTLOG-RECORD PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       WORKING-STORAGE SECTION.

       01 THEIRFILE-STATUS  PIC X(2) VALUE SPACES.
       01 HOUSEFEED-STATUS  PIC X(2) VALUE SPACES.
       01 FINFEED-STATUS    PIC X(2) VALUE SPACES.
       01 PAYFILE-STATUS    PIC X(2) VALUE SPACES.
       01 WOFFFILE-STATUS   PIC X(2) VALUE SPACES.
       01 MASTFILE-STATUS   PIC X(2) VALUE SPACES.
       01 HOLIDAY-FILE-STATUS PIC X(2) VALUE SPACES.
       01 MAINTLOG-STATUS   PIC X(2) VALUE SPACES.

      *----SAME DEFAULTS AND THE SAME OVERRIDE KEYS REPORTMAKER
      *----USES, SO BOTH PROGRAMS WORK ON THE SAME FILES----
       01 FILE-NAME-FIELDS.
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
           05 MASTFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05MAST.DAT".
           05 HOLIDAY-FILE-NAME PIC X(80)
               VALUE "P07HOLS.DAT".
           05 FINREG-NAME       PIC X(80)
               VALUE "E:\programming\P05FIN.RPT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE)----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01 ENV-OVERRIDE         PIC X(80) VALUE SPACES.

      *----THE TERMS: A MONTHLY RATE IN WHOLE THOUSANDTHS (015 IS
      *----1.5%, THE SAME WAY THE DISCOUNT RATES ARE KEYED), THE
      *----SMALLEST CHARGE WORTH BILLING IN WHOLE DOLLARS, AND HOW
      *----OLD AN OPEN ITEM MUST BE BEFORE IT IS PAST DUE----
       01 FINANCE-TERMS.
           05 FIN-RATE-NUM      PIC 9(3)    VALUE 015.
           05 FIN-RATE          PIC V9(5)   VALUE .015.
           05 FIN-MINIMUM       PIC 9(5)    VALUE 1.
           05 FIN-GRACE-DAYS    PIC 9(3)    VALUE 30.
       01 AGING-BASIS-SWITCH    PIC X       VALUE "C".
           88 BUSINESS-DAY-AGING            VALUE "B" "b".

       01 SCAN-EOF-SWITCH   PIC X VALUE "N".
       01 FOUND-SWITCH      PIC X VALUE "N".
           88 ROW-FOUND        VALUE "Y".
       01 CONFIRM-SWITCH    PIC X VALUE "N".
           88 CONFIRMED        VALUE "Y" "y".
       01 POST-SWITCH       PIC X VALUE "N".
           88 POSTING-CHARGES  VALUE "Y".
       01 MASTER-LOADED-SW  PIC X VALUE "N".
           88 MASTER-LOADED    VALUE "Y".

      *----SET WHEN A FILE FAILS ITS LOAD CHECKS - A QUIETLY WRONG
      *----TABLE IS WORSE THAN A STOPPED RUN----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

       01 OPERATOR-INITIALS PIC X(3) VALUE SPACES.

      *----THE DATE THE CHARGES ARE ASSESSED AS OF (TODAY UNLESS
      *----P05_FINANCE_DATE SAYS OTHERWISE) AND ITS MONTH----
       01 AS-OF-FIELDS.
           05 AS-OF-DATE        PIC 9(8)    VALUE ZERO.
           05 AS-OF-DATE-X REDEFINES AS-OF-DATE.
              10 AS-OF-MONTH    PIC X(6).
              10 FILLER         PIC X(2).
           05 AS-OF-INTEGER     PIC S9(9)   VALUE ZERO.
           05 MONTH-START-INT   PIC S9(9)   VALUE ZERO.
           05 CHARGE-DATE       PIC 9(8)    VALUE ZERO.
           05 CHARGE-DATE-INT   PIC S9(9)   VALUE ZERO.
           05 DATE-CHECK-RESULT PIC S9(4)   VALUE ZERO.
           05 DATE-CHECK-NUM    PIC 9(8)    VALUE ZERO.

      *----OPEN ITEMS, ONE ROW PER PURCHASER AND INVOICE DATE (ALL
      *----A PAYMENT CAN NAME). FINANCE-CHARGE ROWS ARE KEPT SO THE
      *----NEW CHARGE'S DATE CAN STAY CLEAR OF THEM, BUT ARE NEVER
      *----AGED INTO THE BASE----
       01 INVOICE-COUNT     PIC 9(4) VALUE ZERO.
       01 INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON INVOICE-COUNT
                  INDEXED BY IV-IX.
              10 IV-PURCHASER    PIC X(5).
              10 IV-DATE         PIC 9(8).
              10 IV-NUMBER       PIC X(8).
              10 IV-PRICE        PIC 9(9).
              10 IV-PAID         PIC 9(9).
              10 IV-WOFF-SW      PIC X.
              10 IV-FIN-SW       PIC X.

      *----ONE ROW PER PURCHASER WITH ANYTHING ON FILE----
       01 PURCHASER-COUNT   PIC 9(3) VALUE ZERO.
       01 PURCHASER-TABLE.
           05 PURCHASER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON PURCHASER-COUNT
                  INDEXED BY PU-IX.
              10 PU-NUMBER       PIC X(5).
              10 PU-NAME         PIC X(20).
              10 PU-PAST-DUE     PIC 9(9).
              10 PU-ON-ACCOUNT   PIC 9(9).
              10 PU-CHARGE       PIC 9(7).
              10 PU-EXEMPT-SW    PIC X.
              10 PU-CHARGED-SW   PIC X.
              10 PU-OLDEST-AGE   PIC 9(5).

      *----THE PURCHASER MASTER: NAMES AND THE EXEMPT FLAG----
       01 MASTER-COUNT      PIC 9(3) VALUE ZERO.
       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON MASTER-COUNT
                  INDEXED BY MA-IX.
              10 MA-NUMBER       PIC X(5).
              10 MA-NAME         PIC X(20).
              10 MA-FIN-EXEMPT   PIC X.

      *----HOLIDAY CALENDAR, HELD AS INTEGER DAY NUMBERS FOR THE
      *----COUNTING LOOP----
       01 HOLIDAY-EOF-SWITCH    PIC X       VALUE "N".
       01 HOLIDAY-COUNT         PIC 9(3)    VALUE ZERO.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON HOLIDAY-COUNT
                  INDEXED BY HO-IX.
              10 HOLIDAY-INTEGER PIC S9(9).

       01 AGING-FIELDS.
           05 INVOICE-INTEGER   PIC S9(9)   VALUE ZERO.
           05 AGE-DAYS          PIC S9(5)   VALUE ZERO.
           05 OPEN-AMOUNT       PIC S9(9)   VALUE ZERO.
           05 BD-CURRENT        PIC S9(9)   VALUE ZERO.
           05 BD-DOW            PIC 9       VALUE ZERO.
           05 HOLIDAY-FOUND-SW  PIC X       VALUE "N".
               88 DAY-IS-HOLIDAY    VALUE "Y".

       01 WORK-FIELDS.
           05 CUR-PURCHASER     PIC X(5)    VALUE SPACES.
           05 CUR-NAME          PIC X(20)   VALUE SPACES.
           05 NEW-DATE          PIC 9(8)    VALUE ZERO.
           05 NEW-NUMBER        PIC X(8)    VALUE SPACES.
           05 NEW-AMOUNT        PIC 9(9)    VALUE ZERO.
           05 NEW-FIN-SW        PIC X       VALUE "N".
           05 CHARGE-BASE       PIC S9(9)   VALUE ZERO.
           05 FIN-NOTE          PIC X(24)   VALUE SPACES.

       01 RUN-TOTALS.
           05 CHARGE-COUNT      PIC 9(5)    VALUE ZERO.
           05 CHARGE-TOTAL      PIC 9(9)    VALUE ZERO.
           05 EXEMPT-COUNT      PIC 9(5)    VALUE ZERO.
           05 SKIPPED-COUNT     PIC 9(5)    VALUE ZERO.
           05 LISTED-COUNT      PIC 9(5)    VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
           05 CD-MONTH      PIC 9(2).
           05 CD-DAY        PIC 9(2).
           05 CD-HOURS      PIC 9(2).
           05 CD-MINUTES    PIC 9(2).
           05 CD-SECONDS    PIC 9(2).
           05 FILLER        PIC X(7).

      *----THE FINANCE-CHARGE REGISTER----
       01 FIN-HEADING-1.
           05 FILLER            PIC X(28)
               VALUE "P05 FINANCE CHARGE REGISTER".
           05 FILLER            PIC X(7)  VALUE " AS OF ".
           05 FH1-AS-OF         PIC 9(8).
           05 FILLER            PIC X(8)  VALUE "  RATE ".
           05 FH1-RATE          PIC Z9.999.
           05 FILLER            PIC X(15) VALUE "%/MO  PAST DUE ".
           05 FH1-GRACE         PIC ZZ9.
           05 FILLER            PIC X(6)  VALUE " DAYS ".
           05 FH1-PREVIEW       PIC X(19) VALUE SPACES.
       01 FIN-HEADING-2.
           05 FILLER            PIC X(34)
               VALUE "PURCH  NAME                   AGE".
           05 FILLER            PIC X(40)
               VALUE "   PAST DUE  ON ACCOUNT     CHARGE  NOTE".
       01 FIN-DETAIL-LINE.
           05 FDL-PURCHASER     PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FDL-NAME          PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FDL-OLDEST-AGE    PIC ZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FDL-PAST-DUE      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FDL-ON-ACCOUNT    PIC ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FDL-CHARGE        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FDL-NOTE          PIC X(24).
       01 FIN-TOTAL-LINE.
           05 FILLER            PIC X(16) VALUE "CHARGES ASSESSED".
           05 FTL-COUNT         PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE "  TOTAL  ".
           05 FTL-TOTAL         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE "  EXEMPT ".
           05 FTL-EXEMPT        PIC ZZZZ9.
           05 FILLER            PIC X(18) VALUE "  ALREADY CHARGED ".
           05 FTL-SKIPPED       PIC ZZZZ9.
       01 FIN-NONE-LINE         PIC X(40)
               VALUE "NO PAST-DUE BALANCES".

      *----WHO CHARGED WHAT, WHEN - SAME SHAPE AS INVOICE-MAINT'S
      *----LINES IN THE SAME LOG----
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

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE SO NOTHING WAITS
      *----ON A KEYBOARD NOBODY IS SITTING AT----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

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
           MOVE "N" TO LOAD-ERROR-SWITCH.
           MOVE "N" TO POST-SWITCH.
           MOVE ZERO TO CHARGE-COUNT CHARGE-TOTAL EXEMPT-COUNT
               SKIPPED-COUNT LISTED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO AS-OF-DATE (1:4).
           MOVE CD-MONTH TO AS-OF-DATE (5:2).
           MOVE CD-DAY   TO AS-OF-DATE (7:2).
           DISPLAY "--------------------------------------------".
           DISPLAY "  P05 FINANCE CHARGE RUN".
           DISPLAY "--------------------------------------------".
           PERFORM 004-GET-FILE-NAMES.
           PERFORM 005-READ-PARM-FILE.
           COMPUTE AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (AS-OF-DATE).
           MOVE AS-OF-DATE TO DATE-CHECK-NUM.
           MOVE "01" TO DATE-CHECK-NUM (7:2).
           COMPUTE MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (DATE-CHECK-NUM).
           IF UNATTENDED-RUN
               IF OPR-ID NOT = SPACES
                   MOVE OPR-ID TO OPERATOR-INITIALS
               ELSE
                   MOVE "BAT" TO OPERATOR-INITIALS
               END-IF
           ELSE
               IF OPR-ID NOT = SPACES
                   MOVE OPR-ID TO OPERATOR-INITIALS
                   DISPLAY "OPERATOR " OPR-ID " (SIGNED ON)"
               ELSE
                   DISPLAY "ENTER OPERATOR INITIALS: "
                   ACCEPT OPERATOR-INITIALS
               END-IF
           END-IF.
           PERFORM 048-LOAD-MASTER.
           PERFORM 049-LOAD-HOLIDAYS.
           PERFORM 040-LOAD-INVOICES.
           PERFORM 045-LOAD-PAYMENTS.
           PERFORM 058-LOAD-WRITE-OFFS.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NOTHING WAS CHARGED*"
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           DISPLAY "CHARGES AS OF " AS-OF-DATE " - " FIN-RATE-NUM
               " THOUSANDTHS A MONTH ON ITEMS PAST " FIN-GRACE-DAYS
               " DAYS, MINIMUM " FIN-MINIMUM.
           PERFORM 200-AGE-OPEN-ITEMS.
           PERFORM 300-FIGURE-CHARGES.
           MOVE CHARGE-TOTAL TO FTL-TOTAL.
           DISPLAY CHARGE-COUNT " CHARGE(S) TOTALING "
               FUNCTION TRIM (FTL-TOTAL) ", " EXEMPT-COUNT
               " EXEMPT, " SKIPPED-COUNT " ALREADY CHARGED THIS MONTH".
           IF CHARGE-COUNT > ZERO
               IF UNATTENDED-RUN
                   DISPLAY "UNATTENDED RUN - CHARGES POSTED"
                   MOVE "Y" TO POST-SWITCH
               ELSE
                   DISPLAY "POST THESE CHARGES (Y/N)? "
                   ACCEPT CONFIRM-SWITCH
                   IF CONFIRMED
                       MOVE "Y" TO POST-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF POSTING-CHARGES
               PERFORM 400-POST-CHARGES
           END-IF.
           PERFORM 500-PRINT-REGISTER.
           EVALUATE TRUE
               WHEN POSTING-CHARGES
                   DISPLAY CHARGE-COUNT " FINANCE CHARGE(S) WRITTEN TO "
                       FUNCTION TRIM (FINFEED-NAME)
               WHEN CHARGE-COUNT = ZERO
                   DISPLAY "NO FINANCE CHARGES DUE"
               WHEN OTHER
                   DISPLAY "NOTHING POSTED - REGISTER IS A PREVIEW ONLY"
           END-EVALUATE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           IF POSTING-CHARGES
               MOVE CHARGE-COUNT TO RSA-EXCEPTION-COUNT
           ELSE
               MOVE ZERO TO RSA-EXCEPTION-COUNT
           END-IF.
           GOBACK.

      *----SAME ENVIRONMENT OVERRIDES REPORTMAKER TAKES----
       004-GET-FILE-NAMES.
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
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_MASTER_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO MASTFILE-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_AGING_BASIS".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE (1:1) TO AGING-BASIS-SWITCH
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "HOLIDAY_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO HOLIDAY-FILE-NAME
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
               WHEN "P05_FINANCE_REGISTER"
                   MOVE PARM-VALUE TO FINREG-NAME
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
               WHEN "P05_MASTER_FILE"
                   MOVE PARM-VALUE TO MASTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_AGING_BASIS"
                   MOVE PARM-VALUE (1:1) TO AGING-BASIS-SWITCH
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "HOLIDAY_FILE"
                   MOVE PARM-VALUE TO HOLIDAY-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_FINANCE_RATE"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE FIN-RATE-NUM =
                           FUNCTION NUMVAL (PARM-VALUE)
                       COMPUTE FIN-RATE = FIN-RATE-NUM / 1000
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_FINANCE_MINIMUM"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE FIN-MINIMUM =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_FINANCE_GRACE_DAYS"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE FIN-GRACE-DAYS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_FINANCE_DATE"
                   PERFORM 008-APPLY-AS-OF-DATE
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----A MONTH-END RUN MADE ON THE FIRST OF THE NEXT MONTH
      *----NAMES THE MONTH-END DATE HERE. A BAD DATE IS IGNORED AND
      *----TODAY STANDS----
       008-APPLY-AS-OF-DATE.
           IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
               COMPUTE DATE-CHECK-NUM = FUNCTION NUMVAL (PARM-VALUE)
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (DATE-CHECK-NUM)
               IF DATE-CHECK-RESULT = 0
                   MOVE DATE-CHECK-NUM TO AS-OF-DATE
               ELSE
                   DISPLAY "*P05_FINANCE_DATE IS NOT A REAL DATE -"
                       " TODAY IS USED*"
               END-IF
           END-IF.

      *----THE OPEN ITEMS: P05D.dat (HDR/TRL ENVELOPE SKIPPED), THE
      *----HOUSE-CHARGE FEED AND EARLIER FINANCE CHARGES, ROLLED UP
      *----BY PURCHASER AND INVOICE DATE----
       040-LOAD-INVOICES.
           MOVE ZERO TO INVOICE-COUNT PURCHASER-COUNT.
           MOVE "N" TO NEW-FIN-SW.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT THEIRFILE.
           IF THEIRFILE-STATUS NOT = "35"
               PERFORM 041-READ-INVOICE-RCD
               PERFORM 042-STORE-INVOICE-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE THEIRFILE
           END-IF.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT HOUSEFEED.
           IF HOUSEFEED-STATUS NOT = "35"
               PERFORM 043-READ-HOUSEFEED-RCD
               PERFORM 044-STORE-HOUSEFEED-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE HOUSEFEED
           END-IF.
           MOVE "Y" TO NEW-FIN-SW.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT FINFEED.
           IF FINFEED-STATUS NOT = "35"
               PERFORM 051-READ-FINFEED-RCD
               PERFORM 052-STORE-FINFEED-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE FINFEED
           END-IF.
           DISPLAY INVOICE-COUNT " PURCHASER/INVOICE DATE(S) LOADED".

       041-READ-INVOICE-RCD.
           READ THEIRFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       042-STORE-INVOICE-RCD.
           IF THEIRFILE-PICS (1:3) NOT = "HDR"
                  AND THEIRFILE-PICS (1:3) NOT = "TRL"
                  AND EMP-PRICE IS NUMERIC
                  AND EMP-INVOICE-DATE IS NUMERIC
               MOVE EMP-PURCHASER-NUMBER TO CUR-PURCHASER
               MOVE EMP-PURCHASER-NAME TO CUR-NAME
               MOVE EMP-INVOICE-DATE TO NEW-DATE
               MOVE EMP-INVOICE-NUMBER TO NEW-NUMBER
               MOVE EMP-PRICE TO NEW-AMOUNT
               PERFORM 046-POST-INVOICE-ROW
           END-IF.
           PERFORM 041-READ-INVOICE-RCD.

       043-READ-HOUSEFEED-RCD.
           READ HOUSEFEED
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       044-STORE-HOUSEFEED-RCD.
           IF HF-PRICE IS NUMERIC
                  AND HF-INVOICE-DATE IS NUMERIC
               MOVE HF-PURCHASER-NUMBER TO CUR-PURCHASER
               MOVE HF-PURCHASER-NAME TO CUR-NAME
               MOVE HF-INVOICE-DATE TO NEW-DATE
               MOVE HF-INVOICE-NUMBER TO NEW-NUMBER
               MOVE HF-PRICE TO NEW-AMOUNT
               PERFORM 046-POST-INVOICE-ROW
           END-IF.
           PERFORM 043-READ-HOUSEFEED-RCD.

       051-READ-FINFEED-RCD.
           READ FINFEED
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

      *----A FINANCE CHARGE ALREADY DATED IN THE RUN MONTH MEANS
      *----THIS PURCHASER HAS BEEN CHARGED FOR IT----
       052-STORE-FINFEED-RCD.
           IF FF-PRICE IS NUMERIC
                  AND FF-INVOICE-DATE IS NUMERIC
               MOVE FF-PURCHASER-NUMBER TO CUR-PURCHASER
               MOVE FF-PURCHASER-NAME TO CUR-NAME
               MOVE FF-INVOICE-DATE TO NEW-DATE
               MOVE FF-INVOICE-NUMBER TO NEW-NUMBER
               MOVE FF-PRICE TO NEW-AMOUNT
               PERFORM 046-POST-INVOICE-ROW
               IF FF-INVOICE-DATE (1:6) = AS-OF-MONTH
                       AND NOT LOAD-ERROR-FOUND
                   MOVE "Y" TO PU-CHARGED-SW (PU-IX)
               END-IF
           END-IF.
           PERFORM 051-READ-FINFEED-RCD.

       046-POST-INVOICE-ROW.
           PERFORM 610-FIND-PURCHASER-ROW.
           MOVE "N" TO FOUND-SWITCH.
           IF INVOICE-COUNT > ZERO
               SET IV-IX TO 1
               SEARCH INVOICE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IV-PURCHASER (IV-IX) = CUR-PURCHASER
                          AND NEW-NUMBER NOT = SPACES
                          AND IV-NUMBER (IV-IX) = NEW-NUMBER
                       MOVE "Y" TO FOUND-SWITCH
                   WHEN IV-PURCHASER (IV-IX) = CUR-PURCHASER
                          AND NEW-NUMBER = SPACES
                          AND IV-NUMBER (IV-IX) = SPACES
                          AND IV-DATE (IV-IX) = NEW-DATE
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF ROW-FOUND
               ADD NEW-AMOUNT TO IV-PRICE (IV-IX)
           ELSE
               IF INVOICE-COUNT < 2000
                   ADD 1 TO INVOICE-COUNT
                   SET IV-IX TO INVOICE-COUNT
                   MOVE CUR-PURCHASER TO IV-PURCHASER (IV-IX)
                   MOVE NEW-DATE      TO IV-DATE (IV-IX)
                   MOVE NEW-NUMBER    TO IV-NUMBER (IV-IX)
                   MOVE NEW-AMOUNT    TO IV-PRICE (IV-IX)
                   MOVE ZERO          TO IV-PAID (IV-IX)
                   MOVE "N"           TO IV-WOFF-SW (IV-IX)
                   MOVE NEW-FIN-SW    TO IV-FIN-SW (IV-IX)
               ELSE
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*INVOICES OVERFLOW THE 2000-ENTRY"
                       " TABLE - FINANCE CHARGES ABANDONED*"
                   MOVE "Y" TO SCAN-EOF-SWITCH
               END-IF
           END-IF.

      *----PAYMENTS GO AGAINST THE INVOICE THEY NAME; CASH HELD ON
      *----ACCOUNT, OR KEYED FOR AN INVOICE DATE THE PURCHASER DOES
      *----NOT HAVE, IS CREDITED AGAINST THE PURCHASER'S PAST-DUE
      *----BALANCE INSTEAD - WE DO NOT CHARGE ON MONEY WE HOLD----
       045-LOAD-PAYMENTS.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT PAYFILE.
           IF PAYFILE-STATUS NOT = "35"
               PERFORM 047-READ-PAYMENT-RCD
               PERFORM 053-POST-PAYMENT-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE PAYFILE
           END-IF.

       047-READ-PAYMENT-RCD.
           READ PAYFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       053-POST-PAYMENT-RCD.
           IF PF-AMOUNT IS NUMERIC
               MOVE "N" TO FOUND-SWITCH
               IF INVOICE-COUNT > ZERO
                   SET IV-IX TO 1
                   SEARCH INVOICE-ENTRY
                       AT END
                           CONTINUE
                       WHEN IV-PURCHASER (IV-IX) = PF-PURCHASER
                              AND PF-INVOICE-NUMBER NOT = SPACES
                              AND IV-NUMBER (IV-IX) = PF-INVOICE-NUMBER
                           MOVE "Y" TO FOUND-SWITCH
                       WHEN IV-PURCHASER (IV-IX) = PF-PURCHASER
                              AND PF-INVOICE-NUMBER = SPACES
                              AND IV-DATE (IV-IX) = PF-INVOICE-DATE
                           MOVE "Y" TO FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF ROW-FOUND
                   ADD PF-AMOUNT TO IV-PAID (IV-IX)
               ELSE
                   MOVE PF-PURCHASER TO CUR-PURCHASER
                   MOVE SPACES TO CUR-NAME
                   PERFORM 610-FIND-PURCHASER-ROW
                   IF NOT LOAD-ERROR-FOUND
                       ADD PF-AMOUNT TO PU-ON-ACCOUNT (PU-IX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 047-READ-PAYMENT-RCD.

      *----INVOICES WRITTEN OFF TO BAD DEBT ARE MARKED CLOSED. A
      *----RECOVERY DOES NOT REOPEN ONE, SO ONLY W RECORDS COUNT----
       058-LOAD-WRITE-OFFS.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT WOFFFILE.
           IF WOFFFILE-STATUS NOT = "35"
               PERFORM 059-READ-WRITE-OFF-RCD
               PERFORM 060-POST-WRITE-OFF-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE WOFFFILE
           END-IF.

       059-READ-WRITE-OFF-RCD.
           READ WOFFFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       060-POST-WRITE-OFF-RCD.
           IF WO-TYPE = "W" AND INVOICE-COUNT > ZERO
               SET IV-IX TO 1
               SEARCH INVOICE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IV-PURCHASER (IV-IX) = WO-PURCHASER
                          AND WO-INVOICE-NUMBER NOT = SPACES
                          AND IV-NUMBER (IV-IX) = WO-INVOICE-NUMBER
                       MOVE "Y" TO IV-WOFF-SW (IV-IX)
                   WHEN IV-PURCHASER (IV-IX) = WO-PURCHASER
                          AND WO-INVOICE-NUMBER = SPACES
                          AND IV-DATE (IV-IX) = WO-INVOICE-DATE
                       MOVE "Y" TO IV-WOFF-SW (IV-IX)
               END-SEARCH
           END-IF.
           PERFORM 059-READ-WRITE-OFF-RCD.

      *----NAMES AND THE FINANCE-CHARGE EXEMPT FLAG. NO MASTER MEANS
      *----NOBODY IS EXEMPT AND THE INVOICE NAME IS USED----
       048-LOAD-MASTER.
           MOVE ZERO TO MASTER-COUNT.
           MOVE "N" TO MASTER-LOADED-SW.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT MASTFILE.
           IF MASTFILE-STATUS NOT = "35"
               PERFORM 054-READ-MASTER-RCD
               PERFORM 055-STORE-MASTER-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE MASTFILE
               IF MASTER-COUNT > ZERO
                   MOVE "Y" TO MASTER-LOADED-SW
               END-IF
           END-IF.

       054-READ-MASTER-RCD.
           READ MASTFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       055-STORE-MASTER-RCD.
           IF MASTER-COUNT < 500
               ADD 1 TO MASTER-COUNT
               SET MA-IX TO MASTER-COUNT
               MOVE MF-NUMBER     TO MA-NUMBER (MA-IX)
               MOVE MF-NAME       TO MA-NAME (MA-IX)
               MOVE MF-FIN-EXEMPT TO MA-FIN-EXEMPT (MA-IX)
           ELSE
               DISPLAY "*PURCHASER MASTER TABLE FULL - " MF-NUMBER
                   " NOT LOADED*"
           END-IF.
           PERFORM 054-READ-MASTER-RCD.

      *----LOAD THE SHARED HOLIDAY CALENDAR. NO FILE JUST MEANS NO
      *----HOLIDAYS - WEEKENDS ALONE MAKE A DAY NON-BUSINESS THEN,
      *----SAME AS REPORTMAKER----
       049-LOAD-HOLIDAYS.
           MOVE ZERO TO HOLIDAY-COUNT.
           MOVE "N" TO HOLIDAY-EOF-SWITCH.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS NOT = "35"
               PERFORM 056-READ-HOLIDAY-RCD
               PERFORM 057-STORE-HOLIDAY-RCD
                   UNTIL HOLIDAY-EOF-SWITCH = "Y"
               CLOSE HOLIDAY-FILE
           END-IF.

       056-READ-HOLIDAY-RCD.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO HOLIDAY-EOF-SWITCH
           END-READ.

       057-STORE-HOLIDAY-RCD.
           COMPUTE DATE-CHECK-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (HR-DATE).
           IF DATE-CHECK-RESULT NOT = 0
               DISPLAY "*BAD DATE IN P07HOLS.DAT SKIPPED: " HR-DATE
                   "*"
           ELSE
               IF HOLIDAY-COUNT < 100
                   ADD 1 TO HOLIDAY-COUNT
                   COMPUTE HOLIDAY-INTEGER (HOLIDAY-COUNT) =
                       FUNCTION INTEGER-OF-DATE (HR-DATE)
               ELSE
                   DISPLAY "*HOLIDAY TABLE FULL - " HR-DATE
                       " NOT LOADED*"
               END-IF
           END-IF.
           PERFORM 056-READ-HOLIDAY-RCD.

      *----EVERY OPEN ITEM OLDER THAN THE GRACE DAYS ADDS ITS OPEN
      *----AMOUNT TO ITS PURCHASER'S PAST-DUE BALANCE. EARLIER
      *----FINANCE CHARGES ARE NOT CHARGED ON----
       200-AGE-OPEN-ITEMS.
           IF INVOICE-COUNT > ZERO
               PERFORM 210-AGE-ONE-ITEM
                   VARYING IV-IX FROM 1 BY 1
                   UNTIL IV-IX > INVOICE-COUNT
           END-IF.

       210-AGE-ONE-ITEM.
           COMPUTE OPEN-AMOUNT = IV-PRICE (IV-IX) - IV-PAID (IV-IX).
           IF IV-WOFF-SW (IV-IX) = "Y"
               MOVE ZERO TO OPEN-AMOUNT
           END-IF.
           COMPUTE DATE-CHECK-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (IV-DATE (IV-IX)).
           IF IV-FIN-SW (IV-IX) NOT = "Y"
                  AND OPEN-AMOUNT > ZERO
                  AND DATE-CHECK-RESULT = 0
               COMPUTE INVOICE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (IV-DATE (IV-IX))
               PERFORM 220-COMPUTE-AGE-DAYS
               IF AGE-DAYS > FIN-GRACE-DAYS
                   MOVE IV-PURCHASER (IV-IX) TO CUR-PURCHASER
                   MOVE SPACES TO CUR-NAME
                   PERFORM 610-FIND-PURCHASER-ROW
                   ADD OPEN-AMOUNT TO PU-PAST-DUE (PU-IX)
                   IF AGE-DAYS > PU-OLDEST-AGE (PU-IX)
                       MOVE AGE-DAYS TO PU-OLDEST-AGE (PU-IX)
                   END-IF
               END-IF
           END-IF.

      *----THE SAME AGE REPORTMAKER'S 312-COMPUTE-AGE-DAYS GIVES:
      *----CALENDAR DAYS BY SUBTRACTION, OR WORKING DAYS BY WALKING
      *----THE RANGE AND SKIPPING WEEKENDS AND LISTED HOLIDAYS----
       220-COMPUTE-AGE-DAYS.
           IF BUSINESS-DAY-AGING
                  AND INVOICE-INTEGER < AS-OF-INTEGER
               MOVE ZERO TO AGE-DAYS
               MOVE INVOICE-INTEGER TO BD-CURRENT
               PERFORM 230-COUNT-ONE-AGE-DAY
                   UNTIL BD-CURRENT = AS-OF-INTEGER
           ELSE
               COMPUTE AGE-DAYS =
                   AS-OF-INTEGER - INVOICE-INTEGER
           END-IF.

       230-COUNT-ONE-AGE-DAY.
           ADD 1 TO BD-CURRENT.
           COMPUTE BD-DOW = FUNCTION REM (BD-CURRENT, 7).
           IF BD-DOW NOT = 6 AND BD-DOW NOT = 0
               PERFORM 240-CHECK-HOLIDAY
               IF NOT DAY-IS-HOLIDAY
                   ADD 1 TO AGE-DAYS
               END-IF
           END-IF.

       240-CHECK-HOLIDAY.
           MOVE "N" TO HOLIDAY-FOUND-SW.
           IF HOLIDAY-COUNT > ZERO
               SET HO-IX TO 1
               SEARCH HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN HOLIDAY-INTEGER (HO-IX) = BD-CURRENT
                       MOVE "Y" TO HOLIDAY-FOUND-SW
               END-SEARCH
           END-IF.

      *----WHAT EACH PURCHASER IS CHARGED: THE PAST-DUE BALANCE LESS
      *----CASH ON ACCOUNT, AT THE MONTHLY RATE, ROUNDED TO WHOLE
      *----DOLLARS AS P05 CARRIES THEM, AND NEVER UNDER THE MINIMUM--
       300-FIGURE-CHARGES.
           IF PURCHASER-COUNT > ZERO
               PERFORM 310-FIGURE-ONE-CHARGE
                   VARYING PU-IX FROM 1 BY 1
                   UNTIL PU-IX > PURCHASER-COUNT
           END-IF.

       310-FIGURE-ONE-CHARGE.
           MOVE ZERO TO PU-CHARGE (PU-IX).
           COMPUTE CHARGE-BASE =
               PU-PAST-DUE (PU-IX) - PU-ON-ACCOUNT (PU-IX).
           IF CHARGE-BASE > ZERO
               EVALUATE TRUE
                   WHEN PU-EXEMPT-SW (PU-IX) = "Y"
                       ADD 1 TO EXEMPT-COUNT
                   WHEN PU-CHARGED-SW (PU-IX) = "Y"
                       ADD 1 TO SKIPPED-COUNT
                   WHEN OTHER
                       COMPUTE PU-CHARGE (PU-IX) ROUNDED =
                           CHARGE-BASE * FIN-RATE
                       IF PU-CHARGE (PU-IX) < FIN-MINIMUM
                           MOVE FIN-MINIMUM TO PU-CHARGE (PU-IX)
                       END-IF
                       IF PU-CHARGE (PU-IX) > ZERO
                           ADD 1 TO CHARGE-COUNT
                           ADD PU-CHARGE (PU-IX) TO CHARGE-TOTAL
                       END-IF
               END-EVALUATE
           END-IF.

      *----EACH CHARGE GOES TO THE FEED AS AN INVOICE DATED THE
      *----AS-OF DATE, STEPPED BACK A DAY AT A TIME WHILE THAT DATE
      *----IS ALREADY TAKEN BY ONE OF THE PURCHASER'S INVOICES. THE
      *----CHARGE'S OWN F+YYYYMM NUMBER IS WHAT PAYMENTS MATCH FIRST;
      *----THE DATE IS STEPPED BACK ONLY FOR THE OLDER RECORDS THAT
      *----STILL MATCH ON PURCHASER AND DATE ALONE (PAYMENTS AND
      *----WRITE-OFFS THAT CARRY NO INVOICE NUMBER)----
       400-POST-CHARGES.
           OPEN EXTEND FINFEED.
           IF FINFEED-STATUS = "35"
               OPEN OUTPUT FINFEED
           END-IF.
           OPEN EXTEND MAINTLOG.
           IF MAINTLOG-STATUS = "35"
               OPEN OUTPUT MAINTLOG
           END-IF.
           PERFORM 410-POST-ONE-CHARGE
               VARYING PU-IX FROM 1 BY 1
               UNTIL PU-IX > PURCHASER-COUNT.
           CLOSE FINFEED.
           CLOSE MAINTLOG.

       410-POST-ONE-CHARGE.
           IF PU-CHARGE (PU-IX) > ZERO
               MOVE PU-NUMBER (PU-IX) TO CUR-PURCHASER
               MOVE AS-OF-INTEGER TO CHARGE-DATE-INT
               MOVE AS-OF-DATE TO CHARGE-DATE
               MOVE "Y" TO FOUND-SWITCH
               PERFORM 420-CHECK-CHARGE-DATE
                   UNTIL NOT ROW-FOUND
                      OR CHARGE-DATE-INT < MONTH-START-INT
               MOVE PU-NUMBER (PU-IX) TO FF-PURCHASER-NUMBER
               MOVE PU-NAME (PU-IX)   TO FF-PURCHASER-NAME
               MOVE PU-CHARGE (PU-IX) TO FF-PRICE
               MOVE CHARGE-DATE       TO FF-INVOICE-DATE
               MOVE SPACES            TO FF-INVOICE-NUMBER
               STRING "F" DELIMITED BY SIZE
                      CHARGE-DATE (1:6) DELIMITED BY SIZE
                      INTO FF-INVOICE-NUMBER
               WRITE FINFEED-PICS
               MOVE "FINCHG" TO MLL-ACTION
               MOVE PU-NUMBER (PU-IX) TO MLL-KEY
               MOVE SPACES TO MLL-DETAIL
               STRING "CHARGE " DELIMITED BY SIZE
                      PU-CHARGE (PU-IX) DELIMITED BY SIZE
                      " DATED " DELIMITED BY SIZE
                      CHARGE-DATE DELIMITED BY SIZE
                      INTO MLL-DETAIL
               PERFORM 680-WRITE-MAINT-LOG-LINE
           END-IF.

       420-CHECK-CHARGE-DATE.
           MOVE "N" TO FOUND-SWITCH.
           SET IV-IX TO 1.
           SEARCH INVOICE-ENTRY
               AT END
                   CONTINUE
               WHEN IV-PURCHASER (IV-IX) = CUR-PURCHASER
                      AND IV-DATE (IV-IX) = CHARGE-DATE
                   MOVE "Y" TO FOUND-SWITCH
           END-SEARCH.
           IF ROW-FOUND
               SUBTRACT 1 FROM CHARGE-DATE-INT
               COMPUTE CHARGE-DATE =
                   FUNCTION DATE-OF-INTEGER (CHARGE-DATE-INT)
           END-IF.

      *----THE REGISTER: EVERY PURCHASER WITH A PAST-DUE BALANCE,
      *----CHARGED OR NOT, AND WHY----
       500-PRINT-REGISTER.
           OPEN OUTPUT FINREG.
           MOVE AS-OF-DATE TO FH1-AS-OF.
           COMPUTE FH1-RATE = FIN-RATE * 100.
           MOVE FIN-GRACE-DAYS TO FH1-GRACE.
           IF POSTING-CHARGES OR CHARGE-COUNT = ZERO
               MOVE SPACES TO FH1-PREVIEW
           ELSE
               MOVE "  PREVIEW ONLY" TO FH1-PREVIEW
           END-IF.
           WRITE FINREG-AREA FROM FIN-HEADING-1.
           WRITE FINREG-AREA FROM FIN-HEADING-2.
           MOVE SPACES TO FINREG-AREA.
           WRITE FINREG-AREA.
           MOVE ZERO TO LISTED-COUNT.
           IF PURCHASER-COUNT > ZERO
               PERFORM 510-PRINT-ONE-PURCHASER
                   VARYING PU-IX FROM 1 BY 1
                   UNTIL PU-IX > PURCHASER-COUNT
           END-IF.
           IF LISTED-COUNT = ZERO
               WRITE FINREG-AREA FROM FIN-NONE-LINE
           END-IF.
           MOVE SPACES TO FINREG-AREA.
           WRITE FINREG-AREA.
           MOVE CHARGE-COUNT TO FTL-COUNT.
           MOVE CHARGE-TOTAL TO FTL-TOTAL.
           MOVE EXEMPT-COUNT TO FTL-EXEMPT.
           MOVE SKIPPED-COUNT TO FTL-SKIPPED.
           WRITE FINREG-AREA FROM FIN-TOTAL-LINE.
           CLOSE FINREG.

       510-PRINT-ONE-PURCHASER.
           IF PU-PAST-DUE (PU-IX) > ZERO
               ADD 1 TO LISTED-COUNT
               COMPUTE CHARGE-BASE =
                   PU-PAST-DUE (PU-IX) - PU-ON-ACCOUNT (PU-IX)
               EVALUATE TRUE
                   WHEN CHARGE-BASE NOT > ZERO
                       MOVE "COVERED BY CASH ON ACCT" TO FIN-NOTE
                   WHEN PU-EXEMPT-SW (PU-IX) = "Y"
                       MOVE "EXEMPT" TO FIN-NOTE
                   WHEN PU-CHARGED-SW (PU-IX) = "Y"
                       MOVE "ALREADY CHARGED" TO FIN-NOTE
                   WHEN PU-CHARGE (PU-IX) = FIN-MINIMUM
                       MOVE "MINIMUM CHARGE" TO FIN-NOTE
                   WHEN OTHER
                       MOVE SPACES TO FIN-NOTE
               END-EVALUATE
               MOVE PU-NUMBER (PU-IX)     TO FDL-PURCHASER
               MOVE PU-NAME (PU-IX)       TO FDL-NAME
               MOVE PU-OLDEST-AGE (PU-IX) TO FDL-OLDEST-AGE
               MOVE PU-PAST-DUE (PU-IX)   TO FDL-PAST-DUE
               MOVE PU-ON-ACCOUNT (PU-IX) TO FDL-ON-ACCOUNT
               MOVE PU-CHARGE (PU-IX)     TO FDL-CHARGE
               MOVE FIN-NOTE              TO FDL-NOTE
               WRITE FINREG-AREA FROM FIN-DETAIL-LINE
           END-IF.

      *----FIND (OR START) CUR-PURCHASER'S ROW, LEAVING PU-IX ON IT.
      *----A NEW ROW TAKES ITS NAME AND EXEMPT FLAG FROM THE MASTER,
      *----OR THE INVOICE NAME WHEN THE MASTER DOES NOT HAVE IT----
       610-FIND-PURCHASER-ROW.
           MOVE "N" TO FOUND-SWITCH.
           IF PURCHASER-COUNT > ZERO
               SET PU-IX TO 1
               SEARCH PURCHASER-ENTRY
                   AT END
                       CONTINUE
                   WHEN PU-NUMBER (PU-IX) = CUR-PURCHASER
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF ROW-FOUND
               IF PU-NAME (PU-IX) = SPACES
                   MOVE CUR-NAME TO PU-NAME (PU-IX)
               END-IF
           ELSE
               IF PURCHASER-COUNT < 500
                   ADD 1 TO PURCHASER-COUNT
                   SET PU-IX TO PURCHASER-COUNT
                   MOVE CUR-PURCHASER TO PU-NUMBER (PU-IX)
                   MOVE CUR-NAME      TO PU-NAME (PU-IX)
                   MOVE ZERO TO PU-PAST-DUE (PU-IX)
                       PU-ON-ACCOUNT (PU-IX) PU-CHARGE (PU-IX)
                       PU-OLDEST-AGE (PU-IX)
                   MOVE "N" TO PU-EXEMPT-SW (PU-IX)
                   MOVE "N" TO PU-CHARGED-SW (PU-IX)
                   PERFORM 620-APPLY-MASTER
               ELSE
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*PURCHASERS OVERFLOW THE 500-ENTRY"
                       " TABLE - FINANCE CHARGES ABANDONED*"
                   MOVE "Y" TO SCAN-EOF-SWITCH
                   SET PU-IX TO 1
               END-IF
           END-IF.

       620-APPLY-MASTER.
           IF MASTER-LOADED
               SET MA-IX TO 1
               SEARCH MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MA-NUMBER (MA-IX) = CUR-PURCHASER
                       MOVE MA-NAME (MA-IX) TO PU-NAME (PU-IX)
                       IF MA-FIN-EXEMPT (MA-IX) = "Y"
                           MOVE "Y" TO PU-EXEMPT-SW (PU-IX)
                       END-IF
               END-SEARCH
           END-IF.

       680-WRITE-MAINT-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR   TO MLL-DATE (1:4).
           MOVE CD-MONTH  TO MLL-DATE (5:2).
           MOVE CD-DAY    TO MLL-DATE (7:2).
           MOVE CD-HOURS   TO MLL-TIME (1:2).
           MOVE CD-MINUTES TO MLL-TIME (3:2).
           MOVE CD-SECONDS TO MLL-TIME (5:2).
           MOVE OPERATOR-INITIALS TO MLL-OPERATOR.
           WRITE MAINTLOG-RECORD FROM MAINT-LOG-LINE.

       end program FINANCE-CHARGE.
