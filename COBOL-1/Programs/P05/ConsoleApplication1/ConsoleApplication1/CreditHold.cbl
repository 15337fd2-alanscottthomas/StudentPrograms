       identification division.
       program-id. CREDIT-HOLD.
       author. Alan Thomas.
       date-compiled. 05/08/2016.
      *THIS PROGRAM KEEPS THE P05 CREDIT-HOLD LIST (P05HOLD.DAT).
      *THE REPORT HAS ALWAYS FLAGGED A PURCHASER OVER THE CREDIT
      *LIMIT, AND THE DUNNING RUN WRITES TO ONE PAST 90 DAYS, BUT
      *NOTHING STOPPED US TAKING THE NEXT ORDER. EACH PURCHASER'S
      *OPEN BALANCE (P05D.dat, THE HOUSE-CHARGE FEED AND THE FINANCE-
      *CHARGE FEED, LESS P05PAY.DAT AND ANY CASH HELD ON ACCOUNT) AND
      *THE AGE OF THE OLDEST OPEN ITEM (SAME CALENDAR OR BUSINESS-DAY
      *BASIS REPORTMAKER USES) ARE FIGURED AS OF TODAY. THE BUILD PUTS
      *A PURCHASER ON HOLD AUTOMATICALLY WHEN THE BALANCE IS OVER THE
      *P05MAST.DAT CREDIT LIMIT OR AN ITEM IS PAST P05_HOLD_DAYS
      *(DEFAULT 90), AND TAKES AN AUTOMATIC HOLD OFF AGAIN ONCE
      *NEITHER IS TRUE. A MANAGER CAN ALSO HOLD A PURCHASER BY HAND
      *(A MANUAL HOLD STAYS UNTIL IT IS RELEASED BY HAND) OR RELEASE
      *ONE, WITH A REASON EITHER WAY; A MANUAL RELEASE KEEPS THE BUILD
      *FROM HOLDING THE PURCHASER AGAIN FOR P05_HOLD_RELEASE_DAYS
      *(DEFAULT 30). EVERY HOLD AND RELEASE IS LOGGED WITH WHO/WHEN TO
      *P05MAINT.LOG. INVOICE-MAINT REFUSES NEW INVOICES FOR A HELD
      *PURCHASER UNLESS A LEVEL 3 OPERATOR OVERRIDES, AND REPORTMAKER
      *SENDS A HELD PURCHASER'S NEW INVOICES TO THE EXCEPTIONS
      *REPORT. THE HOLD REPORT (P05HOLD.RPT) LISTS EVERY HOLD WITH ITS
      *REASON AND AGE FOR THE CREDIT MANAGER. AN UNATTENDED (NIGHTLY
      *RUN-LIST) RUN BUILDS THE LIST AND PRINTS THE REPORT.
      *input files P05D.dat, P05HOUSE.DAT, P05FIN.DAT, P05PAY.DAT,
      *  P05MAST.DAT, P07HOLS.DAT, P05HOLD.DAT, P05WOFF.DAT
      *output files P05HOLD.DAT, P05HOLD.RPT, P05MAINT.LOG
      *printer ouput None
      *
      *MODS:
      *05/08/2016 - AT - first version.
      *05/10/2016 - AT - invoices written off to bad debt
      *  (P05WOFF.DAT, P05_WRITEOFF_FILE) count nothing toward the
      *  open balance or the oldest-item age.
      *05/11/2016 - AT - open items are kept by purchaser plus
      *  invoice number (columns 41-48), and a payment or write-off
      *  goes against the number it names (payments columns 29-36,
      *  write-offs 41-48). Anything with no number still matches
      *  on the invoice date.

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

               SELECT HOLDFILE ASSIGN TO DYNAMIC HOLDFILE-NAME
               organization is line sequential
               file status is HOLDFILE-STATUS.

               SELECT HOLDRPT ASSIGN TO DYNAMIC HOLDRPT-NAME
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
               05 FILLER                 PIC X(50).
               05 MF-CREDIT-LIMIT        PIC 9(7).
               05 MF-STATUS              PIC X.
               05 MF-FIN-EXEMPT          PIC X.

      *----THE SHARED HOLIDAY CALENDAR (SAME FILE DATE-CALC, DOW-
      *----CALC AND REPORTMAKER READ)----
           FD HOLIDAY-FILE.
           01 HOLIDAY-RECORD.
               05 HR-DATE                PIC 9(8).

      *----THE CREDIT-HOLD LIST, ONE RECORD PER PURCHASER. STATUS H
      *----IS A HOLD IN FORCE, R A MANUAL RELEASE STILL KEEPING THE
      *----BUILD OFF; SOURCE A IS THE BUILD, M IS A MANAGER.
      *----INVOICE-MAINT AND REPORTMAKER READ THE SAME LAYOUT----
           FD HOLDFILE.
           01 HOLDFILE-PICS.
               05 HL-PURCHASER           PIC X(5).
               05 HL-STATUS              PIC X.
               05 HL-SOURCE              PIC X.
               05 HL-DATE                PIC 9(8).
               05 HL-OPERATOR            PIC X(3).
               05 HL-BALANCE             PIC 9(9).
               05 HL-OLDEST-DAYS         PIC 9(5).
               05 HL-REASON              PIC X(30).

           FD HOLDRPT.
           01 HOLDRPT-AREA               PIC X(132).

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
       01 HOLDFILE-STATUS   PIC X(2) VALUE SPACES.
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
           05 HOLDFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05HOLD.DAT".
           05 HOLDRPT-NAME      PIC X(80)
               VALUE "E:\programming\P05HOLD.RPT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE)----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01 ENV-OVERRIDE         PIC X(80) VALUE SPACES.

      *----HOW OLD AN OPEN ITEM MAY GET BEFORE THE PURCHASER IS HELD,
      *----AND HOW LONG A MANUAL RELEASE KEEPS THE BUILD OFF----
       01 HOLD-TERMS.
           05 HOLD-DAYS         PIC 9(3)    VALUE 90.
           05 RELEASE-DAYS      PIC 9(3)    VALUE 30.
       01 AGING-BASIS-SWITCH    PIC X       VALUE "C".
           88 BUSINESS-DAY-AGING            VALUE "B" "b".

       01 SCAN-EOF-SWITCH   PIC X VALUE "N".
       01 FOUND-SWITCH      PIC X VALUE "N".
           88 ROW-FOUND        VALUE "Y".
       01 HOLD-FOUND-SW     PIC X VALUE "N".
           88 HOLD-ROW-FOUND   VALUE "Y".
       01 CRITERIA-SW       PIC X VALUE "N".
           88 CRITERIA-MET     VALUE "Y".
       01 DONE-SWITCH       PIC X VALUE "N".
           88 DONE-WITH-HOLDS  VALUE "Y".
       01 MASTER-LOADED-SW  PIC X VALUE "N".
           88 MASTER-LOADED    VALUE "Y".

       01 HOLD-ACTION       PIC X VALUE SPACE.
           88 BUILD-ACTION      VALUE "B" "b".
           88 HOLD-ADD-ACTION   VALUE "H" "h".
           88 RELEASE-ACTION    VALUE "R" "r".
           88 PRINT-ACTION      VALUE "P" "p".
           88 EXIT-ACTION       VALUE "E" "e".

      *----SET WHEN A FILE FAILS ITS LOAD CHECKS - A QUIETLY WRONG
      *----TABLE IS WORSE THAN A STOPPED RUN----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

       01 OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 CHANGES-MADE      PIC 9(4) VALUE ZERO.

      *----TODAY, AS A DATE AND AS AN INTEGER DAY NUMBER----
       01 AS-OF-FIELDS.
           05 AS-OF-DATE        PIC 9(8)    VALUE ZERO.
           05 AS-OF-INTEGER     PIC S9(9)   VALUE ZERO.
           05 DATE-CHECK-RESULT PIC S9(4)   VALUE ZERO.
           05 HOLD-INTEGER      PIC S9(9)   VALUE ZERO.
           05 HOLD-AGE          PIC S9(5)   VALUE ZERO.

      *----OPEN ITEMS, ONE ROW PER PURCHASER AND INVOICE DATE (ALL
      *----A PAYMENT CAN NAME)----
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

      *----ONE ROW PER PURCHASER WITH ANYTHING ON FILE----
       01 PURCHASER-COUNT   PIC 9(3) VALUE ZERO.
       01 PURCHASER-TABLE.
           05 PURCHASER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON PURCHASER-COUNT
                  INDEXED BY PU-IX.
              10 PU-NUMBER       PIC X(5).
              10 PU-NAME         PIC X(20).
              10 PU-OPEN         PIC 9(9).
              10 PU-ON-ACCOUNT   PIC 9(9).
              10 PU-OLDEST-AGE   PIC 9(5).
              10 PU-LIMIT        PIC 9(7).

      *----THE PURCHASER MASTER: NAMES AND CREDIT LIMITS----
       01 MASTER-COUNT      PIC 9(3) VALUE ZERO.
       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON MASTER-COUNT
                  INDEXED BY MA-IX.
              10 MA-NUMBER       PIC X(5).
              10 MA-NAME         PIC X(20).
              10 MA-CREDIT-LIMIT PIC 9(7).

      *----THE HOLD LIST, HELD HERE WHILE IT IS WORKED ON AND
      *----WRITTEN BACK IN ONE PIECE AT THE END OF THE RUN----
       01 HOLD-COUNT        PIC 9(3) VALUE ZERO.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON HOLD-COUNT
                  INDEXED BY HT-IX.
              10 HT-PURCHASER    PIC X(5).
              10 HT-STATUS       PIC X.
              10 HT-SOURCE       PIC X.
              10 HT-DATE         PIC 9(8).
              10 HT-OPERATOR     PIC X(3).
              10 HT-BALANCE      PIC 9(9).
              10 HT-OLDEST-DAYS  PIC 9(5).
              10 HT-REASON       PIC X(30).
              10 HT-DROPPED-SW   PIC X.

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
           05 CUR-LIMIT         PIC 9(7)    VALUE ZERO.
           05 CUR-BALANCE       PIC 9(9)    VALUE ZERO.
           05 CUR-OLDEST        PIC 9(5)    VALUE ZERO.
           05 NET-BALANCE       PIC S9(9)   VALUE ZERO.
           05 NEW-DATE          PIC 9(8)    VALUE ZERO.
           05 NEW-NUMBER        PIC X(8)    VALUE SPACES.
           05 NEW-AMOUNT        PIC 9(9)    VALUE ZERO.
           05 CRITERIA-REASON   PIC X(30)   VALUE SPACES.
           05 KEYED-REASON      PIC X(30)   VALUE SPACES.
           05 HOLD-DAYS-EDIT    PIC ZZ9.

       01 RUN-TOTALS.
           05 HELD-COUNT        PIC 9(5)    VALUE ZERO.
           05 AUTO-COUNT        PIC 9(5)    VALUE ZERO.
           05 MANUAL-COUNT      PIC 9(5)    VALUE ZERO.
           05 RELEASED-COUNT    PIC 9(5)    VALUE ZERO.
           05 NEW-HOLD-COUNT    PIC 9(5)    VALUE ZERO.
           05 AUTO-REL-COUNT    PIC 9(5)    VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
           05 CD-MONTH      PIC 9(2).
           05 CD-DAY        PIC 9(2).
           05 CD-HOURS      PIC 9(2).
           05 CD-MINUTES    PIC 9(2).
           05 CD-SECONDS    PIC 9(2).
           05 FILLER        PIC X(7).

      *----THE CREDIT MANAGER'S MORNING HOLD REPORT----
       01 HOLD-HEADING-1.
           05 FILLER            PIC X(23)
               VALUE "P05 CREDIT HOLD REPORT".
           05 FILLER            PIC X(7)  VALUE " AS OF ".
           05 HH1-AS-OF         PIC 9(8).
           05 FILLER            PIC X(33)
               VALUE "  HELD OVER CREDIT LIMIT OR PAST".
           05 HH1-HOLD-DAYS     PIC ZZ9.
           05 FILLER            PIC X(5)  VALUE " DAYS".
       01 HOLD-HEADING-2.
           05 FILLER            PIC X(38)
               VALUE "PURCH  NAME                  SOURCE ".
           05 FILLER            PIC X(40)
               VALUE " SINCE     DAYS     BALANCE      LIMIT ".
           05 FILLER            PIC X(40)
               VALUE "OLDEST  REASON                        ".
           05 FILLER            PIC X(3)  VALUE "OPR".
       01 HOLD-DETAIL-LINE.
           05 HDL-PURCHASER     PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDL-NAME          PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDL-SOURCE        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDL-DATE          PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDL-AGE           PIC ZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 HDL-BALANCE       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 HDL-LIMIT         PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDL-OLDEST        PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDL-REASON        PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HDL-OPERATOR      PIC X(3).
       01 HOLD-RELEASE-HEADING  PIC X(60)
               VALUE "MANUAL RELEASES STILL KEEPING THE BUILD OFF".
       01 HOLD-TOTAL-LINE.
           05 FILLER            PIC X(15) VALUE "PURCHASERS HELD".
           05 HTL-HELD          PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "  AUTOMATIC ".
           05 HTL-AUTO          PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE "  MANUAL ".
           05 HTL-MANUAL        PIC ZZZZ9.
           05 FILLER            PIC X(21) VALUE "  RELEASES IN FORCE ".
           05 HTL-RELEASED      PIC ZZZZ9.
       01 HOLD-NONE-LINE        PIC X(40)
               VALUE "NO PURCHASERS ON CREDIT HOLD".

      *----WHO HELD OR RELEASED WHOM, WHEN - SAME SHAPE AS INVOICE-
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
           MOVE "N" TO DONE-SWITCH.
           MOVE ZERO TO CHANGES-MADE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO AS-OF-DATE (1:4).
           MOVE CD-MONTH TO AS-OF-DATE (5:2).
           MOVE CD-DAY   TO AS-OF-DATE (7:2).
           COMPUTE AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (AS-OF-DATE).
           DISPLAY "--------------------------------------------".
           DISPLAY "  P05 CREDIT HOLD LIST".
           DISPLAY "--------------------------------------------".
           PERFORM 004-GET-FILE-NAMES.
           PERFORM 005-READ-PARM-FILE.
           MOVE HOLD-DAYS TO HOLD-DAYS-EDIT.
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
           PERFORM 061-LOAD-WRITE-OFFS.
           PERFORM 058-LOAD-HOLDS.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NOTHING WAS CHANGED*"
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 200-AGE-OPEN-ITEMS.
           PERFORM 050-OPEN-MAINT-LOG.
           IF UNATTENDED-RUN
               DISPLAY "UNATTENDED RUN - HOLD LIST BUILT AND PRINTED"
               PERFORM 300-BUILD-HOLDS
               PERFORM 500-PRINT-REPORT
           ELSE
               PERFORM 100-HOLD-LOOP UNTIL DONE-WITH-HOLDS
           END-IF.
           CLOSE MAINTLOG.
           IF CHANGES-MADE > ZERO
               PERFORM 700-REWRITE-HOLD-FILE
               DISPLAY CHANGES-MADE " CHANGE(S) WRITTEN TO "
                   FUNCTION TRIM (HOLDFILE-NAME)
           ELSE
               DISPLAY "NO CHANGES MADE - HOLD LIST LEFT UNTOUCHED"
           END-IF.
           PERFORM 800-TALLY-HOLDS.
           DISPLAY HELD-COUNT " PURCHASER(S) ON CREDIT HOLD".
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE HELD-COUNT TO RSA-EXCEPTION-COUNT.
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
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_HOLD_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO HOLDFILE-NAME
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
               WHEN "P05_HOLD_FILE"
                   MOVE PARM-VALUE TO HOLDFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_HOLD_REPORT"
                   MOVE PARM-VALUE TO HOLDRPT-NAME
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
               WHEN "P05_HOLD_DAYS"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE HOLD-DAYS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_HOLD_RELEASE_DAYS"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE RELEASE-DAYS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----THE OPEN ITEMS: P05D.dat (HDR/TRL ENVELOPE SKIPPED), THE
      *----HOUSE-CHARGE FEED AND THE FINANCE CHARGES, ROLLED UP BY
      *----PURCHASER AND INVOICE DATE----
       040-LOAD-INVOICES.
           MOVE ZERO TO INVOICE-COUNT PURCHASER-COUNT.
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

       052-STORE-FINFEED-RCD.
           IF FF-PRICE IS NUMERIC
                  AND FF-INVOICE-DATE IS NUMERIC
               MOVE FF-PURCHASER-NUMBER TO CUR-PURCHASER
               MOVE FF-PURCHASER-NAME TO CUR-NAME
               MOVE FF-INVOICE-DATE TO NEW-DATE
               MOVE FF-INVOICE-NUMBER TO NEW-NUMBER
               MOVE FF-PRICE TO NEW-AMOUNT
               PERFORM 046-POST-INVOICE-ROW
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
               ELSE
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*INVOICES OVERFLOW THE 2000-ENTRY"
                       " TABLE - HOLD LIST ABANDONED*"
                   MOVE "Y" TO SCAN-EOF-SWITCH
               END-IF
           END-IF.

      *----PAYMENTS GO AGAINST THE INVOICE THEY NAME; CASH HELD ON
      *----ACCOUNT, OR KEYED FOR AN INVOICE DATE THE PURCHASER DOES
      *----NOT HAVE, COMES OFF THE PURCHASER'S BALANCE INSTEAD----
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
       061-LOAD-WRITE-OFFS.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT WOFFFILE.
           IF WOFFFILE-STATUS NOT = "35"
               PERFORM 062-READ-WRITE-OFF-RCD
               PERFORM 063-POST-WRITE-OFF-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE WOFFFILE
           END-IF.

       062-READ-WRITE-OFF-RCD.
           READ WOFFFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       063-POST-WRITE-OFF-RCD.
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
           PERFORM 062-READ-WRITE-OFF-RCD.

      *----NAMES AND CREDIT LIMITS. NO MASTER MEANS NO LIMITS, SO
      *----ONLY AGE CAN PUT A PURCHASER ON HOLD----
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
               IF MF-CREDIT-LIMIT IS NUMERIC
                   MOVE MF-CREDIT-LIMIT TO MA-CREDIT-LIMIT (MA-IX)
               ELSE
                   MOVE ZERO TO MA-CREDIT-LIMIT (MA-IX)
               END-IF
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

      *----THE HOLD LIST AS THE LAST RUN LEFT IT. NO FILE JUST MEANS
      *----NOBODY IS HELD YET; A RECORD THAT IS NOT A HOLD OR A
      *----RELEASE WITH A REAL DATE STOPS THE RUN, SINCE THE LIST IS
      *----WRITTEN BACK IN FULL----
       058-LOAD-HOLDS.
           MOVE ZERO TO HOLD-COUNT.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT HOLDFILE.
           IF HOLDFILE-STATUS NOT = "35"
               PERFORM 059-READ-HOLD-RCD
               PERFORM 060-STORE-HOLD-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE HOLDFILE
           END-IF.
           DISPLAY HOLD-COUNT " HOLD RECORD(S) LOADED".

       059-READ-HOLD-RCD.
           READ HOLDFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       060-STORE-HOLD-RCD.
           MOVE 1 TO DATE-CHECK-RESULT.
           IF HL-DATE IS NUMERIC
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (HL-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN HL-PURCHASER = SPACES
                      OR (HL-STATUS NOT = "H" AND HL-STATUS NOT = "R")
                      OR DATE-CHECK-RESULT NOT = 0
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*BAD RECORD IN " FUNCTION TRIM
                       (HOLDFILE-NAME) ": " HOLDFILE-PICS "*"
               WHEN HOLD-COUNT >= 500
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*HOLD LIST OVERFLOWS THE 500-ENTRY"
                       " TABLE - HOLD LIST ABANDONED*"
                   MOVE "Y" TO SCAN-EOF-SWITCH
               WHEN OTHER
                   ADD 1 TO HOLD-COUNT
                   SET HT-IX TO HOLD-COUNT
                   MOVE HL-PURCHASER TO HT-PURCHASER (HT-IX)
                   MOVE HL-STATUS    TO HT-STATUS (HT-IX)
                   MOVE HL-SOURCE    TO HT-SOURCE (HT-IX)
                   MOVE HL-DATE      TO HT-DATE (HT-IX)
                   MOVE HL-OPERATOR  TO HT-OPERATOR (HT-IX)
                   MOVE HL-REASON    TO HT-REASON (HT-IX)
                   IF HL-BALANCE IS NUMERIC
                       MOVE HL-BALANCE TO HT-BALANCE (HT-IX)
                   ELSE
                       MOVE ZERO TO HT-BALANCE (HT-IX)
                   END-IF
                   IF HL-OLDEST-DAYS IS NUMERIC
                       MOVE HL-OLDEST-DAYS TO HT-OLDEST-DAYS (HT-IX)
                   ELSE
                       MOVE ZERO TO HT-OLDEST-DAYS (HT-IX)
                   END-IF
                   MOVE "N" TO HT-DROPPED-SW (HT-IX)
           END-EVALUATE.
           IF SCAN-EOF-SWITCH NOT = "Y"
               PERFORM 059-READ-HOLD-RCD
           END-IF.

       050-OPEN-MAINT-LOG.
           OPEN EXTEND MAINTLOG.
           IF MAINTLOG-STATUS = "35"
               OPEN OUTPUT MAINTLOG
           END-IF.

       100-HOLD-LOOP.
           DISPLAY " ".
           DISPLAY "B)UILD, H)OLD, R)ELEASE, P)RINT, OR E)XIT? ".
           ACCEPT HOLD-ACTION.
           EVALUATE TRUE
               WHEN BUILD-ACTION
                   PERFORM 300-BUILD-HOLDS
               WHEN HOLD-ADD-ACTION
                   PERFORM 400-MANUAL-HOLD
               WHEN RELEASE-ACTION
                   PERFORM 410-MANUAL-RELEASE
               WHEN PRINT-ACTION
                   PERFORM 500-PRINT-REPORT
                   DISPLAY "HOLD REPORT WRITTEN TO "
                       FUNCTION TRIM (HOLDRPT-NAME)
               WHEN EXIT-ACTION
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*INVALID ACTION - PLEASE TRY AGAIN*"
           END-EVALUATE.

      *----EACH PURCHASER'S OPEN BALANCE, AND THE AGE OF THE OLDEST
      *----ITEM STILL NOT FULLY PAID----
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
           IF OPEN-AMOUNT > ZERO
               MOVE IV-PURCHASER (IV-IX) TO CUR-PURCHASER
               PERFORM 612-SEARCH-PURCHASER-ROW
               ADD OPEN-AMOUNT TO PU-OPEN (PU-IX)
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (IV-DATE (IV-IX))
               IF DATE-CHECK-RESULT = 0
                   COMPUTE INVOICE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (IV-DATE (IV-IX))
                   PERFORM 220-COMPUTE-AGE-DAYS
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

      *----THE BUILD: EVERY HOLD ON THE LIST IS REVIEWED FIRST, THEN
      *----EVERY PURCHASER WHO NOW MEETS THE CRITERIA AND IS NOT ON
      *----THE LIST ALREADY IS HELD AS OF TODAY----
       300-BUILD-HOLDS.
           MOVE ZERO TO NEW-HOLD-COUNT AUTO-REL-COUNT.
           IF HOLD-COUNT > ZERO
               PERFORM 310-REVIEW-ONE-HOLD
                   VARYING HT-IX FROM 1 BY 1
                   UNTIL HT-IX > HOLD-COUNT
           END-IF.
           IF PURCHASER-COUNT > ZERO
               PERFORM 315-CHECK-ONE-PURCHASER
                   VARYING PU-IX FROM 1 BY 1
                   UNTIL PU-IX > PURCHASER-COUNT
           END-IF.
           PERFORM 800-TALLY-HOLDS.
           DISPLAY "HOLD LIST BUILT - " NEW-HOLD-COUNT " NEW HOLD(S), "
               AUTO-REL-COUNT " RELEASED, " HELD-COUNT " NOW HELD".

      *----A MANUAL HOLD STAYS WHATEVER THE FIGURES SAY; AN AUTOMATIC
      *----ONE KEEPS ITS ORIGINAL DATE WHILE THE CRITERIA STILL HOLD
      *----AND COMES OFF WHEN THEY DO NOT; A MANUAL RELEASE DROPS
      *----AWAY ONCE ITS RELEASE DAYS ARE UP----
       310-REVIEW-ONE-HOLD.
           IF HT-DROPPED-SW (HT-IX) NOT = "Y"
               MOVE HT-PURCHASER (HT-IX) TO CUR-PURCHASER
               PERFORM 320-TEST-CRITERIA
               EVALUATE TRUE
                   WHEN HT-STATUS (HT-IX) = "R"
                       COMPUTE HOLD-INTEGER =
                           FUNCTION INTEGER-OF-DATE (HT-DATE (HT-IX))
                       IF AS-OF-INTEGER - HOLD-INTEGER > RELEASE-DAYS
                           MOVE "Y" TO HT-DROPPED-SW (HT-IX)
                           ADD 1 TO CHANGES-MADE
                       END-IF
                   WHEN HT-SOURCE (HT-IX) = "M"
                       PERFORM 330-REFRESH-FIGURES
                   WHEN CRITERIA-MET
                       PERFORM 330-REFRESH-FIGURES
                       MOVE CRITERIA-REASON TO HT-REASON (HT-IX)
                   WHEN OTHER
                       MOVE "Y" TO HT-DROPPED-SW (HT-IX)
                       ADD 1 TO CHANGES-MADE
                       ADD 1 TO AUTO-REL-COUNT
                       MOVE "AUTOREL" TO MLL-ACTION
                       MOVE CUR-PURCHASER TO MLL-KEY
                       MOVE "NOT OVER LIMIT OR PAST DUE"
                           TO MLL-DETAIL
                       PERFORM 680-WRITE-MAINT-LOG-LINE
               END-EVALUATE
           END-IF.

       315-CHECK-ONE-PURCHASER.
           MOVE PU-NUMBER (PU-IX) TO CUR-PURCHASER.
           PERFORM 460-FIND-HOLD-ROW.
           IF NOT HOLD-ROW-FOUND
               PERFORM 320-TEST-CRITERIA
               IF CRITERIA-MET
                   IF HOLD-COUNT < 500
                       ADD 1 TO HOLD-COUNT
                       SET HT-IX TO HOLD-COUNT
                       MOVE CUR-PURCHASER TO HT-PURCHASER (HT-IX)
                       MOVE "H" TO HT-STATUS (HT-IX)
                       MOVE "A" TO HT-SOURCE (HT-IX)
                       MOVE AS-OF-DATE TO HT-DATE (HT-IX)
                       MOVE OPERATOR-INITIALS TO HT-OPERATOR (HT-IX)
                       MOVE CRITERIA-REASON TO HT-REASON (HT-IX)
                       MOVE "N" TO HT-DROPPED-SW (HT-IX)
                       MOVE CUR-BALANCE TO HT-BALANCE (HT-IX)
                       MOVE CUR-OLDEST TO HT-OLDEST-DAYS (HT-IX)
                       ADD 1 TO CHANGES-MADE
                       ADD 1 TO NEW-HOLD-COUNT
                       MOVE "AUTOHOLD" TO MLL-ACTION
                       MOVE CUR-PURCHASER TO MLL-KEY
                       MOVE CRITERIA-REASON TO MLL-DETAIL
                       PERFORM 680-WRITE-MAINT-LOG-LINE
                   ELSE
                       DISPLAY "*HOLD LIST FULL - " CUR-PURCHASER
                           " NOT HELD*"
                   END-IF
               END-IF
           END-IF.

      *----OVER THE CREDIT LIMIT (A ZERO LIMIT IS NO LIMIT, AS ON
      *----THE REPORT) AND/OR AN OPEN ITEM PAST THE HOLD DAYS. LEAVES
      *----THE PURCHASER'S FIGURES IN CUR-BALANCE/CUR-OLDEST----
       320-TEST-CRITERIA.
           MOVE "N" TO CRITERIA-SW.
           MOVE SPACES TO CRITERIA-REASON.
           MOVE ZERO TO CUR-BALANCE CUR-OLDEST.
           PERFORM 630-GET-MASTER-FIGURES.
           PERFORM 614-LOOKUP-PURCHASER-ROW.
           IF ROW-FOUND
               COMPUTE NET-BALANCE =
                   PU-OPEN (PU-IX) - PU-ON-ACCOUNT (PU-IX)
               IF NET-BALANCE > ZERO
                   MOVE NET-BALANCE TO CUR-BALANCE
               END-IF
               IF CUR-BALANCE > ZERO
                   MOVE PU-OLDEST-AGE (PU-IX) TO CUR-OLDEST
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CUR-LIMIT > ZERO AND CUR-BALANCE > CUR-LIMIT
                      AND CUR-OLDEST > HOLD-DAYS
                   MOVE "Y" TO CRITERIA-SW
                   STRING "OVER LIMIT AND PAST " DELIMITED BY SIZE
                          FUNCTION TRIM (HOLD-DAYS-EDIT)
                              DELIMITED BY SIZE
                          " DAYS" DELIMITED BY SIZE
                          INTO CRITERIA-REASON
               WHEN CUR-LIMIT > ZERO AND CUR-BALANCE > CUR-LIMIT
                   MOVE "Y" TO CRITERIA-SW
                   MOVE "OVER CREDIT LIMIT" TO CRITERIA-REASON
               WHEN CUR-OLDEST > HOLD-DAYS
                   MOVE "Y" TO CRITERIA-SW
                   STRING "OPEN ITEMS PAST " DELIMITED BY SIZE
                          FUNCTION TRIM (HOLD-DAYS-EDIT)
                              DELIMITED BY SIZE
                          " DAYS" DELIMITED BY SIZE
                          INTO CRITERIA-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       330-REFRESH-FIGURES.
           IF HT-BALANCE (HT-IX) NOT = CUR-BALANCE
                  OR HT-OLDEST-DAYS (HT-IX) NOT = CUR-OLDEST
               MOVE CUR-BALANCE TO HT-BALANCE (HT-IX)
               MOVE CUR-OLDEST  TO HT-OLDEST-DAYS (HT-IX)
               ADD 1 TO CHANGES-MADE
           END-IF.

      *----A MANAGER'S HOLD. AN AUTOMATIC HOLD ALREADY ON THE
      *----PURCHASER BECOMES MANUAL (IT WILL NOT COME OFF BY ITSELF);
      *----A RELEASE STILL IN FORCE IS REPLACED----
       400-MANUAL-HOLD.
           PERFORM 450-GET-PURCHASER-KEY.
           IF CUR-PURCHASER = SPACES
               DISPLAY "*HOLD CANCELLED*"
           ELSE
               PERFORM 460-FIND-HOLD-ROW
               IF HOLD-ROW-FOUND AND HT-STATUS (HT-IX) = "H"
                      AND HT-SOURCE (HT-IX) = "M"
                   DISPLAY "*ALREADY ON MANUAL HOLD SINCE "
                       HT-DATE (HT-IX) " - "
                       FUNCTION TRIM (HT-REASON (HT-IX)) "*"
               ELSE
                   PERFORM 470-GET-REASON
                   IF KEYED-REASON = SPACES
                       DISPLAY "*HOLD CANCELLED - A REASON IS"
                           " REQUIRED*"
                   ELSE
                       IF NOT HOLD-ROW-FOUND
                           PERFORM 465-ADD-HOLD-ROW
                       END-IF
                       IF HOLD-ROW-FOUND
                           IF HT-STATUS (HT-IX) NOT = "H"
                               MOVE AS-OF-DATE TO HT-DATE (HT-IX)
                           END-IF
                           MOVE "H" TO HT-STATUS (HT-IX)
                           MOVE "M" TO HT-SOURCE (HT-IX)
                           MOVE OPERATOR-INITIALS
                               TO HT-OPERATOR (HT-IX)
                           MOVE KEYED-REASON TO HT-REASON (HT-IX)
                           MOVE "N" TO HT-DROPPED-SW (HT-IX)
                           PERFORM 320-TEST-CRITERIA
                           PERFORM 330-REFRESH-FIGURES
                           MOVE "HOLD" TO MLL-ACTION
                           MOVE CUR-PURCHASER TO MLL-KEY
                           MOVE KEYED-REASON TO MLL-DETAIL
                           PERFORM 680-WRITE-MAINT-LOG-LINE
                           ADD 1 TO CHANGES-MADE
                           DISPLAY "PURCHASER " CUR-PURCHASER
                               " PUT ON CREDIT HOLD"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----A MANAGER'S RELEASE, AUTOMATIC OR MANUAL HOLD ALIKE. THE
      *----RELEASE IS KEPT ON THE LIST SO THE BUILD LEAVES IT ALONE
      *----FOR THE RELEASE DAYS----
       410-MANUAL-RELEASE.
           PERFORM 450-GET-PURCHASER-KEY.
           IF CUR-PURCHASER = SPACES
               DISPLAY "*RELEASE CANCELLED*"
           ELSE
               PERFORM 460-FIND-HOLD-ROW
               IF NOT HOLD-ROW-FOUND OR HT-STATUS (HT-IX) NOT = "H"
                   DISPLAY "*THAT PURCHASER IS NOT ON CREDIT HOLD*"
               ELSE
                   DISPLAY "HELD SINCE " HT-DATE (HT-IX) " - "
                       FUNCTION TRIM (HT-REASON (HT-IX))
                   PERFORM 470-GET-REASON
                   IF KEYED-REASON = SPACES
                       DISPLAY "*RELEASE CANCELLED - A REASON IS"
                           " REQUIRED*"
                   ELSE
                       MOVE "R" TO HT-STATUS (HT-IX)
                       MOVE "M" TO HT-SOURCE (HT-IX)
                       MOVE AS-OF-DATE TO HT-DATE (HT-IX)
                       MOVE OPERATOR-INITIALS TO HT-OPERATOR (HT-IX)
                       MOVE KEYED-REASON TO HT-REASON (HT-IX)
                       MOVE "RELEASE" TO MLL-ACTION
                       MOVE CUR-PURCHASER TO MLL-KEY
                       MOVE KEYED-REASON TO MLL-DETAIL
                       PERFORM 680-WRITE-MAINT-LOG-LINE
                       ADD 1 TO CHANGES-MADE
                       DISPLAY "PURCHASER " CUR-PURCHASER
                           " RELEASED FROM CREDIT HOLD"
                   END-IF
               END-IF
           END-IF.

      *----THE PURCHASER MUST BE ON THE MASTER WHEN THERE IS ONE, OR
      *----AT LEAST HAVE SOMETHING ON FILE WHEN THERE IS NOT----
       450-GET-PURCHASER-KEY.
           MOVE SPACES TO CUR-PURCHASER.
           DISPLAY "ENTER PURCHASER NUMBER (BLANK TO CANCEL): ".
           ACCEPT CUR-PURCHASER.
           IF CUR-PURCHASER NOT = SPACES
               PERFORM 630-GET-MASTER-FIGURES
               IF MASTER-LOADED
                   IF NOT ROW-FOUND
                       DISPLAY "*PURCHASER NOT ON THE MASTER*"
                       MOVE SPACES TO CUR-PURCHASER
                   END-IF
               ELSE
                   PERFORM 614-LOOKUP-PURCHASER-ROW
                   IF NOT ROW-FOUND
                       DISPLAY "*NOTHING ON FILE FOR THAT PURCHASER*"
                       MOVE SPACES TO CUR-PURCHASER
                   END-IF
               END-IF
           END-IF.
           IF CUR-PURCHASER NOT = SPACES
               DISPLAY "PURCHASER " CUR-PURCHASER " " CUR-NAME
           END-IF.

      *----FIND CUR-PURCHASER'S ROW ON THE HOLD LIST, LEAVING HT-IX
      *----ON IT----
       460-FIND-HOLD-ROW.
           MOVE "N" TO HOLD-FOUND-SW.
           IF HOLD-COUNT > ZERO
               SET HT-IX TO 1
               SEARCH HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN HT-PURCHASER (HT-IX) = CUR-PURCHASER
                          AND HT-DROPPED-SW (HT-IX) NOT = "Y"
                       MOVE "Y" TO HOLD-FOUND-SW
               END-SEARCH
           END-IF.

       465-ADD-HOLD-ROW.
           IF HOLD-COUNT < 500
               ADD 1 TO HOLD-COUNT
               SET HT-IX TO HOLD-COUNT
               MOVE CUR-PURCHASER TO HT-PURCHASER (HT-IX)
               MOVE SPACE TO HT-STATUS (HT-IX)
               MOVE ZERO TO HT-BALANCE (HT-IX) HT-OLDEST-DAYS (HT-IX)
               MOVE "N" TO HT-DROPPED-SW (HT-IX)
               MOVE "Y" TO HOLD-FOUND-SW
           ELSE
               DISPLAY "*HOLD LIST FULL*"
           END-IF.

       470-GET-REASON.
           MOVE SPACES TO KEYED-REASON.
           DISPLAY "ENTER REASON (BLANK TO CANCEL): ".
           ACCEPT KEYED-REASON.

      *----THE HOLD REPORT: EVERY HOLD IN FORCE WITH ITS REASON AND
      *----HOW LONG IT HAS BEEN ON, THEN THE RELEASES STILL KEEPING
      *----THE BUILD OFF A PURCHASER----
       500-PRINT-REPORT.
           OPEN OUTPUT HOLDRPT.
           MOVE AS-OF-DATE TO HH1-AS-OF.
           MOVE HOLD-DAYS TO HH1-HOLD-DAYS.
           WRITE HOLDRPT-AREA FROM HOLD-HEADING-1.
           WRITE HOLDRPT-AREA FROM HOLD-HEADING-2.
           MOVE SPACES TO HOLDRPT-AREA.
           WRITE HOLDRPT-AREA.
           PERFORM 800-TALLY-HOLDS.
           IF HELD-COUNT = ZERO
               WRITE HOLDRPT-AREA FROM HOLD-NONE-LINE
           ELSE
               PERFORM 510-PRINT-ONE-HOLD
                   VARYING HT-IX FROM 1 BY 1
                   UNTIL HT-IX > HOLD-COUNT
           END-IF.
           IF RELEASED-COUNT > ZERO
               MOVE SPACES TO HOLDRPT-AREA
               WRITE HOLDRPT-AREA
               WRITE HOLDRPT-AREA FROM HOLD-RELEASE-HEADING
               PERFORM 520-PRINT-ONE-RELEASE
                   VARYING HT-IX FROM 1 BY 1
                   UNTIL HT-IX > HOLD-COUNT
           END-IF.
           MOVE SPACES TO HOLDRPT-AREA.
           WRITE HOLDRPT-AREA.
           MOVE HELD-COUNT TO HTL-HELD.
           MOVE AUTO-COUNT TO HTL-AUTO.
           MOVE MANUAL-COUNT TO HTL-MANUAL.
           MOVE RELEASED-COUNT TO HTL-RELEASED.
           WRITE HOLDRPT-AREA FROM HOLD-TOTAL-LINE.
           CLOSE HOLDRPT.

       510-PRINT-ONE-HOLD.
           IF HT-DROPPED-SW (HT-IX) NOT = "Y"
                  AND HT-STATUS (HT-IX) = "H"
               IF HT-SOURCE (HT-IX) = "M"
                   MOVE "MANUAL" TO HDL-SOURCE
               ELSE
                   MOVE "AUTO" TO HDL-SOURCE
               END-IF
               PERFORM 530-PRINT-HOLD-LINE
           END-IF.

       520-PRINT-ONE-RELEASE.
           IF HT-DROPPED-SW (HT-IX) NOT = "Y"
                  AND HT-STATUS (HT-IX) = "R"
               MOVE "RELEASED" TO HDL-SOURCE
               PERFORM 530-PRINT-HOLD-LINE
           END-IF.

       530-PRINT-HOLD-LINE.
           MOVE HT-PURCHASER (HT-IX) TO CUR-PURCHASER.
           PERFORM 630-GET-MASTER-FIGURES.
           COMPUTE HOLD-INTEGER =
               FUNCTION INTEGER-OF-DATE (HT-DATE (HT-IX)).
           COMPUTE HOLD-AGE = AS-OF-INTEGER - HOLD-INTEGER.
           MOVE CUR-PURCHASER          TO HDL-PURCHASER.
           MOVE CUR-NAME               TO HDL-NAME.
           MOVE HT-DATE (HT-IX)        TO HDL-DATE.
           MOVE HOLD-AGE               TO HDL-AGE.
           MOVE HT-BALANCE (HT-IX)     TO HDL-BALANCE.
           MOVE CUR-LIMIT              TO HDL-LIMIT.
           MOVE HT-OLDEST-DAYS (HT-IX) TO HDL-OLDEST.
           MOVE HT-REASON (HT-IX)      TO HDL-REASON.
           MOVE HT-OPERATOR (HT-IX)    TO HDL-OPERATOR.
           WRITE HOLDRPT-AREA FROM HOLD-DETAIL-LINE.

      *----FIND (OR START) CUR-PURCHASER'S ROW, LEAVING PU-IX ON IT--
       610-FIND-PURCHASER-ROW.
           PERFORM 614-LOOKUP-PURCHASER-ROW.
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
                   MOVE ZERO TO PU-OPEN (PU-IX) PU-ON-ACCOUNT (PU-IX)
                       PU-OLDEST-AGE (PU-IX) PU-LIMIT (PU-IX)
               ELSE
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*PURCHASERS OVERFLOW THE 500-ENTRY"
                       " TABLE - HOLD LIST ABANDONED*"
                   MOVE "Y" TO SCAN-EOF-SWITCH
                   SET PU-IX TO 1
               END-IF
           END-IF.

      *----CUR-PURCHASER'S ROW WHEN ONE IS ALREADY IN THE TABLE (ONLY
      *----CALLED FOR A PURCHASER 610 HAS ALREADY STARTED)----
       612-SEARCH-PURCHASER-ROW.
           PERFORM 614-LOOKUP-PURCHASER-ROW.
           IF NOT ROW-FOUND
               SET PU-IX TO 1
           END-IF.

       614-LOOKUP-PURCHASER-ROW.
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

      *----NAME AND CREDIT LIMIT FROM THE MASTER, OR THE INVOICE NAME
      *----AND NO LIMIT WHEN THE MASTER DOES NOT HAVE IT. ROW-FOUND
      *----TELLS WHETHER THE MASTER DID----
       630-GET-MASTER-FIGURES.
           MOVE SPACES TO CUR-NAME.
           MOVE ZERO TO CUR-LIMIT.
           MOVE "N" TO FOUND-SWITCH.
           IF MASTER-LOADED
               SET MA-IX TO 1
               SEARCH MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MA-NUMBER (MA-IX) = CUR-PURCHASER
                       MOVE MA-NAME (MA-IX) TO CUR-NAME
                       MOVE MA-CREDIT-LIMIT (MA-IX) TO CUR-LIMIT
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT ROW-FOUND
               PERFORM 614-LOOKUP-PURCHASER-ROW
               IF ROW-FOUND
                   MOVE PU-NAME (PU-IX) TO CUR-NAME
               END-IF
               MOVE "N" TO FOUND-SWITCH
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

      *----WRITE THE WHOLE LIST BACK, DROPPING WHAT CAME OFF----
       700-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLDFILE.
           IF HOLD-COUNT > ZERO
               PERFORM 710-WRITE-ONE-HOLD
                   VARYING HT-IX FROM 1 BY 1
                   UNTIL HT-IX > HOLD-COUNT
           END-IF.
           CLOSE HOLDFILE.

       710-WRITE-ONE-HOLD.
           IF HT-DROPPED-SW (HT-IX) NOT = "Y"
               MOVE HT-PURCHASER (HT-IX)   TO HL-PURCHASER
               MOVE HT-STATUS (HT-IX)      TO HL-STATUS
               MOVE HT-SOURCE (HT-IX)      TO HL-SOURCE
               MOVE HT-DATE (HT-IX)        TO HL-DATE
               MOVE HT-OPERATOR (HT-IX)    TO HL-OPERATOR
               MOVE HT-BALANCE (HT-IX)     TO HL-BALANCE
               MOVE HT-OLDEST-DAYS (HT-IX) TO HL-OLDEST-DAYS
               MOVE HT-REASON (HT-IX)      TO HL-REASON
               WRITE HOLDFILE-PICS
           END-IF.

       800-TALLY-HOLDS.
           MOVE ZERO TO HELD-COUNT AUTO-COUNT MANUAL-COUNT
               RELEASED-COUNT.
           IF HOLD-COUNT > ZERO
               PERFORM 810-TALLY-ONE-HOLD
                   VARYING HT-IX FROM 1 BY 1
                   UNTIL HT-IX > HOLD-COUNT
           END-IF.

       810-TALLY-ONE-HOLD.
           IF HT-DROPPED-SW (HT-IX) NOT = "Y"
               IF HT-STATUS (HT-IX) = "H"
                   ADD 1 TO HELD-COUNT
                   IF HT-SOURCE (HT-IX) = "M"
                       ADD 1 TO MANUAL-COUNT
                   ELSE
                       ADD 1 TO AUTO-COUNT
                   END-IF
               ELSE
                   ADD 1 TO RELEASED-COUNT
               END-IF
           END-IF.

       end program CREDIT-HOLD.
