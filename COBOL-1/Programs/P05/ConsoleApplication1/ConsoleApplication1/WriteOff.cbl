       identification division.
       program-id. WRITE-OFF.
       author. Alan Thomas.
       date-compiled. 05/10/2016.
      *THIS PROGRAM CLOSES AN INVOICE THAT WILL NEVER BE COLLECTED
      *TO BAD DEBT. THE INVOICE STAYS ON P05D.dat (OR THE HOUSE OR
      *FINANCE-CHARGE FEED) JUST AS IT WAS; THE WRITE-OFF IS A
      *RECORD ON P05WOFF.DAT NAMING IT BY PURCHASER NUMBER PLUS
      *INVOICE NUMBER (OR, FOR AN INVOICE WITH NO NUMBER, THE INVOICE
      *DATE), THE SAME PAIR A PAYMENT NAMES. REPORTMAKER (THE
      *REPORT, STATEMENTS, DUNNING AND THE SNAPSHOT), CREDIT-HOLD,
      *FINANCE-CHARGE, CASH-RECEIPTS, PURCHASER-MAINT AND THE SALES-
      *TAX HOUSE-ACCOUNT CHECK ALL READ THAT FILE AND COUNT A
      *WRITTEN-OFF INVOICE AS HAVING NOTHING OPEN. THREE JOBS:
      *  W)RITE OFF - WHAT IS STILL OPEN ON ONE INVOICE (PRICE LESS
      *     P05PAY.DAT) IS WRITTEN OFF WITH A REASON CODE AND THE
      *     INITIALS OF WHOEVER APPROVED IT.
      *  R)ECOVERY - MONEY THAT TURNS UP LATER ON A WRITTEN-OFF
      *     INVOICE IS POSTED AGAINST IT, UP TO WHAT WAS WRITTEN OFF.
      *     THE INVOICE STAYS CLOSED.
      *  P)RINT - THE WRITE-OFF REGISTER (P05WOFF.RPT) FOR A RANGE
      *     OF POSTING DATES OR A FISCAL PERIOD, TOTALED BY BRANCH
      *     AND REASON FOR THE ACCOUNTANTS.
      *POSTING TAKES A LEVEL 3 OPERATOR SIGNED ON THROUGH THE MENU;
      *ANYONE CAN PRINT THE REGISTER. AN UNATTENDED RUN PRINTS THE
      *REGISTER MONTH TO DATE. EVERY WRITE-OFF AND RECOVERY IS LOGGED
      *WITH WHO/WHEN TO P05MAINT.LOG.
      *input files P05D.dat, P05HOUSE.DAT, P05FIN.DAT, P05PAY.DAT,
      *  P05MAST.DAT, P05WOFF.DAT, P07FISC.DAT
      *output files P05WOFF.DAT, P05WOFF.RPT, P05MAINT.LOG
      *printer ouput None
      *
      *MODS:
      *05/10/2016 - AT - first version.
      *05/11/2016 - AT - invoices are picked and written off by
      *  purchaser plus invoice number (columns 41-48 of the invoice
      *  and feed records); the write-off record carries the number
      *  at 41-48 and payments are matched on theirs (29-36). An
      *  invoice, payment or write-off with no number still goes by
      *  the invoice date.
      *06/01/2016 - AT - the register's range prompt now offers
      *  F)iscal period as DRAWER-TREND's does: a fiscal year and
      *  period (0 for the whole year) is looked up on FISCAL-GEN's
      *  P07FISC.DAT (key FISCAL_CALENDAR_FILE) and becomes the
      *  from/to posting dates.

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

               SELECT MASTFILE ASSIGN TO DYNAMIC MASTFILE-NAME
               organization is line sequential
               file status is MASTFILE-STATUS.

               SELECT WOFFFILE ASSIGN TO DYNAMIC WOFFFILE-NAME
               organization is line sequential
               file status is WOFFFILE-STATUS.

               SELECT WOFFRPT ASSIGN TO DYNAMIC WOFFRPT-NAME
               organization is line sequential.

               SELECT WOFF-SORT-FILE ASSIGN TO "P05WOFF.TMP".

               SELECT WOFF-WORK ASSIGN TO "P05WOFFW.TMP"
               organization is line sequential.

               SELECT WOFF-SORTED ASSIGN TO "P05WOFFS.TMP"
               organization is line sequential.

               SELECT MAINTLOG ASSIGN TO "P05MAINT.LOG"
               organization is line sequential
               file status is MAINTLOG-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.
               SELECT FISCAL-FILE ASSIGN TO DYNAMIC FISCAL-FILE-NAME
               organization is line sequential
               file status is FISCAL-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----THE INVOICES, HDR/TRL ENVELOPE AND ALL, AND THE TWO FEEDS
      *----(SAME LAYOUT)----
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
               05 PF-INVOICE-DATE        PIC X(8).
               05 PF-AMOUNT              PIC 9(7).
               05 PF-PAYMENT-DATE        PIC X(8).
               05 PF-INVOICE-NUMBER      PIC X(8).

           FD MASTFILE.
           01 MASTFILE-PICS.
               05 MF-NUMBER              PIC X(5).
               05 MF-NAME                PIC X(20).
               05 FILLER                 PIC X(59).

      *----ONE RECORD PER WRITE-OFF (TYPE W) OR RECOVERY (TYPE R),
      *----NAMING THE INVOICE BY PURCHASER PLUS INVOICE NUMBER
      *----(INVOICE DATE WHEN IT HAS NO NUMBER). A
      *----RECOVERY CARRIES THE REASON OF THE WRITE-OFF IT COMES
      *----BACK AGAINST. WHOLE DOLLARS LIKE THE REST OF P05----
           FD WOFFFILE.
           01 WOFFFILE-PICS.
               05 WO-TYPE                PIC X.
               05 WO-PURCHASER           PIC X(5).
               05 WO-INVOICE-DATE        PIC X(8).
               05 WO-BRANCH              PIC X(3).
               05 WO-AMOUNT-X            PIC X(7).
               05 WO-AMOUNT REDEFINES WO-AMOUNT-X
                                         PIC 9(7).
               05 WO-REASON              PIC X(2).
               05 WO-APPROVER            PIC X(3).
               05 WO-OPERATOR            PIC X(3).
               05 WO-POST-DATE           PIC X(8).
               05 WO-INVOICE-NUMBER      PIC X(8).

           FD WOFFRPT.
           01 WOFFRPT-AREA               PIC X(80).

      *----REGISTER ROWS ON THEIR WAY TO THE REPORT, SORTED BY
      *----BRANCH, REASON AND POSTING DATE----
           SD WOFF-SORT-FILE.
           01 WOFF-SORT-RECORD.
               05 SR-TYPE                PIC X.
               05 SR-PURCHASER           PIC X(5).
               05 SR-INVOICE-DATE        PIC X(8).
               05 SR-BRANCH              PIC X(3).
               05 FILLER                 PIC X(7).
               05 SR-REASON              PIC X(2).
               05 FILLER                 PIC X(6).
               05 SR-POST-DATE           PIC X(8).
               05 FILLER                 PIC X(8).

           FD WOFF-WORK.
           01 WOFF-WORK-RECORD           PIC X(48).

           FD WOFF-SORTED.
           01 WOFF-SORTED-RECORD.
               05 WR-TYPE                PIC X.
               05 WR-PURCHASER           PIC X(5).
               05 WR-INVOICE-DATE        PIC X(8).
               05 WR-BRANCH              PIC X(3).
               05 WR-AMOUNT              PIC 9(7).
               05 WR-REASON              PIC X(2).
               05 WR-APPROVER            PIC X(3).
               05 WR-OPERATOR            PIC X(3).
               05 WR-POST-DATE           PIC X(8).
               05 WR-INVOICE-NUMBER      PIC X(8).

           FD MAINTLOG.
           01 MAINTLOG-RECORD PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

      *----ONE FISCAL PERIOD AS FISCAL-GEN WRITES IT----
           FD FISCAL-FILE.
           01 FISCAL-RECORD.
               05 FR-FISCAL-YEAR       PIC 9(4).
               05 FILLER               PIC X.
               05 FR-PERIOD            PIC 9(2).
               05 FILLER               PIC X.
               05 FR-START-DATE        PIC 9(8).
               05 FILLER               PIC X.
               05 FR-END-DATE          PIC 9(8).
               05 FILLER               PIC X(6).


       WORKING-STORAGE SECTION.

       01 THEIRFILE-STATUS  PIC X(2) VALUE SPACES.
       01 HOUSEFEED-STATUS  PIC X(2) VALUE SPACES.
       01 FINFEED-STATUS    PIC X(2) VALUE SPACES.
       01 PAYFILE-STATUS    PIC X(2) VALUE SPACES.
       01 MASTFILE-STATUS   PIC X(2) VALUE SPACES.
       01 WOFFFILE-STATUS   PIC X(2) VALUE SPACES.
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
           05 MASTFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05MAST.DAT".
           05 WOFFFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05WOFF.DAT".
           05 WOFFRPT-NAME      PIC X(80)
               VALUE "E:\programming\P05WOFF.RPT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE)----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01 ENV-OVERRIDE         PIC X(80) VALUE SPACES.

       01 SCAN-EOF-SWITCH   PIC X VALUE "N".
       01 DONE-SWITCH       PIC X VALUE "N".
           88 DONE-WITH-WRITE-OFFS VALUE "Y".
       01 FOUND-SWITCH      PIC X VALUE "N".
           88 ROW-FOUND        VALUE "Y".
       01 CONFIRM-SWITCH    PIC X VALUE "N".
           88 CONFIRMED        VALUE "Y" "y".
       01 MASTER-LOADED-SW  PIC X VALUE "N".
           88 MASTER-LOADED    VALUE "Y".
       01 POST-ALLOWED-SW   PIC X VALUE "N".
           88 POST-ALLOWED     VALUE "Y".

       01 WRITE-OFF-ACTION  PIC X VALUE SPACE.
           88 WRITE-OFF-CHOSEN  VALUE "W" "w".
           88 RECOVERY-CHOSEN   VALUE "R" "r".
           88 PRINT-CHOSEN      VALUE "P" "p".
           88 EXIT-CHOSEN       VALUE "E" "e".

      *----SET WHEN A FILE FAILS ITS LOAD CHECKS - A QUIETLY WRONG
      *----TABLE IS WORSE THAN A STOPPED RUN----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

       01 OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 POSTINGS-MADE     PIC 9(4) VALUE ZERO.
       01 RUN-DATE          PIC 9(8) VALUE ZERO.

      *----THE REASONS A WRITE-OFF CAN BE TAKEN FOR, AND WHAT THE
      *----REGISTER CALLS EACH ONE----
       01 REASON-CODE-DEFS.
           05 FILLER PIC X(20) VALUE "BKBANKRUPTCY".
           05 FILLER PIC X(20) VALUE "SKSKIPPED/NOT FOUND".
           05 FILLER PIC X(20) VALUE "CLBUSINESS CLOSED".
           05 FILLER PIC X(20) VALUE "DSDISPUTE SETTLED".
           05 FILLER PIC X(20) VALUE "SMSMALL BALANCE".
           05 FILLER PIC X(20) VALUE "UNUNCOLLECTIBLE".
       01 REASON-CODE-TABLE REDEFINES REASON-CODE-DEFS.
           05 REASON-ENTRY OCCURS 6 TIMES INDEXED BY RC-IX.
              10 RC-CODE         PIC X(2).
              10 RC-NAME         PIC X(18).

      *----ONE ROW PER PURCHASER AND INVOICE NUMBER; INVOICES WITH
      *----NO NUMBER ARE ONE ROW PER PURCHASER AND INVOICE DATE,
      *----AS A PAYMENT OR WRITE-OFF FOR ONE NAMES IT. THE BRANCH IS
      *----THE ENVELOPE THE INVOICE CAME IN (HSE FOR A HOUSE CHARGE,
      *----FIN FOR A FINANCE CHARGE, SPACES ON A LEGACY FILE)----
       01 INVOICE-COUNT     PIC 9(4) VALUE ZERO.
       01 INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON INVOICE-COUNT
                  INDEXED BY IV-IX.
              10 IV-PURCHASER    PIC X(5).
              10 IV-DATE         PIC X(8).
              10 IV-NUMBER       PIC X(8).
              10 IV-BRANCH       PIC X(3).
              10 IV-PRICE        PIC 9(9).
              10 IV-PAID         PIC 9(9).
              10 IV-WOFF-SW      PIC X.
              10 IV-WOFF-AMOUNT  PIC 9(9).
              10 IV-RECOVERED    PIC 9(9).
              10 IV-REASON       PIC X(2).

      *----PURCHASER NAMES OFF THE MASTER, FOR THE SCREENS ONLY----
       01 MASTER-COUNT      PIC 9(3) VALUE ZERO.
       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON MASTER-COUNT
                  INDEXED BY MA-IX.
              10 MA-NUMBER       PIC X(5).
              10 MA-NAME         PIC X(20).

      *----THE NUMBERED LIST THE OPERATOR PICKS FROM----
       01 PICK-COUNT        PIC 9(3) VALUE ZERO.
       01 PICK-TABLE.
           05 PICK-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON PICK-COUNT
                  INDEXED BY PK-IX.
              10 PK-ROW          PIC 9(4).
       01 PICK-NUMBER       PIC 9(3) VALUE ZERO.

      *----THE PURCHASER AND INVOICE IN HAND----
       01 WRITE-OFF-FIELDS.
           05 CUR-PURCHASER     PIC X(5)  VALUE SPACES.
           05 CUR-NAME          PIC X(20) VALUE SPACES.
           05 CUR-BRANCH        PIC X(3)  VALUE SPACES.
           05 CUR-TYPE          PIC X     VALUE SPACE.
           05 CUR-REASON        PIC X(2)  VALUE SPACES.
           05 CUR-APPROVER      PIC X(3)  VALUE SPACES.
           05 CUR-AMOUNT-X      PIC X(9)  VALUE SPACES.
           05 CUR-AMOUNT        PIC 9(7)  VALUE ZERO.
           05 TARGET-ROW        PIC 9(4)  VALUE ZERO.
           05 INVOICE-OPEN      PIC S9(9) VALUE ZERO.
           05 RECOVERABLE       PIC S9(9) VALUE ZERO.
           05 NEW-INVOICE-DATE  PIC X(8)  VALUE SPACES.
           05 NEW-INVOICE-NUMBER PIC X(8) VALUE SPACES.
           05 INVOICE-REF       PIC X(8)  VALUE SPACES.
           05 NEW-AMOUNT        PIC 9(7)  VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
           05 CD-MONTH      PIC 9(2).
           05 CD-DAY        PIC 9(2).
           05 CD-HOURS      PIC 9(2).
           05 CD-MINUTES    PIC 9(2).
           05 CD-SECONDS    PIC 9(2).
           05 FILLER        PIC X(7).

      *----ONE INVOICE ON THE SCREEN----
       01 OPEN-LINE-OUT.
           05 OLO-NUMBER        PIC ZZ9.
           05 FILLER            PIC X(2)  VALUE ") ".
           05 OLO-DATE          PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 OLO-INVOICE-NUMBER PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 OLO-BRANCH        PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 OLO-LABEL         PIC X(8).
           05 OLO-AMOUNT        PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 OLO-NOTE          PIC X(30).
           05 OLO-RECOVERED-NOTE REDEFINES OLO-NOTE.
              10 OLO-REC-LABEL  PIC X(10).
              10 OLO-REC-AMOUNT PIC Z,ZZZ,ZZ9.
              10 FILLER         PIC X(11).

      *----FISCAL CALENDAR (P07FISC.DAT, WRITTEN BY FISCAL-GEN) - A
      *----FISCAL YEAR AND PERIOD CAN BE KEYED INSTEAD OF DATES AND
      *----IS TURNED INTO THAT PERIOD'S FIRST AND LAST DAY. PERIOD 0
      *----MEANS THE WHOLE FISCAL YEAR----
       01  FISCAL-FILE-STATUS  PIC X(2)        VALUE SPACES.
       01  FISCAL-FILE-NAME    PIC X(80)       VALUE "P07FISC.DAT".
       01  FISCAL-FIELDS.
           05 FISCAL-EOF-SW     PIC X     VALUE "N".
           05 RANGE-MODE        PIC X     VALUE "D".
               88 FISCAL-RANGE      VALUE "F" "f".
           05 WANT-FISCAL-YEAR  PIC 9(4)  VALUE ZERO.
           05 WANT-PERIOD       PIC 9(2)  VALUE ZERO.
           05 FISCAL-FOUND-SW   PIC X     VALUE "N".
               88 FISCAL-PERIOD-FOUND VALUE "Y".

      *----THE WRITE-OFF REGISTER----
       01 REGISTER-FIELDS.
           05 FROM-DATE         PIC 9(8)  VALUE ZERO.
           05 TO-DATE           PIC 9(8)  VALUE ZERO.
           05 RPT-EOF-SWITCH    PIC X     VALUE "N".
           05 RPT-BRANCH        PIC X(3)  VALUE SPACES.
           05 RPT-REASON        PIC X(2)  VALUE SPACES.
           05 RPT-ROW-COUNT     PIC 9(5)  VALUE ZERO.
           05 RSN-WRITTEN       PIC 9(9)  VALUE ZERO.
           05 RSN-RECOVERED     PIC 9(9)  VALUE ZERO.
           05 BRN-WRITTEN       PIC 9(9)  VALUE ZERO.
           05 BRN-RECOVERED     PIC 9(9)  VALUE ZERO.
           05 GRD-WRITTEN       PIC 9(9)  VALUE ZERO.
           05 GRD-RECOVERED     PIC 9(9)  VALUE ZERO.
           05 TOTAL-WRITTEN     PIC 9(9)  VALUE ZERO.
           05 TOTAL-RECOVERED   PIC 9(9)  VALUE ZERO.
       01 REGISTER-HEADING-1.
           05 FILLER            PIC X(34)
               VALUE "P05 BAD-DEBT WRITE-OFF REGISTER  ".
           05 FILLER            PIC X(5)  VALUE "FROM ".
           05 RH1-FROM-DATE     PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 RH1-TO-DATE       PIC 9(8).
       01 REGISTER-HEADING-2.
           05 FILLER            PIC X(36)
               VALUE "BR   RS  PURCH  INVOICE   POSTED".
           05 FILLER            PIC X(30)
               VALUE "WRITTEN OFF  RECOVERED APR OPR".
       01 REGISTER-DETAIL-LINE.
           05 RDL-BRANCH        PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-REASON        PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-PURCHASER     PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-INVOICE-DATE  PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-POST-DATE     PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-WRITTEN       PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-RECOVERED     PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X     VALUE SPACE.
           05 RDL-APPROVER      PIC X(3).
           05 FILLER            PIC X     VALUE SPACE.
           05 RDL-OPERATOR      PIC X(3).
       01 REGISTER-TOTAL-LINE.
           05 RTL-LABEL         PIC X(34).
           05 RTL-WRITTEN       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X     VALUE SPACE.
           05 RTL-RECOVERED     PIC ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(6)  VALUE "  NET ".
           05 RTL-NET           PIC ZZZ,ZZZ,ZZ9-.
       01 REGISTER-NONE-LINE    PIC X(40)
               VALUE "NO WRITE-OFFS OR RECOVERIES IN THE RANGE".

      *----WHO POSTED WHAT, WHEN - SAME SHAPE AS INVOICE-MAINT'S
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
           MOVE "N" TO DONE-SWITCH.
           MOVE "N" TO LOAD-ERROR-SWITCH.
           MOVE ZERO TO POSTINGS-MADE.
           MOVE ZERO TO RSA-EXCEPTION-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RUN-DATE (1:4).
           MOVE CD-MONTH TO RUN-DATE (5:2).
           MOVE CD-DAY   TO RUN-DATE (7:2).
           DISPLAY "--------------------------------------------".
           DISPLAY "  P05 BAD-DEBT WRITE-OFFS".
           DISPLAY "--------------------------------------------".
           PERFORM 004-GET-FILE-NAMES.
           PERFORM 005-READ-PARM-FILE.
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
      *----CLOSING A RECEIVABLE TO BAD DEBT IS A LEVEL 3 DECISION -
      *----A STANDALONE RUN HAS NO SIGNED-ON LEVEL AND CAN ONLY
      *----PRINT THE REGISTER----
           MOVE "N" TO POST-ALLOWED-SW.
           IF OPR-LEVEL IS NUMERIC AND OPR-LEVEL >= 3
               MOVE "Y" TO POST-ALLOWED-SW
           END-IF.
           PERFORM 040-LOAD-INVOICES.
           PERFORM 045-LOAD-PAYMENTS.
           PERFORM 048-LOAD-MASTER.
           PERFORM 055-LOAD-WRITE-OFFS.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NOTHING WAS POSTED*"
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 050-OPEN-MAINT-LOG.
           IF UNATTENDED-RUN
               DISPLAY "UNATTENDED RUN - REGISTER MONTH TO DATE"
               PERFORM 500-PRINT-REGISTER
           ELSE
               IF NOT POST-ALLOWED
                   DISPLAY "*POSTING WRITE-OFFS TAKES A LEVEL 3"
                       " OPERATOR - REGISTER ONLY*"
               END-IF
               PERFORM 100-WRITE-OFF-LOOP UNTIL DONE-WITH-WRITE-OFFS
           END-IF.
           CLOSE MAINTLOG.
           DISPLAY POSTINGS-MADE " WRITE-OFF/RECOVERY RECORD(S)"
               " POSTED".
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
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
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_MASTER_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO MASTFILE-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_WRITEOFF_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO WOFFFILE-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT
               "P05_WRITEOFF_REGISTER".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO WOFFRPT-NAME
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
               WHEN "P05_MASTER_FILE"
                   MOVE PARM-VALUE TO MASTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_WRITEOFF_FILE"
                   MOVE PARM-VALUE TO WOFFFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_WRITEOFF_REGISTER"
                   MOVE PARM-VALUE TO WOFFRPT-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "FISCAL_CALENDAR_FILE"
                   MOVE PARM-VALUE TO FISCAL-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----EVERY INVOICE ON P05D.dat, EACH STAMPED WITH THE BRANCH
      *----OF THE HDR ENVELOPE IT CAME IN, THEN EVERY HOUSE CHARGE
      *----AND EVERY FINANCE CHARGE, ROLLED UP BY PURCHASER AND
      *----INVOICE NUMBER (INVOICE DATE WHEN THERE IS NO NUMBER)----
       040-LOAD-INVOICES.
           MOVE ZERO TO INVOICE-COUNT.
           MOVE SPACES TO CUR-BRANCH.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT THEIRFILE.
           IF THEIRFILE-STATUS NOT = "35"
               PERFORM 041-READ-INVOICE-RCD
               PERFORM 042-STORE-INVOICE-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE THEIRFILE
           END-IF.
           MOVE "HSE" TO CUR-BRANCH.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT HOUSEFEED.
           IF HOUSEFEED-STATUS NOT = "35"
               PERFORM 043-READ-HOUSEFEED-RCD
               PERFORM 044-STORE-HOUSEFEED-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE HOUSEFEED
           END-IF.
           MOVE "FIN" TO CUR-BRANCH.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT FINFEED.
           IF FINFEED-STATUS NOT = "35"
               PERFORM 053-READ-FINFEED-RCD
               PERFORM 054-STORE-FINFEED-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE FINFEED
           END-IF.
           DISPLAY INVOICE-COUNT " PURCHASER/INVOICE(S) LOADED".

       041-READ-INVOICE-RCD.
           READ THEIRFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       042-STORE-INVOICE-RCD.
           EVALUATE TRUE
               WHEN THEIRFILE-PICS (1:3) = "HDR"
                   MOVE THEIRFILE-PICS (4:3) TO CUR-BRANCH
               WHEN THEIRFILE-PICS (1:3) = "TRL"
                   CONTINUE
               WHEN EMP-PRICE IS NUMERIC
                      AND EMP-INVOICE-DATE IS NUMERIC
                   MOVE EMP-PURCHASER-NUMBER TO CUR-PURCHASER
                   MOVE EMP-INVOICE-DATE TO NEW-INVOICE-DATE
                   MOVE EMP-INVOICE-NUMBER TO NEW-INVOICE-NUMBER
                   MOVE EMP-PRICE TO NEW-AMOUNT
                   PERFORM 046-POST-INVOICE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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
               MOVE HF-INVOICE-DATE TO NEW-INVOICE-DATE
               MOVE HF-INVOICE-NUMBER TO NEW-INVOICE-NUMBER
               MOVE HF-PRICE TO NEW-AMOUNT
               PERFORM 046-POST-INVOICE-ROW
           END-IF.
           PERFORM 043-READ-HOUSEFEED-RCD.

       053-READ-FINFEED-RCD.
           READ FINFEED
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       054-STORE-FINFEED-RCD.
           IF FF-PRICE IS NUMERIC
                  AND FF-INVOICE-DATE IS NUMERIC
               MOVE FF-PURCHASER-NUMBER TO CUR-PURCHASER
               MOVE FF-INVOICE-DATE TO NEW-INVOICE-DATE
               MOVE FF-INVOICE-NUMBER TO NEW-INVOICE-NUMBER
               MOVE FF-PRICE TO NEW-AMOUNT
               PERFORM 046-POST-INVOICE-ROW
           END-IF.
           PERFORM 053-READ-FINFEED-RCD.

       046-POST-INVOICE-ROW.
           PERFORM 610-FIND-INVOICE-ROW.
           IF ROW-FOUND
               ADD NEW-AMOUNT TO IV-PRICE (IV-IX)
           ELSE
               IF INVOICE-COUNT < 2000
                   ADD 1 TO INVOICE-COUNT
                   SET IV-IX TO INVOICE-COUNT
                   MOVE CUR-PURCHASER    TO IV-PURCHASER (IV-IX)
                   MOVE NEW-INVOICE-DATE TO IV-DATE (IV-IX)
                   MOVE NEW-INVOICE-NUMBER TO IV-NUMBER (IV-IX)
                   MOVE CUR-BRANCH       TO IV-BRANCH (IV-IX)
                   MOVE NEW-AMOUNT       TO IV-PRICE (IV-IX)
                   MOVE ZERO             TO IV-PAID (IV-IX)
                   MOVE "N"              TO IV-WOFF-SW (IV-IX)
                   MOVE ZERO             TO IV-WOFF-AMOUNT (IV-IX)
                   MOVE ZERO             TO IV-RECOVERED (IV-IX)
                   MOVE SPACES           TO IV-REASON (IV-IX)
               ELSE
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*INVOICES OVERFLOW THE 2000-ENTRY"
                       " TABLE - WRITE-OFFS ABANDONED*"
                   MOVE "Y" TO SCAN-EOF-SWITCH
               END-IF
           END-IF.

      *----PAYMENTS GO AGAINST THE INVOICE THEY NAME. CASH HELD ON
      *----ACCOUNT NAMES NO INVOICE AND IS LEFT FOR CASH-RECEIPTS--
       045-LOAD-PAYMENTS.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT PAYFILE.
           IF PAYFILE-STATUS NOT = "35"
               PERFORM 047-READ-PAYMENT-RCD
               PERFORM 049-POST-PAYMENT-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE PAYFILE
           END-IF.

       047-READ-PAYMENT-RCD.
           READ PAYFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       049-POST-PAYMENT-RCD.
           IF PF-AMOUNT IS NUMERIC
               MOVE PF-PURCHASER TO CUR-PURCHASER
               MOVE PF-INVOICE-DATE TO NEW-INVOICE-DATE
               MOVE PF-INVOICE-NUMBER TO NEW-INVOICE-NUMBER
               PERFORM 610-FIND-INVOICE-ROW
               IF NOT ROW-FOUND AND PF-INVOICE-NUMBER = SPACES
                   PERFORM 611-FIND-INVOICE-BY-DATE
               END-IF
               IF ROW-FOUND
                   ADD PF-AMOUNT TO IV-PAID (IV-IX)
               END-IF
           END-IF.
           PERFORM 047-READ-PAYMENT-RCD.

      *----PURCHASER NAMES FOR THE SCREENS. NO MASTER JUST MEANS NO
      *----NAMES----
       048-LOAD-MASTER.
           MOVE ZERO TO MASTER-COUNT.
           MOVE "N" TO MASTER-LOADED-SW.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT MASTFILE.
           IF MASTFILE-STATUS NOT = "35"
               PERFORM 051-READ-MASTER-RCD
               PERFORM 052-STORE-MASTER-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE MASTFILE
               IF MASTER-COUNT > ZERO
                   MOVE "Y" TO MASTER-LOADED-SW
               END-IF
           END-IF.

       050-OPEN-MAINT-LOG.
           OPEN EXTEND MAINTLOG.
           IF MAINTLOG-STATUS = "35"
               OPEN OUTPUT MAINTLOG
           END-IF.

       051-READ-MASTER-RCD.
           READ MASTFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       052-STORE-MASTER-RCD.
           IF MASTER-COUNT < 500
               ADD 1 TO MASTER-COUNT
               SET MA-IX TO MASTER-COUNT
               MOVE MF-NUMBER TO MA-NUMBER (MA-IX)
               MOVE MF-NAME   TO MA-NAME (MA-IX)
           ELSE
               DISPLAY "*PURCHASER MASTER TABLE FULL - " MF-NUMBER
                   " NOT LOADED*"
           END-IF.
           PERFORM 051-READ-MASTER-RCD.

      *----WHAT HAS ALREADY BEEN WRITTEN OFF AND RECOVERED, MARKED
      *----ON THE INVOICE IT NAMES. A WRITE-OFF NAMING NO INVOICE ON
      *----FILE IS ONLY REPORTED - THE REGISTER STILL CARRIES IT----
       055-LOAD-WRITE-OFFS.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT WOFFFILE.
           IF WOFFFILE-STATUS NOT = "35"
               PERFORM 056-READ-WRITE-OFF-RCD
               PERFORM 057-POST-WRITE-OFF-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE WOFFFILE
           END-IF.

       056-READ-WRITE-OFF-RCD.
           READ WOFFFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       057-POST-WRITE-OFF-RCD.
           IF WO-AMOUNT-X IS NUMERIC
               MOVE WO-PURCHASER TO CUR-PURCHASER
               MOVE WO-INVOICE-DATE TO NEW-INVOICE-DATE
               MOVE WO-INVOICE-NUMBER TO NEW-INVOICE-NUMBER
               PERFORM 610-FIND-INVOICE-ROW
               IF NOT ROW-FOUND AND WO-INVOICE-NUMBER = SPACES
                   PERFORM 611-FIND-INVOICE-BY-DATE
               END-IF
               IF WO-INVOICE-NUMBER = SPACES
                   MOVE WO-INVOICE-DATE TO INVOICE-REF
               ELSE
                   MOVE WO-INVOICE-NUMBER TO INVOICE-REF
               END-IF
               EVALUATE TRUE
                   WHEN NOT ROW-FOUND
                       DISPLAY "*WRITE-OFF FILE NAMES " WO-PURCHASER
                           "/" INVOICE-REF
                           " - NO SUCH INVOICE ON FILE*"
                   WHEN WO-TYPE = "W"
                       MOVE "Y" TO IV-WOFF-SW (IV-IX)
                       ADD WO-AMOUNT TO IV-WOFF-AMOUNT (IV-IX)
                       MOVE WO-REASON TO IV-REASON (IV-IX)
                   WHEN WO-TYPE = "R"
                       ADD WO-AMOUNT TO IV-RECOVERED (IV-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 056-READ-WRITE-OFF-RCD.

       100-WRITE-OFF-LOOP.
           DISPLAY " ".
           DISPLAY "W)RITE OFF AN INVOICE, R)ECOVERY ON A WRITTEN-OFF"
               " INVOICE, P)RINT THE REGISTER, OR E)XIT? ".
           ACCEPT WRITE-OFF-ACTION.
           EVALUATE TRUE
               WHEN WRITE-OFF-CHOSEN AND NOT POST-ALLOWED
                   DISPLAY "*WRITE-OFFS TAKE A LEVEL 3 OPERATOR*"
               WHEN RECOVERY-CHOSEN AND NOT POST-ALLOWED
                   DISPLAY "*RECOVERIES TAKE A LEVEL 3 OPERATOR*"
               WHEN WRITE-OFF-CHOSEN
                   PERFORM 200-POST-WRITE-OFF
               WHEN RECOVERY-CHOSEN
                   PERFORM 300-POST-RECOVERY
               WHEN PRINT-CHOSEN
                   PERFORM 500-PRINT-REGISTER
               WHEN EXIT-CHOSEN
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*INVALID ACTION - PLEASE TRY AGAIN*"
           END-EVALUATE.

      *----THE PURCHASER'S OPEN INVOICES ARE LISTED; THE ONE PICKED
      *----HAS EVERYTHING STILL OPEN ON IT WRITTEN OFF, WITH A
      *----REASON AND AN APPROVER, ONCE THE OPERATOR CONFIRMS----
       200-POST-WRITE-OFF.
           PERFORM 210-GET-PURCHASER.
           IF CUR-PURCHASER = SPACES
               DISPLAY "*WRITE-OFF CANCELLED*"
           ELSE
               PERFORM 220-LIST-OPEN-INVOICES
               IF PICK-COUNT = ZERO
                   DISPLAY "*NOTHING OPEN TO WRITE OFF*"
               ELSE
                   PERFORM 240-PICK-INVOICE
                   IF TARGET-ROW NOT = ZERO
                       PERFORM 250-CONFIRM-WRITE-OFF
                   END-IF
               END-IF
           END-IF.

      *----THE PURCHASER MUST HAVE INVOICES ON FILE----
       210-GET-PURCHASER.
           MOVE SPACES TO CUR-PURCHASER.
           MOVE SPACES TO CUR-NAME.
           DISPLAY "ENTER PURCHASER NUMBER (BLANK TO CANCEL): ".
           ACCEPT CUR-PURCHASER.
           IF CUR-PURCHASER NOT = SPACES
               MOVE "N" TO FOUND-SWITCH
               IF INVOICE-COUNT > ZERO
                   SET IV-IX TO 1
                   SEARCH INVOICE-ENTRY
                       AT END
                           CONTINUE
                       WHEN IV-PURCHASER (IV-IX) = CUR-PURCHASER
                           MOVE "Y" TO FOUND-SWITCH
                   END-SEARCH
               END-IF
               IF NOT ROW-FOUND
                   DISPLAY "*PURCHASER " CUR-PURCHASER
                       " HAS NO INVOICES ON FILE*"
                   MOVE SPACES TO CUR-PURCHASER
               ELSE
                   PERFORM 620-FIND-MASTER-NAME
                   DISPLAY "PURCHASER " CUR-PURCHASER "  " CUR-NAME
               END-IF
           END-IF.

      *----NUMBER THE PURCHASER'S OPEN, NOT YET WRITTEN-OFF
      *----INVOICES INTO THE PICK LIST AND SHOW THEM----
       220-LIST-OPEN-INVOICES.
           MOVE ZERO TO PICK-COUNT.
           PERFORM 221-LIST-ONE-OPEN
               VARYING IV-IX FROM 1 BY 1
               UNTIL IV-IX > INVOICE-COUNT.

       221-LIST-ONE-OPEN.
           IF IV-PURCHASER (IV-IX) = CUR-PURCHASER
               PERFORM 640-GET-INVOICE-OPEN
               IF IV-WOFF-SW (IV-IX) = "Y"
                   MOVE SPACES TO OLO-NOTE
                   STRING "WRITTEN OFF - REASON " DELIMITED BY SIZE
                          IV-REASON (IV-IX) DELIMITED BY SIZE
                          INTO OLO-NOTE
                   DISPLAY "     " IV-DATE (IV-IX) "  "
                       IV-NUMBER (IV-IX) "  "
                       IV-BRANCH (IV-IX) "  " OLO-NOTE
               ELSE
                   IF INVOICE-OPEN > ZERO AND PICK-COUNT < 200
                       ADD 1 TO PICK-COUNT
                       SET PK-IX TO PICK-COUNT
                       SET PK-ROW (PK-IX) TO IV-IX
                       MOVE PICK-COUNT TO OLO-NUMBER
                       MOVE IV-DATE (IV-IX) TO OLO-DATE
                       MOVE IV-NUMBER (IV-IX) TO OLO-INVOICE-NUMBER
                       MOVE IV-BRANCH (IV-IX) TO OLO-BRANCH
                       MOVE "OPEN" TO OLO-LABEL
                       MOVE INVOICE-OPEN TO OLO-AMOUNT
                       MOVE SPACES TO OLO-NOTE
                       DISPLAY OPEN-LINE-OUT
                   END-IF
               END-IF
           END-IF.

      *----WHICH ROW OF THE LIST; TARGET-ROW IS LEFT ZERO ON A
      *----CANCEL OR A NUMBER NOT ON THE LIST----
       240-PICK-INVOICE.
           MOVE ZERO TO TARGET-ROW.
           DISPLAY "WHICH INVOICE (0 TO CANCEL)? ".
           MOVE ZERO TO PICK-NUMBER.
           ACCEPT PICK-NUMBER.
           EVALUATE TRUE
               WHEN PICK-NUMBER = ZERO
                   DISPLAY "*CANCELLED*"
               WHEN PICK-NUMBER > PICK-COUNT
                   DISPLAY "*NOT ON THE LIST - CANCELLED*"
               WHEN OTHER
                   SET PK-IX TO PICK-NUMBER
                   MOVE PK-ROW (PK-IX) TO TARGET-ROW
           END-EVALUATE.

       250-CONFIRM-WRITE-OFF.
           SET IV-IX TO TARGET-ROW.
           PERFORM 640-GET-INVOICE-OPEN.
           PERFORM 260-GET-REASON.
           IF CUR-REASON NOT = SPACES
               PERFORM 265-GET-APPROVER
           END-IF.
           IF CUR-REASON NOT = SPACES AND CUR-APPROVER NOT = SPACES
               SET IV-IX TO TARGET-ROW
               MOVE INVOICE-OPEN TO OLO-AMOUNT
               PERFORM 615-GET-INVOICE-REF
               DISPLAY "WRITE OFF " OLO-AMOUNT " ON " CUR-PURCHASER
                   "/" INVOICE-REF " TO "
                   FUNCTION TRIM (RC-NAME (RC-IX))
                   " - CONFIRM (Y/N)? "
               MOVE "N" TO CONFIRM-SWITCH
               ACCEPT CONFIRM-SWITCH
               IF CONFIRMED
                   PERFORM 270-WRITE-OFF-INVOICE
               ELSE
                   DISPLAY "*WRITE-OFF CANCELLED*"
               END-IF
           ELSE
               DISPLAY "*WRITE-OFF CANCELLED*"
           END-IF.

      *----A REASON OFF THE FIXED LIST; BLANK CANCELS----
       260-GET-REASON.
           DISPLAY "REASON CODES:".
           PERFORM 261-SHOW-ONE-REASON
               VARYING RC-IX FROM 1 BY 1
               UNTIL RC-IX > 6.
           MOVE "N" TO FOUND-SWITCH.
           PERFORM 262-ACCEPT-REASON.
           PERFORM 262-ACCEPT-REASON
               UNTIL ROW-FOUND OR CUR-REASON = SPACES.

       261-SHOW-ONE-REASON.
           DISPLAY "   " RC-CODE (RC-IX) "  " RC-NAME (RC-IX).

       262-ACCEPT-REASON.
           DISPLAY "ENTER REASON CODE (BLANK TO CANCEL): ".
           MOVE SPACES TO CUR-REASON.
           ACCEPT CUR-REASON.
           MOVE FUNCTION UPPER-CASE (CUR-REASON) TO CUR-REASON.
           IF CUR-REASON NOT = SPACES
               PERFORM 660-FIND-REASON
               IF NOT ROW-FOUND
                   DISPLAY "*NOT A REASON CODE ON THE LIST*"
               END-IF
           END-IF.

      *----WHOEVER SIGNED OFF ON CLOSING THE INVOICE; BLANK
      *----CANCELS----
       265-GET-APPROVER.
           DISPLAY "APPROVED BY (INITIALS, BLANK TO CANCEL): ".
           MOVE SPACES TO CUR-APPROVER.
           ACCEPT CUR-APPROVER.
           MOVE FUNCTION UPPER-CASE (CUR-APPROVER) TO CUR-APPROVER.

       270-WRITE-OFF-INVOICE.
           SET IV-IX TO TARGET-ROW.
           MOVE "W" TO CUR-TYPE.
           MOVE INVOICE-OPEN TO CUR-AMOUNT.
           PERFORM 690-WRITE-WRITE-OFF-RCD.
           MOVE "Y" TO IV-WOFF-SW (IV-IX).
           ADD CUR-AMOUNT TO IV-WOFF-AMOUNT (IV-IX).
           MOVE CUR-REASON TO IV-REASON (IV-IX).
           MOVE "WRITEOFF" TO MLL-ACTION.
           PERFORM 675-BUILD-LOG-KEY.
           MOVE SPACES TO MLL-DETAIL.
           STRING "AMT " DELIMITED BY SIZE
                  CUR-AMOUNT DELIMITED BY SIZE
                  " RSN " DELIMITED BY SIZE
                  CUR-REASON DELIMITED BY SIZE
                  " APPR " DELIMITED BY SIZE
                  CUR-APPROVER DELIMITED BY SIZE
                  INTO MLL-DETAIL.
           PERFORM 680-WRITE-MAINT-LOG-LINE.
           DISPLAY "INVOICE " CUR-PURCHASER "/" INVOICE-REF
               " WRITTEN OFF".

      *----MONEY RECEIVED ON A WRITTEN-OFF INVOICE. THE INVOICE
      *----STAYS CLOSED; THE RECOVERY IS CAPPED AT WHAT WAS WRITTEN
      *----OFF LESS WHAT HAS ALREADY COME BACK----
       300-POST-RECOVERY.
           PERFORM 210-GET-PURCHASER.
           IF CUR-PURCHASER = SPACES
               DISPLAY "*RECOVERY CANCELLED*"
           ELSE
               PERFORM 320-LIST-WRITTEN-OFF
               IF PICK-COUNT = ZERO
                   DISPLAY "*NO WRITTEN-OFF INVOICE LEFT TO RECOVER"
                       " ON*"
               ELSE
                   PERFORM 240-PICK-INVOICE
                   IF TARGET-ROW NOT = ZERO
                       PERFORM 330-CONFIRM-RECOVERY
                   END-IF
               END-IF
           END-IF.

       320-LIST-WRITTEN-OFF.
           MOVE ZERO TO PICK-COUNT.
           PERFORM 321-LIST-ONE-WRITTEN-OFF
               VARYING IV-IX FROM 1 BY 1
               UNTIL IV-IX > INVOICE-COUNT.

       321-LIST-ONE-WRITTEN-OFF.
           IF IV-PURCHASER (IV-IX) = CUR-PURCHASER
                  AND IV-WOFF-SW (IV-IX) = "Y"
               COMPUTE RECOVERABLE = IV-WOFF-AMOUNT (IV-IX)
                   - IV-RECOVERED (IV-IX)
               IF RECOVERABLE > ZERO AND PICK-COUNT < 200
                   ADD 1 TO PICK-COUNT
                   SET PK-IX TO PICK-COUNT
                   SET PK-ROW (PK-IX) TO IV-IX
                   MOVE PICK-COUNT TO OLO-NUMBER
                   MOVE IV-DATE (IV-IX) TO OLO-DATE
                   MOVE IV-NUMBER (IV-IX) TO OLO-INVOICE-NUMBER
                   MOVE IV-BRANCH (IV-IX) TO OLO-BRANCH
                   MOVE "WOFF" TO OLO-LABEL
                   MOVE IV-WOFF-AMOUNT (IV-IX) TO OLO-AMOUNT
                   MOVE SPACES TO OLO-NOTE
                   IF IV-RECOVERED (IV-IX) > ZERO
                       MOVE "RECOVERED" TO OLO-REC-LABEL
                       MOVE IV-RECOVERED (IV-IX) TO OLO-REC-AMOUNT
                   END-IF
                   DISPLAY OPEN-LINE-OUT
               END-IF
           END-IF.

       330-CONFIRM-RECOVERY.
           SET IV-IX TO TARGET-ROW.
           COMPUTE RECOVERABLE = IV-WOFF-AMOUNT (IV-IX)
               - IV-RECOVERED (IV-IX).
           MOVE RECOVERABLE TO OLO-AMOUNT.
           DISPLAY "AMOUNT RECOVERED (WHOLE DOLLARS, UP TO"
               OLO-AMOUNT ", BLANK TO CANCEL): ".
           MOVE ZERO TO CUR-AMOUNT.
           MOVE SPACES TO CUR-AMOUNT-X.
           ACCEPT CUR-AMOUNT-X.
           EVALUATE TRUE
               WHEN CUR-AMOUNT-X = SPACES
                   DISPLAY "*RECOVERY CANCELLED*"
               WHEN FUNCTION TRIM (CUR-AMOUNT-X) IS NOT NUMERIC
                   DISPLAY "*AMOUNT MUST BE WHOLE DOLLARS*"
               WHEN FUNCTION NUMVAL (CUR-AMOUNT-X) = ZERO
                   DISPLAY "*RECOVERY CANCELLED*"
               WHEN FUNCTION NUMVAL (CUR-AMOUNT-X) > RECOVERABLE
                   DISPLAY "*MORE THAN WAS WRITTEN OFF - NOT POSTED*"
               WHEN OTHER
                   COMPUTE CUR-AMOUNT =
                       FUNCTION NUMVAL (CUR-AMOUNT-X)
                   MOVE IV-REASON (IV-IX) TO CUR-REASON
                   MOVE CUR-AMOUNT TO OLO-AMOUNT
                   PERFORM 615-GET-INVOICE-REF
                   DISPLAY "RECOVER " OLO-AMOUNT " ON " CUR-PURCHASER
                       "/" INVOICE-REF " - CONFIRM (Y/N)? "
                   MOVE "N" TO CONFIRM-SWITCH
                   ACCEPT CONFIRM-SWITCH
                   IF CONFIRMED
                       PERFORM 340-RECOVER-INVOICE
                   ELSE
                       DISPLAY "*RECOVERY CANCELLED*"
                   END-IF
           END-EVALUATE.

       340-RECOVER-INVOICE.
           SET IV-IX TO TARGET-ROW.
           MOVE "R" TO CUR-TYPE.
           MOVE SPACES TO CUR-APPROVER.
           PERFORM 690-WRITE-WRITE-OFF-RCD.
           ADD CUR-AMOUNT TO IV-RECOVERED (IV-IX).
           MOVE "RECOVERY" TO MLL-ACTION.
           PERFORM 675-BUILD-LOG-KEY.
           MOVE SPACES TO MLL-DETAIL.
           STRING "AMT " DELIMITED BY SIZE
                  CUR-AMOUNT DELIMITED BY SIZE
                  " RSN " DELIMITED BY SIZE
                  CUR-REASON DELIMITED BY SIZE
                  INTO MLL-DETAIL.
           PERFORM 680-WRITE-MAINT-LOG-LINE.
           DISPLAY "RECOVERY POSTED - THE INVOICE STAYS WRITTEN OFF".

      *----THE REGISTER: EVERY WRITE-OFF AND RECOVERY POSTED IN THE
      *----DATE RANGE, SORTED BY BRANCH AND REASON, WITH A TOTAL
      *----FOR EACH REASON, EACH BRANCH AND THE WHOLE RANGE----
       500-PRINT-REGISTER.
           PERFORM 505-GET-DATE-RANGE.
           IF FROM-DATE > TO-DATE
               DISPLAY "*FROM DATE IS AFTER TO DATE - NOTHING"
                   " PRINTED*"
           ELSE
               PERFORM 510-BUILD-REGISTER-WORK
               SORT WOFF-SORT-FILE
                   ON ASCENDING KEY SR-BRANCH
                                    SR-REASON
                                    SR-POST-DATE
                                    SR-PURCHASER
                   USING WOFF-WORK
                   GIVING WOFF-SORTED
               PERFORM 520-PRINT-SORTED-ROWS
           END-IF.

      *----FIRST OF THIS MONTH AND TODAY UNLESS THE OPERATOR KEYS
      *----A RANGE, EITHER AS FROM/TO DATES OR AS A FISCAL YEAR AND
      *----PERIOD LOOKED UP ON THE FISCAL CALENDAR; AN UNATTENDED
      *----RUN TAKES MONTH TO DATE----
       505-GET-DATE-RANGE.
           MOVE ZERO TO FROM-DATE.
           MOVE ZERO TO TO-DATE.
           IF NOT UNATTENDED-RUN
               MOVE "D" TO RANGE-MODE
               DISPLAY "RANGE BY D)ATES OR F)ISCAL PERIOD? "
               ACCEPT RANGE-MODE
               IF FISCAL-RANGE
                   PERFORM 506-GET-FISCAL-PERIOD
               ELSE
                   DISPLAY "FROM DATE YYYYMMDD (0 FOR FIRST OF MONTH): "
                   ACCEPT FROM-DATE
                   DISPLAY "TO DATE YYYYMMDD (0 FOR TODAY): "
                   ACCEPT TO-DATE
               END-IF
           END-IF.
           IF FROM-DATE = ZERO
               MOVE RUN-DATE TO FROM-DATE
               MOVE "01" TO FROM-DATE (7:2)
           END-IF.
           IF TO-DATE = ZERO
               MOVE RUN-DATE TO TO-DATE
           END-IF.

      *----A FISCAL YEAR AND PERIOD (0 FOR THE WHOLE YEAR) TURNED
      *----INTO ITS FIRST AND LAST DAY. A PERIOD NOT ON THE FISCAL
      *----CALENDAR FALLS BACK TO THE MONTH TO DATE, AS ZERO DATES
      *----DO----
       506-GET-FISCAL-PERIOD.
           MOVE ZERO TO WANT-FISCAL-YEAR.
           MOVE ZERO TO WANT-PERIOD.
           DISPLAY "FISCAL YEAR (YYYY, THE YEAR IT ENDS IN): ".
           ACCEPT WANT-FISCAL-YEAR.
           DISPLAY "FISCAL PERIOD (1-12, 0 FOR THE WHOLE YEAR): ".
           ACCEPT WANT-PERIOD.
           MOVE "N" TO FISCAL-FOUND-SW.
           MOVE "N" TO FISCAL-EOF-SW.
           OPEN INPUT FISCAL-FILE.
           IF FISCAL-FILE-STATUS = "35"
               DISPLAY "*NO FISCAL CALENDAR FILE - RUN FISCAL-GEN*"
           ELSE
               PERFORM 507-READ-FISCAL-RCD
               PERFORM 508-CHECK-FISCAL-RCD
                   UNTIL FISCAL-EOF-SW = "Y"
               CLOSE FISCAL-FILE
           END-IF.
           IF FISCAL-PERIOD-FOUND
               DISPLAY "FISCAL " WANT-FISCAL-YEAR " PERIOD "
                   WANT-PERIOD " RUNS " FROM-DATE " THRU " TO-DATE
           ELSE
               DISPLAY "*FISCAL PERIOD NOT ON THE CALENDAR - MONTH TO"
                   " DATE USED*"
               MOVE ZERO TO FROM-DATE
               MOVE ZERO TO TO-DATE
           END-IF.

       507-READ-FISCAL-RCD.
           READ FISCAL-FILE
               AT END
                   MOVE "Y" TO FISCAL-EOF-SW
           END-READ.

      *----A WHOLE-YEAR REQUEST TAKES THE EARLIEST START AND THE
      *----LATEST END OF THAT YEAR'S PERIODS----
       508-CHECK-FISCAL-RCD.
           IF FR-FISCAL-YEAR IS NUMERIC AND FR-PERIOD IS NUMERIC
                  AND FR-START-DATE IS NUMERIC
                  AND FR-END-DATE IS NUMERIC
               IF FR-FISCAL-YEAR = WANT-FISCAL-YEAR
                      AND (WANT-PERIOD = ZERO
                           OR FR-PERIOD = WANT-PERIOD)
                   IF NOT FISCAL-PERIOD-FOUND
                          OR FR-START-DATE < FROM-DATE
                       MOVE FR-START-DATE TO FROM-DATE
                   END-IF
                   IF FR-END-DATE > TO-DATE
                       MOVE FR-END-DATE TO TO-DATE
                   END-IF
                   MOVE "Y" TO FISCAL-FOUND-SW
               END-IF
           END-IF.
           PERFORM 507-READ-FISCAL-RCD.

       510-BUILD-REGISTER-WORK.
           OPEN OUTPUT WOFF-WORK.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT WOFFFILE.
           IF WOFFFILE-STATUS NOT = "35"
               PERFORM 056-READ-WRITE-OFF-RCD
               PERFORM 511-WRITE-ONE-WORK-ROW
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE WOFFFILE
           END-IF.
           CLOSE WOFF-WORK.

       511-WRITE-ONE-WORK-ROW.
           IF WO-AMOUNT-X IS NUMERIC
                  AND (WO-TYPE = "W" OR WO-TYPE = "R")
                  AND WO-POST-DATE NOT < FROM-DATE
                  AND WO-POST-DATE NOT > TO-DATE
               WRITE WOFF-WORK-RECORD FROM WOFFFILE-PICS
           END-IF.
           PERFORM 056-READ-WRITE-OFF-RCD.

       520-PRINT-SORTED-ROWS.
           OPEN OUTPUT WOFFRPT.
           MOVE FROM-DATE TO RH1-FROM-DATE.
           MOVE TO-DATE TO RH1-TO-DATE.
           WRITE WOFFRPT-AREA FROM REGISTER-HEADING-1.
           WRITE WOFFRPT-AREA FROM REGISTER-HEADING-2.
           MOVE SPACES TO WOFFRPT-AREA.
           WRITE WOFFRPT-AREA.
           MOVE ZERO TO RPT-ROW-COUNT.
           MOVE ZERO TO RSN-WRITTEN RSN-RECOVERED.
           MOVE ZERO TO BRN-WRITTEN BRN-RECOVERED.
           MOVE ZERO TO GRD-WRITTEN GRD-RECOVERED.
           MOVE "N" TO RPT-EOF-SWITCH.
           OPEN INPUT WOFF-SORTED.
           PERFORM 525-READ-SORTED-ROW.
           PERFORM 530-REPORT-ONE-ROW
               UNTIL RPT-EOF-SWITCH = "Y".
           CLOSE WOFF-SORTED.
           IF RPT-ROW-COUNT = ZERO
               WRITE WOFFRPT-AREA FROM REGISTER-NONE-LINE
           ELSE
               PERFORM 540-REASON-TOTAL
               PERFORM 545-BRANCH-TOTAL
               MOVE "GRAND TOTAL" TO RTL-LABEL
               MOVE GRD-WRITTEN TO TOTAL-WRITTEN
               MOVE GRD-RECOVERED TO TOTAL-RECOVERED
               PERFORM 550-PRINT-TOTAL-LINE
           END-IF.
           CLOSE WOFFRPT.
           MOVE GRD-WRITTEN TO OLO-AMOUNT.
           DISPLAY RPT-ROW-COUNT " REGISTER LINE(S), " OLO-AMOUNT
               " WRITTEN OFF - REGISTER IN "
               FUNCTION TRIM (WOFFRPT-NAME).

       525-READ-SORTED-ROW.
           READ WOFF-SORTED
               AT END
                   MOVE "Y" TO RPT-EOF-SWITCH
           END-READ.

       530-REPORT-ONE-ROW.
           IF RPT-ROW-COUNT = ZERO
               MOVE WR-BRANCH TO RPT-BRANCH
               MOVE WR-REASON TO RPT-REASON
           ELSE
               IF WR-BRANCH NOT = RPT-BRANCH
                   PERFORM 540-REASON-TOTAL
                   PERFORM 545-BRANCH-TOTAL
                   MOVE WR-BRANCH TO RPT-BRANCH
                   MOVE WR-REASON TO RPT-REASON
               ELSE
                   IF WR-REASON NOT = RPT-REASON
                       PERFORM 540-REASON-TOTAL
                       MOVE WR-REASON TO RPT-REASON
                   END-IF
               END-IF
           END-IF.
           MOVE WR-BRANCH       TO RDL-BRANCH.
           MOVE WR-REASON       TO RDL-REASON.
           MOVE WR-PURCHASER    TO RDL-PURCHASER.
           IF WR-INVOICE-NUMBER = SPACES
               MOVE WR-INVOICE-DATE TO RDL-INVOICE-DATE
           ELSE
               MOVE WR-INVOICE-NUMBER TO RDL-INVOICE-DATE
           END-IF.
           MOVE WR-POST-DATE    TO RDL-POST-DATE.
           MOVE WR-APPROVER     TO RDL-APPROVER.
           MOVE WR-OPERATOR     TO RDL-OPERATOR.
           IF WR-TYPE = "W"
               MOVE WR-AMOUNT TO RDL-WRITTEN
               MOVE ZERO TO RDL-RECOVERED
               ADD WR-AMOUNT TO RSN-WRITTEN
           ELSE
               MOVE ZERO TO RDL-WRITTEN
               MOVE WR-AMOUNT TO RDL-RECOVERED
               ADD WR-AMOUNT TO RSN-RECOVERED
           END-IF.
           WRITE WOFFRPT-AREA FROM REGISTER-DETAIL-LINE.
           ADD 1 TO RPT-ROW-COUNT.
           PERFORM 525-READ-SORTED-ROW.

       540-REASON-TOTAL.
           MOVE RPT-REASON TO CUR-REASON.
           PERFORM 660-FIND-REASON.
           MOVE SPACES TO RTL-LABEL.
           IF ROW-FOUND
               STRING "  REASON " DELIMITED BY SIZE
                      RPT-REASON DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RC-NAME (RC-IX) DELIMITED BY SIZE
                      INTO RTL-LABEL
           ELSE
               STRING "  REASON " DELIMITED BY SIZE
                      RPT-REASON DELIMITED BY SIZE
                      INTO RTL-LABEL
           END-IF.
           MOVE RSN-WRITTEN TO TOTAL-WRITTEN.
           MOVE RSN-RECOVERED TO TOTAL-RECOVERED.
           PERFORM 550-PRINT-TOTAL-LINE.
           ADD RSN-WRITTEN TO BRN-WRITTEN.
           ADD RSN-RECOVERED TO BRN-RECOVERED.
           MOVE ZERO TO RSN-WRITTEN RSN-RECOVERED.

       545-BRANCH-TOTAL.
           MOVE SPACES TO RTL-LABEL.
           IF RPT-BRANCH = SPACES
               MOVE "NO BRANCH TOTAL" TO RTL-LABEL
           ELSE
               STRING "BRANCH " DELIMITED BY SIZE
                      RPT-BRANCH DELIMITED BY SIZE
                      " TOTAL" DELIMITED BY SIZE
                      INTO RTL-LABEL
           END-IF.
           MOVE BRN-WRITTEN TO TOTAL-WRITTEN.
           MOVE BRN-RECOVERED TO TOTAL-RECOVERED.
           PERFORM 550-PRINT-TOTAL-LINE.
           MOVE SPACES TO WOFFRPT-AREA.
           WRITE WOFFRPT-AREA.
           ADD BRN-WRITTEN TO GRD-WRITTEN.
           ADD BRN-RECOVERED TO GRD-RECOVERED.
           MOVE ZERO TO BRN-WRITTEN BRN-RECOVERED.

      *----ONE TOTAL LINE: RTL-LABEL IS ALREADY SET; NET IS WHAT
      *----STAYS LOST AFTER RECOVERIES----
       550-PRINT-TOTAL-LINE.
           MOVE TOTAL-WRITTEN TO RTL-WRITTEN.
           MOVE TOTAL-RECOVERED TO RTL-RECOVERED.
           COMPUTE RTL-NET = TOTAL-WRITTEN - TOTAL-RECOVERED.
           WRITE WOFFRPT-AREA FROM REGISTER-TOTAL-LINE.

      *----IS THERE AN INVOICE ROW FOR CUR-PURCHASER AND
      *----NEW-INVOICE-NUMBER (OR, WITH NO NUMBER, AN UNNUMBERED
      *----ROW FOR NEW-INVOICE-DATE)? LEAVES IV-IX ON IT WHEN THERE
      *----IS----
       610-FIND-INVOICE-ROW.
           MOVE "N" TO FOUND-SWITCH.
           IF INVOICE-COUNT > ZERO
               SET IV-IX TO 1
               SEARCH INVOICE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IV-PURCHASER (IV-IX) = CUR-PURCHASER
                          AND NEW-INVOICE-NUMBER NOT = SPACES
                          AND IV-NUMBER (IV-IX) = NEW-INVOICE-NUMBER
                       MOVE "Y" TO FOUND-SWITCH
                   WHEN IV-PURCHASER (IV-IX) = CUR-PURCHASER
                          AND NEW-INVOICE-NUMBER = SPACES
                          AND IV-NUMBER (IV-IX) = SPACES
                          AND IV-DATE (IV-IX) = NEW-INVOICE-DATE
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.

      *----AN OLDER PAYMENT OR WRITE-OFF NAMING ONLY A DATE: THE
      *----FIRST OF THE PURCHASER'S INVOICES ON THAT DATE----
       611-FIND-INVOICE-BY-DATE.
           MOVE "N" TO FOUND-SWITCH.
           IF INVOICE-COUNT > ZERO
               SET IV-IX TO 1
               SEARCH INVOICE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IV-PURCHASER (IV-IX) = CUR-PURCHASER
                          AND IV-DATE (IV-IX) = NEW-INVOICE-DATE
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.

      *----HOW IV-IX'S INVOICE IS NAMED ON THE SCREEN AND IN THE
      *----LOG: ITS NUMBER, OR ITS DATE WHEN IT HAS NONE----
       615-GET-INVOICE-REF.
           IF IV-NUMBER (IV-IX) = SPACES
               MOVE IV-DATE (IV-IX) TO INVOICE-REF
           ELSE
               MOVE IV-NUMBER (IV-IX) TO INVOICE-REF
           END-IF.

       620-FIND-MASTER-NAME.
           MOVE "N" TO FOUND-SWITCH.
           MOVE SPACES TO CUR-NAME.
           IF MASTER-LOADED
               SET MA-IX TO 1
               SEARCH MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MA-NUMBER (MA-IX) = CUR-PURCHASER
                       MOVE "Y" TO FOUND-SWITCH
                       MOVE MA-NAME (MA-IX) TO CUR-NAME
               END-SEARCH
           END-IF.

      *----WHAT IV-IX'S INVOICE STILL OWES: ITS PRICE LESS THE
      *----PAYMENTS NAMING IT, NEVER LESS THAN ZERO----
       640-GET-INVOICE-OPEN.
           COMPUTE INVOICE-OPEN = IV-PRICE (IV-IX) - IV-PAID (IV-IX).
           IF INVOICE-OPEN < ZERO
               MOVE ZERO TO INVOICE-OPEN
           END-IF.

      *----IS CUR-REASON ON THE LIST? LEAVES RC-IX ON IT WHEN IT
      *----IS----
       660-FIND-REASON.
           MOVE "N" TO FOUND-SWITCH.
           SET RC-IX TO 1.
           SEARCH REASON-ENTRY
               AT END
                   CONTINUE
               WHEN RC-CODE (RC-IX) = CUR-REASON
                   MOVE "Y" TO FOUND-SWITCH
           END-SEARCH.

       675-BUILD-LOG-KEY.
           PERFORM 615-GET-INVOICE-REF.
           MOVE SPACES TO MLL-KEY.
           STRING CUR-PURCHASER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  INVOICE-REF DELIMITED BY SIZE
                  INTO MLL-KEY.

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

      *----APPEND ONE RECORD TO THE WRITE-OFF FILE FOR IV-IX'S
      *----INVOICE, CLOSING THE FILE AGAIN SO EVERY POSTING IS ON
      *----DISK THE MOMENT IT IS CONFIRMED----
       690-WRITE-WRITE-OFF-RCD.
           OPEN EXTEND WOFFFILE.
           IF WOFFFILE-STATUS = "35"
               OPEN OUTPUT WOFFFILE
           END-IF.
           MOVE CUR-TYPE             TO WO-TYPE.
           MOVE IV-PURCHASER (IV-IX) TO WO-PURCHASER.
           MOVE IV-DATE (IV-IX)      TO WO-INVOICE-DATE.
           MOVE IV-BRANCH (IV-IX)    TO WO-BRANCH.
           MOVE CUR-AMOUNT           TO WO-AMOUNT.
           MOVE CUR-REASON           TO WO-REASON.
           MOVE CUR-APPROVER         TO WO-APPROVER.
           MOVE OPERATOR-INITIALS    TO WO-OPERATOR.
           MOVE RUN-DATE             TO WO-POST-DATE.
           MOVE IV-NUMBER (IV-IX)    TO WO-INVOICE-NUMBER.
           WRITE WOFFFILE-PICS.
           CLOSE WOFFFILE.
           ADD 1 TO POSTINGS-MADE.

       end program WRITE-OFF.
