       identification division.
       program-id. CASH-RECEIPTS.
       author. Alan Thomas.
       date-compiled. 05/06/2016.
      *THIS PROGRAM POSTS THE MONEY WE RECEIVE TO P05PAY.DAT. THE
      *PAYMENTS FILE COMES IN WITH THE TRANSMISSION, BUT CHECKS
      *RECEIVED HERE WERE TYPED INTO IT BY HAND, AND 214-APPLY-
      *PAYMENTS MATCHES A PAYMENT ONLY ON PURCHASER NUMBER PLUS
      *INVOICE DATE - A CHECK KEYED WITH THE WRONG DATE SILENTLY
      *APPLIED TO NOTHING. FOUR JOBS:
      *  P)OST - A CHECK IS KEYED AGAINST THE PURCHASER'S OPEN
      *     INVOICES (P05D.dat AND THE HOUSE-CHARGE FEED, NET OF WHAT
      *     P05PAY.DAT ALREADY HOLDS), PICKED FROM A LIST OR APPLIED
      *     OLDEST FIRST.
      *  L)OCKBOX - THE BANK'S LOCKBOX FILE IS VERIFIED AGAINST ITS
      *     HEADER AND TRAILER AND POSTED; A CHECK WHOSE REMITTANCE
      *     STUB NAMES AN OPEN INVOICE IS APPLIED TO IT. A BATCH
      *     ALREADY POSTED (P05LBOX.LOG) IS REFUSED.
      *  A)PPLY - UNAPPLIED CASH IS WORKED ONTO AN OPEN INVOICE.
      *  R)EPORT - THE UNAPPLIED-CASH REPORT BY PURCHASER.
      *WHATEVER CANNOT BE MATCHED TO AN OPEN INVOICE IS WRITTEN AS
      *UNAPPLIED CASH ON ACCOUNT (INVOICE DATE 00000000, WHICH NO
      *INVOICE CARRIES) INSTEAD OF BEING DROPPED. THE REPORT ALSO
      *PICKS UP OLDER PAYMENTS KEYED AGAINST AN INVOICE DATE THE
      *PURCHASER DOES NOT HAVE. P05 CARRIES WHOLE DOLLARS, SO LOCKBOX
      *CENTS ARE ROUNDED AND SAID SO. AN UNATTENDED RUN IMPORTS THE
      *LOCKBOX FILE AND PRINTS THE REPORT. EVERY POSTING IS LOGGED
      *WITH WHO/WHEN TO P05MAINT.LOG.
      *input files P05D.dat, P05HOUSE.DAT, P05FIN.DAT, P05PAY.DAT,
      *  P05MAST.DAT, P05LBOX.DAT, P05WOFF.DAT
      *output files P05PAY.DAT, P05UNAP.RPT, P05LBOX.LOG,
      *  P05MAINT.LOG
      *printer ouput None
      *
      *MODS:
      *05/06/2016 - AT - first version.
      *05/07/2016 - AT - month-end finance charges (P05FIN.DAT,
      *  P05_FINANCE_FEED_FILE) are loaded as open items with the
      *  house charges, so a check can be applied to them. The
      *  master gained the finance-charge exempt flag at column 84;
      *  MASTFILE-PICS widened to match.
      *05/10/2016 - AT - an invoice WRITE-OFF has closed to bad debt
      *  (P05WOFF.DAT, P05_WRITEOFF_FILE) shows nothing open, so a
      *  check is never applied to it; money that turns up later is
      *  a recovery and is posted through WRITE-OFF.
      *05/11/2016 - AT - open items are kept by purchaser plus
      *  invoice number (columns 41-48 of the invoice and feed
      *  records) so a check can be put on one of two invoices
      *  dated the same day. Payments carry the number at columns
      *  29-36 and the lockbox stub can name it at 34-41. Items and
      *  payments that have no number still match on the date.

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

               SELECT LOCKBOX ASSIGN TO DYNAMIC LOCKBOX-NAME
               organization is line sequential
               file status is LOCKBOX-STATUS.

               SELECT LBOXLOG ASSIGN TO "P05LBOX.LOG"
               organization is line sequential
               file status is LBOXLOG-STATUS.

               SELECT UNAPFILE ASSIGN TO DYNAMIC UNAPFILE-NAME
               organization is line sequential.

               SELECT UNAP-SORT-FILE ASSIGN TO "P05UNAP.TMP".

               SELECT UNAP-WORK ASSIGN TO "P05UNAPW.TMP"
               organization is line sequential.

               SELECT UNAP-SORTED ASSIGN TO "P05UNAPS.TMP"
               organization is line sequential.

               SELECT MAINTLOG ASSIGN TO "P05MAINT.LOG"
               organization is line sequential
               file status is MAINTLOG-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----THE INVOICES AND THE HOUSE-CHARGE FEED (SAME LAYOUT)----
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

      *----PAYMENTS AND CREDITS, SAME LAYOUT REPORTMAKER READS. AN
      *----INVOICE DATE OF 00000000 IS CASH HELD ON ACCOUNT----
           FD PAYFILE.
           01 PAYFILE-PICS.
               05 PF-PURCHASER           PIC X(5).
               05 PF-INVOICE-DATE        PIC X(8).
               05 PF-AMOUNT              PIC X(7).
               05 PF-PAYMENT-DATE        PIC X(8).
               05 PF-INVOICE-NUMBER      PIC X(8).

      *----BAD-DEBT WRITE-OFFS (W) AND RECOVERIES (R) POSTED BY
      *----WRITE-OFF. A WRITTEN-OFF INVOICE HAS NOTHING OPEN----
           FD WOFFFILE.
           01 WOFFFILE-PICS.
               05 WO-TYPE                PIC X.
               05 WO-PURCHASER           PIC X(5).
               05 WO-INVOICE-DATE        PIC X(8).
               05 FILLER                 PIC X(26).
               05 WO-INVOICE-NUMBER      PIC X(8).

           FD MASTFILE.
           01 MASTFILE-PICS.
               05 MF-NUMBER              PIC X(5).
               05 MF-NAME                PIC X(20).
               05 FILLER                 PIC X(57).
               05 MF-STATUS              PIC X.
               05 FILLER                 PIC X.

      *----THE BANK'S LOCKBOX FILE: ONE H RECORD FOR THE DEPOSIT,
      *----ONE D RECORD PER CHECK WITH WHAT THE REMITTANCE STUB
      *----SAID, AND A T RECORD CARRYING THE COUNT AND TOTAL. THE
      *----BANK SENDS DOLLARS AND CENTS----
           FD LOCKBOX.
           01 LOCKBOX-HEADER.
               05 LBH-TYPE               PIC X.
               05 LBH-DEPOSIT-DATE       PIC X(8).
               05 LBH-BATCH-ID           PIC X(6).
               05 FILLER                 PIC X(25).
           01 LOCKBOX-DETAIL.
               05 LBD-TYPE               PIC X.
               05 LBD-CHECK-NO           PIC X(10).
               05 LBD-PURCHASER          PIC X(5).
               05 LBD-INVOICE-DATE       PIC X(8).
               05 LBD-AMOUNT-X           PIC X(9).
               05 LBD-AMOUNT REDEFINES LBD-AMOUNT-X
                                         PIC 9(7)V99.
               05 LBD-INVOICE-NUMBER     PIC X(8).
           01 LOCKBOX-TRAILER.
               05 LBT-TYPE               PIC X.
               05 LBT-ITEM-COUNT-X       PIC X(5).
               05 LBT-ITEM-COUNT REDEFINES LBT-ITEM-COUNT-X
                                         PIC 9(5).
               05 LBT-TOTAL-X            PIC X(11).
               05 LBT-TOTAL REDEFINES LBT-TOTAL-X
                                         PIC 9(9)V99.
               05 FILLER                 PIC X(23).

      *----ONE LINE PER LOCKBOX BATCH POSTED, SO THE SAME FILE
      *----CANNOT BE POSTED TWICE----
           FD LBOXLOG.
           01 LBOXLOG-RECORD.
               05 LLR-BATCH-ID           PIC X(6).
               05 FILLER                 PIC X(2).
               05 LLR-DEPOSIT-DATE       PIC X(8).
               05 FILLER                 PIC X(2).
               05 LLR-ITEM-COUNT         PIC 9(5).
               05 FILLER                 PIC X(2).
               05 LLR-TOTAL              PIC 9(9)V99.
               05 FILLER                 PIC X(2).
               05 LLR-POSTED-DATE        PIC 9(8).
               05 FILLER                 PIC X(2).
               05 LLR-OPERATOR           PIC X(3).

           FD UNAPFILE.
           01 UNAP-AREA                  PIC X(80).

      *----UNAPPLIED ROWS ON THEIR WAY TO THE REPORT, SORTED BY
      *----PURCHASER AND PAYMENT DATE----
           SD UNAP-SORT-FILE.
           01 UNAP-SORT-RECORD.
               05 US-PURCHASER           PIC X(5).
               05 US-PAYMENT-DATE        PIC X(8).
               05 FILLER                 PIC X(16).

           FD UNAP-WORK.
           01 UNAP-WORK-RECORD.
               05 UW-PURCHASER           PIC X(5).
               05 UW-PAYMENT-DATE        PIC X(8).
               05 UW-INVOICE-DATE        PIC X(8).
               05 UW-AMOUNT              PIC 9(7).
               05 UW-REASON              PIC X.

           FD UNAP-SORTED.
           01 UNAP-SORTED-RECORD.
               05 UR-PURCHASER           PIC X(5).
               05 UR-PAYMENT-DATE        PIC X(8).
               05 UR-INVOICE-DATE        PIC X(8).
               05 UR-AMOUNT              PIC 9(7).
               05 UR-REASON              PIC X.

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
       01 LOCKBOX-STATUS    PIC X(2) VALUE SPACES.
       01 LBOXLOG-STATUS    PIC X(2) VALUE SPACES.
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
           05 LOCKBOX-NAME      PIC X(80)
               VALUE "E:\programming\P05LBOX.DAT".
           05 UNAPFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05UNAP.RPT".

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
           88 DONE-WITH-CASH   VALUE "Y".
       01 FOUND-SWITCH      PIC X VALUE "N".
           88 ROW-FOUND        VALUE "Y".
       01 CONFIRM-SWITCH    PIC X VALUE "N".
           88 CONFIRMED        VALUE "Y" "y".
       01 BATCH-OK-SWITCH   PIC X VALUE "N".
           88 BATCH-OK         VALUE "Y".
       01 MASTER-LOADED-SW  PIC X VALUE "N".
           88 MASTER-LOADED    VALUE "Y".

       01 CASH-ACTION       PIC X VALUE SPACE.
           88 POST-ACTION       VALUE "P" "p".
           88 LOCKBOX-ACTION    VALUE "L" "l".
           88 APPLY-ACTION      VALUE "A" "a".
           88 REPORT-ACTION     VALUE "R" "r".
           88 EXIT-ACTION       VALUE "E" "e".

      *----SET WHEN A FILE FAILS ITS LOAD CHECKS - A QUIETLY WRONG
      *----TABLE IS WORSE THAN A STOPPED RUN----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

       01 OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 CHANGES-MADE      PIC 9(4) VALUE ZERO.
       01 RUN-DATE          PIC 9(8) VALUE ZERO.
       01 UNAPPLIED-COUNT   PIC 9(5) VALUE ZERO.

      *----OPEN ITEMS: P05D.dat AND THE HOUSE-CHARGE FEED, ONE ROW
      *----PER PURCHASER AND INVOICE NUMBER. ITEMS WITH NO NUMBER
      *----ARE STILL ONE ROW PER PURCHASER AND INVOICE DATE----
       01 INVOICE-COUNT     PIC 9(4) VALUE ZERO.
       01 INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON INVOICE-COUNT
                  INDEXED BY IV-IX.
              10 IV-PURCHASER    PIC X(5).
              10 IV-DATE         PIC X(8).
              10 IV-NUMBER       PIC X(8).
              10 IV-PRICE        PIC 9(9).
              10 IV-WOFF-SW      PIC X.

      *----EVERY PAYMENT RECORD ON FILE, HELD HERE AND WRITTEN BACK
      *----IN ONE PIECE WHEN THE OPERATOR EXITS. A RECORD WITH AN
      *----UNREADABLE AMOUNT IS CARRIED THROUGH UNTOUCHED----
       01 PAY-COUNT         PIC 9(4) VALUE ZERO.
       01 PAY-TABLE.
           05 PAY-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON PAY-COUNT
                  INDEXED BY PY-IX.
              10 PY-PURCHASER    PIC X(5).
              10 PY-INVOICE-DATE PIC X(8).
              10 PY-AMOUNT-X     PIC X(7).
              10 PY-AMOUNT REDEFINES PY-AMOUNT-X
                                 PIC 9(7).
              10 PY-PAYMENT-DATE PIC X(8).
              10 PY-INVOICE-NUMBER PIC X(8).
              10 PY-REMOVED-SW   PIC X.

      *----PURCHASER NAMES OFF THE MASTER, FOR THE SCREENS AND THE
      *----REPORT ONLY----
       01 MASTER-COUNT      PIC 9(3) VALUE ZERO.
       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON MASTER-COUNT
                  INDEXED BY MA-IX.
              10 MA-NUMBER       PIC X(5).
              10 MA-NAME         PIC X(20).
              10 MA-STATUS       PIC X.

      *----THE NUMBERED LISTS THE OPERATOR PICKS FROM----
       01 PICK-COUNT        PIC 9(3) VALUE ZERO.
       01 PICK-TABLE.
           05 PICK-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON PICK-COUNT
                  INDEXED BY PK-IX.
              10 PK-ROW          PIC 9(4).
       01 PICK-ANSWER       PIC X(4) VALUE SPACES.
       01 PICK-NUMBER       PIC 9(3) VALUE ZERO.

      *----THE PURCHASER AND MONEY IN HAND----
       01 CASH-FIELDS.
           05 CUR-PURCHASER     PIC X(5)  VALUE SPACES.
           05 CUR-NAME          PIC X(20) VALUE SPACES.
           05 CUR-PAYMENT-DATE  PIC X(8)  VALUE SPACES.
           05 CUR-CHECK-X       PIC X(9)  VALUE SPACES.
           05 CUR-CHECK-AMOUNT  PIC 9(7)  VALUE ZERO.
           05 APPLY-REMAINING   PIC 9(7)  VALUE ZERO.
           05 APPLY-PIECE       PIC 9(7)  VALUE ZERO.
           05 APPLIED-TOTAL     PIC 9(7)  VALUE ZERO.
           05 INVOICE-OPEN      PIC S9(9) VALUE ZERO.
           05 PURCHASER-OPEN    PIC S9(9) VALUE ZERO.
           05 PURCHASER-UNAP    PIC 9(9)  VALUE ZERO.
           05 OLDEST-ROW        PIC 9(4)  VALUE ZERO.
           05 OLDEST-DATE       PIC X(8)  VALUE SPACES.
           05 SOURCE-ROW        PIC 9(4)  VALUE ZERO.
           05 TARGET-ROW        PIC 9(4)  VALUE ZERO.
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.
           05 DATE-CHECK-NUM    PIC 9(8)  VALUE ZERO.
           05 NEW-INVOICE-DATE  PIC X(8)  VALUE SPACES.
           05 NEW-INVOICE-NUMBER PIC X(8) VALUE SPACES.
           05 INVOICE-REF       PIC X(8)  VALUE SPACES.
           05 NEW-AMOUNT        PIC 9(7)  VALUE ZERO.

      *----THE LOCKBOX BATCH IN HAND----
       01 LOCKBOX-FIELDS.
           05 LB-DEPOSIT-DATE   PIC X(8)  VALUE SPACES.
           05 LB-BATCH-ID       PIC X(6)  VALUE SPACES.
           05 LB-HDR-COUNT      PIC 9(3)  VALUE ZERO.
           05 LB-TRL-COUNT      PIC 9(3)  VALUE ZERO.
           05 LB-ITEM-COUNT     PIC 9(5)  VALUE ZERO.
           05 LB-CENTS-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 LB-TRL-ITEMS      PIC 9(5)  VALUE ZERO.
           05 LB-TRL-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 LB-LAST-TYPE      PIC X     VALUE SPACE.
           05 LB-REJECT-REASON  PIC X(40) VALUE SPACES.
           05 LB-DOLLARS        PIC 9(7)  VALUE ZERO.
           05 LB-APPLIED-TOTAL  PIC 9(9)  VALUE ZERO.
           05 LB-UNAP-TOTAL     PIC 9(9)  VALUE ZERO.
           05 LB-ROUNDED-COUNT  PIC 9(5)  VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
           05 CD-MONTH      PIC 9(2).
           05 CD-DAY        PIC 9(2).
           05 CD-HOURS      PIC 9(2).
           05 CD-MINUTES    PIC 9(2).
           05 CD-SECONDS    PIC 9(2).
           05 FILLER        PIC X(7).

      *----ONE OPEN INVOICE OR ONE UNAPPLIED PAYMENT ON THE SCREEN--
       01 OPEN-LINE-OUT.
           05 OLO-NUMBER        PIC ZZ9.
           05 FILLER            PIC X(2)  VALUE ") ".
           05 OLO-DATE          PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 OLO-INVOICE-NUMBER PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 OLO-LABEL         PIC X(8).
           05 OLO-AMOUNT        PIC Z,ZZZ,ZZ9-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 OLO-NOTE          PIC X(30).

      *----ONE LOCKBOX CHECK AS POSTED----
       01 LOCKBOX-LINE-OUT.
           05 LLO-CHECK-NO      PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LLO-PURCHASER     PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LLO-AMOUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LLO-RESULT        PIC X(45).

      *----THE UNAPPLIED-CASH REPORT----
       01 UNAP-HEADING-1.
           05 FILLER            PIC X(31)
               VALUE "P05 UNAPPLIED CASH BY PURCHASER".
           05 FILLER            PIC X(10) VALUE "  RUN DATE".
           05 FILLER            PIC X     VALUE SPACE.
           05 UH1-RUN-DATE      PIC 9(8).
       01 UNAP-HEADING-2.
           05 FILLER            PIC X(32)
               VALUE "PURCH  NAME                 PAID".
           05 FILLER            PIC X(36)
               VALUE "      KEYED FOR     AMOUNT  NOTE".
       01 UNAP-PURCHASER-LINE.
           05 UPL-PURCHASER     PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 UPL-NAME          PIC X(20).
       01 UNAP-DETAIL-LINE.
           05 FILLER            PIC X(27) VALUE SPACES.
           05 UDL-PAYMENT-DATE  PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 UDL-KEYED-FOR     PIC X(10).
           05 UDL-AMOUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 UDL-NOTE          PIC X(22).
       01 UNAP-SUBTOTAL-LINE.
           05 FILLER            PIC X(27) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "  UNAPPLIED TOTAL".
           05 USL-AMOUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(14) VALUE "  OPEN ITEMS ".
           05 USL-OPEN          PIC Z,ZZZ,ZZ9-.
       01 UNAP-TOTAL-LINE.
           05 FILLER            PIC X(27) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "GRAND TOTAL".
           05 UTL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 UTL-COUNT         PIC ZZZZ9.
           05 FILLER            PIC X(8)  VALUE " ITEM(S)".
       01 UNAP-NONE-LINE        PIC X(40)
               VALUE "NO UNAPPLIED CASH ON FILE".
       01 REPORT-FIELDS.
           05 RPT-EOF-SWITCH    PIC X     VALUE "N".
           05 RPT-PURCHASER     PIC X(5)  VALUE SPACES.
           05 RPT-SUBTOTAL      PIC 9(9)  VALUE ZERO.
           05 RPT-GRAND-TOTAL   PIC 9(9)  VALUE ZERO.

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
           MOVE ZERO TO CHANGES-MADE.
           MOVE ZERO TO RSA-EXCEPTION-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RUN-DATE (1:4).
           MOVE CD-MONTH TO RUN-DATE (5:2).
           MOVE CD-DAY   TO RUN-DATE (7:2).
           DISPLAY "--------------------------------------------".
           DISPLAY "  P05 CASH RECEIPTS".
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
           PERFORM 040-LOAD-INVOICES.
           PERFORM 045-LOAD-PAYMENTS.
           PERFORM 055-LOAD-WRITE-OFFS.
           PERFORM 048-LOAD-MASTER.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NOTHING WAS POSTED*"
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 050-OPEN-MAINT-LOG.
           IF UNATTENDED-RUN
               DISPLAY "UNATTENDED RUN - LOCKBOX IMPORT AND REPORT"
               PERFORM 300-IMPORT-LOCKBOX
               MOVE "Y" TO DONE-SWITCH
           ELSE
               PERFORM 100-CASH-LOOP UNTIL DONE-WITH-CASH
           END-IF.
           IF CHANGES-MADE > ZERO
               PERFORM 700-REWRITE-PAYMENTS
               DISPLAY CHANGES-MADE " POSTING(S) WRITTEN TO THE"
                   " PAYMENTS FILE"
           ELSE
               DISPLAY "NOTHING POSTED - FILE LEFT UNTOUCHED"
           END-IF.
           IF UNATTENDED-RUN
               PERFORM 500-UNAPPLIED-REPORT
           END-IF.
           CLOSE MAINTLOG.
           PERFORM 590-COUNT-UNAPPLIED.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           ADD UNAPPLIED-COUNT TO RSA-EXCEPTION-COUNT.
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
               WHEN "P05_LOCKBOX_FILE"
                   MOVE PARM-VALUE TO LOCKBOX-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_UNAPPLIED_FILE"
                   MOVE PARM-VALUE TO UNAPFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----THE OPEN ITEMS: EVERY INVOICE ON P05D.dat (HDR/TRL
      *----ENVELOPE SKIPPED), EVERY HOUSE CHARGE AND EVERY FINANCE
      *----CHARGE, ROLLED UP BY PURCHASER AND INVOICE DATE----
       040-LOAD-INVOICES.
           MOVE ZERO TO INVOICE-COUNT.
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
               PERFORM 053-READ-FINFEED-RCD
               PERFORM 054-STORE-FINFEED-RCD
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
               MOVE EMP-INVOICE-DATE TO NEW-INVOICE-DATE
               MOVE EMP-INVOICE-NUMBER TO NEW-INVOICE-NUMBER
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
                   MOVE NEW-AMOUNT       TO IV-PRICE (IV-IX)
                   MOVE "N"              TO IV-WOFF-SW (IV-IX)
               ELSE
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*INVOICES OVERFLOW THE 2000-ENTRY"
                       " TABLE - CASH RECEIPTS ABANDONED*"
                   MOVE "Y" TO SCAN-EOF-SWITCH
               END-IF
           END-IF.

      *----EVERY PAYMENT RECORD, KEPT AS IT STANDS SO THE FILE
      *----GOES BACK OUT THE WAY IT CAME IN PLUS TODAY'S POSTINGS--
       045-LOAD-PAYMENTS.
           MOVE ZERO TO PAY-COUNT.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT PAYFILE.
           IF PAYFILE-STATUS NOT = "35"
               PERFORM 047-READ-PAYMENT-RCD
               PERFORM 049-STORE-PAYMENT-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE PAYFILE
           END-IF.
           DISPLAY PAY-COUNT " PAYMENT RECORD(S) LOADED".

       047-READ-PAYMENT-RCD.
           READ PAYFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       049-STORE-PAYMENT-RCD.
           IF PAY-COUNT < 3000
               ADD 1 TO PAY-COUNT
               SET PY-IX TO PAY-COUNT
               MOVE PF-PURCHASER    TO PY-PURCHASER (PY-IX)
               MOVE PF-INVOICE-DATE TO PY-INVOICE-DATE (PY-IX)
               MOVE PF-AMOUNT       TO PY-AMOUNT-X (PY-IX)
               MOVE PF-PAYMENT-DATE TO PY-PAYMENT-DATE (PY-IX)
               MOVE PF-INVOICE-NUMBER TO PY-INVOICE-NUMBER (PY-IX)
               MOVE "N" TO PY-REMOVED-SW (PY-IX)
               PERFORM 047-READ-PAYMENT-RCD
           ELSE
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*PAYMENTS OVERFLOW THE 3000-ENTRY"
                   " TABLE - CASH RECEIPTS ABANDONED*"
               MOVE "Y" TO SCAN-EOF-SWITCH
           END-IF.

      *----INVOICES WRITTEN OFF TO BAD DEBT ARE MARKED CLOSED. A
      *----RECOVERY DOES NOT REOPEN ONE, SO ONLY W RECORDS COUNT.
      *----AN OLDER WRITE-OFF WITH NO NUMBER NAMES THE DATE----
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
           PERFORM 056-READ-WRITE-OFF-RCD.

      *----PURCHASER NAMES FOR THE SCREENS AND THE REPORT. NO
      *----MASTER JUST MEANS NO NAMES----
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
               MOVE MF-STATUS TO MA-STATUS (MA-IX)
           ELSE
               DISPLAY "*PURCHASER MASTER TABLE FULL - " MF-NUMBER
                   " NOT LOADED*"
           END-IF.
           PERFORM 051-READ-MASTER-RCD.

       100-CASH-LOOP.
           DISPLAY " ".
           DISPLAY "P)OST A CHECK, L)OCKBOX IMPORT, A)PPLY UNAPPLIED"
               " CASH, R)EPORT UNAPPLIED, OR E)XIT? ".
           ACCEPT CASH-ACTION.
           EVALUATE TRUE
               WHEN POST-ACTION
                   PERFORM 200-POST-CHECK
               WHEN LOCKBOX-ACTION
                   PERFORM 300-IMPORT-LOCKBOX
               WHEN APPLY-ACTION
                   PERFORM 400-APPLY-UNAPPLIED
               WHEN REPORT-ACTION
                   PERFORM 500-UNAPPLIED-REPORT
               WHEN EXIT-ACTION
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*INVALID ACTION - PLEASE TRY AGAIN*"
           END-EVALUATE.

      *----A CHECK AT THE KEYBOARD: THE PURCHASER'S OPEN INVOICES
      *----ARE LISTED, THE CHECK GOES TO THE ONE PICKED (OR OLDEST
      *----FIRST), AND WHAT IS LEFT OVER IS HELD ON ACCOUNT----
       200-POST-CHECK.
           PERFORM 210-GET-PURCHASER.
           IF CUR-PURCHASER = SPACES
               DISPLAY "*POSTING CANCELLED*"
           ELSE
               PERFORM 220-LIST-OPEN-INVOICES
               PERFORM 230-GET-CHECK
               IF CUR-CHECK-AMOUNT = ZERO
                   DISPLAY "*POSTING CANCELLED*"
               ELSE
                   PERFORM 240-APPLY-CHECK
               END-IF
           END-IF.

      *----THE PURCHASER MUST BE ON THE MASTER OR HAVE INVOICES ON
      *----FILE - CASH FOR A NUMBER NOBODY HAS IS A KEYING ERROR----
       210-GET-PURCHASER.
           MOVE SPACES TO CUR-PURCHASER.
           MOVE SPACES TO CUR-NAME.
           DISPLAY "ENTER PURCHASER NUMBER (BLANK TO CANCEL): ".
           ACCEPT CUR-PURCHASER.
           IF CUR-PURCHASER NOT = SPACES
               PERFORM 620-FIND-MASTER-NAME
               IF NOT ROW-FOUND
                   MOVE "N" TO FOUND-SWITCH
                   SET IV-IX TO 1
                   SEARCH INVOICE-ENTRY
                       AT END
                           CONTINUE
                       WHEN IV-PURCHASER (IV-IX) = CUR-PURCHASER
                           MOVE "Y" TO FOUND-SWITCH
                   END-SEARCH
                   IF NOT ROW-FOUND
                       DISPLAY "*PURCHASER " CUR-PURCHASER
                           " IS NOT ON THE MASTER AND HAS NO"
                           " INVOICES*"
                       MOVE SPACES TO CUR-PURCHASER
                   END-IF
               END-IF
           END-IF.
           IF CUR-PURCHASER NOT = SPACES
               DISPLAY "PURCHASER " CUR-PURCHASER "  " CUR-NAME
               IF CUR-NAME NOT = SPACES
                   IF MA-STATUS (MA-IX) = "I"
                       DISPLAY "*NOTE - PURCHASER IS INACTIVE ON THE"
                           " MASTER*"
                   END-IF
               END-IF
           END-IF.

      *----NUMBER THE PURCHASER'S OPEN INVOICES INTO THE PICK LIST
      *----AND SHOW THEM, WITH ANY CASH ALREADY HELD ON ACCOUNT----
       220-LIST-OPEN-INVOICES.
           MOVE ZERO TO PICK-COUNT.
           MOVE ZERO TO PURCHASER-OPEN.
           IF INVOICE-COUNT > ZERO
               PERFORM 221-LIST-ONE-INVOICE
                   VARYING IV-IX FROM 1 BY 1
                   UNTIL IV-IX > INVOICE-COUNT
           END-IF.
           IF PICK-COUNT = ZERO
               DISPLAY "NO OPEN INVOICES"
           END-IF.
           PERFORM 650-GET-PURCHASER-UNAPPLIED.
           IF PURCHASER-UNAP > ZERO
               MOVE PURCHASER-UNAP TO OLO-AMOUNT
               DISPLAY "UNAPPLIED CASH ALREADY ON ACCOUNT: "
                   OLO-AMOUNT
           END-IF.

       221-LIST-ONE-INVOICE.
           IF IV-PURCHASER (IV-IX) = CUR-PURCHASER
               PERFORM 640-GET-INVOICE-OPEN
               IF INVOICE-OPEN > ZERO AND PICK-COUNT < 200
                   ADD INVOICE-OPEN TO PURCHASER-OPEN
                   ADD 1 TO PICK-COUNT
                   SET PK-IX TO PICK-COUNT
                   SET PK-ROW (PK-IX) TO IV-IX
                   MOVE PICK-COUNT TO OLO-NUMBER
                   MOVE IV-DATE (IV-IX) TO OLO-DATE
                   MOVE IV-NUMBER (IV-IX) TO OLO-INVOICE-NUMBER
                   MOVE "OPEN" TO OLO-LABEL
                   MOVE INVOICE-OPEN TO OLO-AMOUNT
                   MOVE SPACES TO OLO-NOTE
                   DISPLAY OPEN-LINE-OUT
               END-IF
           END-IF.

      *----THE CHECK AMOUNT IS WHOLE DOLLARS LIKE EVERYTHING ELSE
      *----IN P05; THE PAYMENT DATE DEFAULTS TO TODAY----
       230-GET-CHECK.
           MOVE ZERO TO CUR-CHECK-AMOUNT.
           DISPLAY "CHECK AMOUNT (WHOLE DOLLARS, BLANK TO CANCEL): ".
           MOVE SPACES TO CUR-CHECK-X.
           ACCEPT CUR-CHECK-X.
           IF CUR-CHECK-X NOT = SPACES
               IF FUNCTION TRIM (CUR-CHECK-X) IS NOT NUMERIC
                   DISPLAY "*AMOUNT MUST BE WHOLE DOLLARS*"
               ELSE
                   COMPUTE CUR-CHECK-AMOUNT =
                       FUNCTION NUMVAL (CUR-CHECK-X)
                   PERFORM 235-GET-PAYMENT-DATE
               END-IF
           END-IF.

       235-GET-PAYMENT-DATE.
           DISPLAY "PAYMENT DATE (YYYYMMDD, BLANK = TODAY): ".
           MOVE SPACES TO CUR-PAYMENT-DATE.
           ACCEPT CUR-PAYMENT-DATE.
           IF CUR-PAYMENT-DATE = SPACES
               MOVE RUN-DATE TO CUR-PAYMENT-DATE
           ELSE
               IF CUR-PAYMENT-DATE IS NOT NUMERIC
                   DISPLAY "*DATE MUST BE 8 DIGITS*"
                   MOVE ZERO TO CUR-CHECK-AMOUNT
               ELSE
                   MOVE CUR-PAYMENT-DATE TO DATE-CHECK-NUM
                   COMPUTE DATE-CHECK-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (DATE-CHECK-NUM)
                   IF DATE-CHECK-RESULT NOT = 0
                       DISPLAY "*NOT A REAL CALENDAR DATE*"
                       MOVE ZERO TO CUR-CHECK-AMOUNT
                   END-IF
               END-IF
           END-IF.

       240-APPLY-CHECK.
           MOVE CUR-CHECK-AMOUNT TO APPLY-REMAINING.
           MOVE ZERO TO APPLIED-TOTAL.
           IF PICK-COUNT > ZERO
               DISPLAY "APPLY TO WHICH INVOICE (0 = OLDEST FIRST,"
                   " U = HOLD IT ALL ON ACCOUNT)? "
               MOVE SPACES TO PICK-ANSWER
               ACCEPT PICK-ANSWER
               EVALUATE TRUE
                   WHEN PICK-ANSWER = "U" OR PICK-ANSWER = "u"
                       CONTINUE
                   WHEN FUNCTION TRIM (PICK-ANSWER) IS NOT NUMERIC
                       DISPLAY "*NOT ON THE LIST - THE CHECK IS HELD"
                           " ON ACCOUNT*"
                   WHEN OTHER
                       COMPUTE PICK-NUMBER =
                           FUNCTION NUMVAL (PICK-ANSWER)
                       PERFORM 245-APPLY-PICKED
               END-EVALUATE
           END-IF.
           IF APPLY-REMAINING > ZERO
               MOVE "00000000" TO NEW-INVOICE-DATE
               MOVE SPACES TO NEW-INVOICE-NUMBER
               MOVE APPLY-REMAINING TO NEW-AMOUNT
               PERFORM 660-ADD-PAYMENT-ROW
           END-IF.
           MOVE "PAYMENT" TO MLL-ACTION.
           MOVE SPACES TO MLL-KEY.
           STRING CUR-PURCHASER DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CUR-PAYMENT-DATE DELIMITED BY SIZE
                  INTO MLL-KEY.
           MOVE SPACES TO MLL-DETAIL.
           STRING "CHECK " DELIMITED BY SIZE
                  CUR-CHECK-AMOUNT DELIMITED BY SIZE
                  " UNAP " DELIMITED BY SIZE
                  APPLY-REMAINING DELIMITED BY SIZE
                  INTO MLL-DETAIL.
           PERFORM 680-WRITE-MAINT-LOG-LINE.
           MOVE APPLIED-TOTAL TO OLO-AMOUNT.
           DISPLAY "APPLIED TO INVOICES:  " OLO-AMOUNT.
           MOVE APPLY-REMAINING TO OLO-AMOUNT.
           DISPLAY "HELD ON ACCOUNT:      " OLO-AMOUNT.

       245-APPLY-PICKED.
           IF PICK-NUMBER = ZERO
               PERFORM 600-APPLY-OLDEST-FIRST
           ELSE
               IF PICK-NUMBER > PICK-COUNT
                   DISPLAY "*NOT ON THE LIST - THE CHECK IS HELD"
                       " ON ACCOUNT*"
               ELSE
                   SET PK-IX TO PICK-NUMBER
                   MOVE PK-ROW (PK-IX) TO TARGET-ROW
                   PERFORM 630-APPLY-TO-INVOICE
                   IF APPLY-REMAINING > ZERO
                       DISPLAY "CHECK EXCEEDS THAT INVOICE - THE"
                           " REST IS HELD ON ACCOUNT"
                   END-IF
               END-IF
           END-IF.

      *----THE LOCKBOX FILE: VERIFY THE WHOLE FILE, REFUSE A BATCH
      *----ALREADY POSTED, THEN POST EVERY CHECK----
       300-IMPORT-LOCKBOX.
           PERFORM 310-VERIFY-LOCKBOX.
           IF BATCH-OK
               PERFORM 320-CHECK-BATCH-LEDGER
           END-IF.
           IF BATCH-OK
               IF PAY-COUNT + (LB-ITEM-COUNT * 2) > 3000
                   MOVE "PAYMENT TABLE CANNOT HOLD THE BATCH"
                       TO LB-REJECT-REASON
                   MOVE "N" TO BATCH-OK-SWITCH
               END-IF
           END-IF.
           IF BATCH-OK
               PERFORM 330-POST-LOCKBOX
           ELSE
               DISPLAY "*LOCKBOX FILE REJECTED - "
                   FUNCTION TRIM (LB-REJECT-REASON)
                   " - NOTHING WAS POSTED*"
               ADD 1 TO RSA-EXCEPTION-COUNT
           END-IF.

      *----ONE H FIRST, ONE T LAST, ONLY D BETWEEN, EVERY AMOUNT
      *----NUMERIC, AND THE TRAILER'S COUNT AND TOTAL MUST AGREE--
       310-VERIFY-LOCKBOX.
           MOVE "Y" TO BATCH-OK-SWITCH.
           MOVE SPACES TO LB-REJECT-REASON.
           MOVE ZERO TO LB-HDR-COUNT LB-TRL-COUNT LB-ITEM-COUNT.
           MOVE ZERO TO LB-CENTS-TOTAL LB-TRL-ITEMS LB-TRL-TOTAL.
           MOVE SPACES TO LB-DEPOSIT-DATE LB-BATCH-ID.
           MOVE SPACE TO LB-LAST-TYPE.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT LOCKBOX.
           IF LOCKBOX-STATUS = "35"
               MOVE "FILE NOT FOUND" TO LB-REJECT-REASON
               MOVE "N" TO BATCH-OK-SWITCH
           ELSE
               PERFORM 311-READ-LOCKBOX-RCD
               PERFORM 312-VERIFY-ONE-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE LOCKBOX
               PERFORM 315-VERIFY-TOTALS
           END-IF.

       311-READ-LOCKBOX-RCD.
           READ LOCKBOX
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       312-VERIFY-ONE-RCD.
           EVALUATE TRUE
               WHEN LBH-TYPE = "H"
                   ADD 1 TO LB-HDR-COUNT
                   IF LB-LAST-TYPE NOT = SPACE
                       MOVE "HEADER IS NOT THE FIRST RECORD"
                           TO LB-REJECT-REASON
                   END-IF
                   MOVE LBH-DEPOSIT-DATE TO LB-DEPOSIT-DATE
                   MOVE LBH-BATCH-ID TO LB-BATCH-ID
               WHEN LBD-TYPE = "D"
                   ADD 1 TO LB-ITEM-COUNT
                   IF LB-LAST-TYPE NOT = "H" AND LB-LAST-TYPE NOT = "D"
                       MOVE "CHECK OUTSIDE THE HEADER/TRAILER"
                           TO LB-REJECT-REASON
                   END-IF
                   IF LBD-AMOUNT-X IS NOT NUMERIC
                       MOVE "UNREADABLE CHECK AMOUNT"
                           TO LB-REJECT-REASON
                   ELSE
                       ADD LBD-AMOUNT TO LB-CENTS-TOTAL
                   END-IF
               WHEN LBT-TYPE = "T"
                   ADD 1 TO LB-TRL-COUNT
                   IF LBT-ITEM-COUNT-X IS NUMERIC
                          AND LBT-TOTAL-X IS NUMERIC
                       MOVE LBT-ITEM-COUNT TO LB-TRL-ITEMS
                       MOVE LBT-TOTAL TO LB-TRL-TOTAL
                   ELSE
                       MOVE "UNREADABLE TRAILER" TO LB-REJECT-REASON
                   END-IF
               WHEN LOCKBOX-HEADER = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO LB-REJECT-REASON
           END-EVALUATE.
           IF LOCKBOX-HEADER NOT = SPACES
               MOVE LBH-TYPE TO LB-LAST-TYPE
           END-IF.
           PERFORM 311-READ-LOCKBOX-RCD.

       315-VERIFY-TOTALS.
           EVALUATE TRUE
               WHEN LB-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN LB-HDR-COUNT NOT = 1 OR LB-TRL-COUNT NOT = 1
                   MOVE "NEEDS EXACTLY ONE HEADER AND ONE TRAILER"
                       TO LB-REJECT-REASON
               WHEN LB-LAST-TYPE NOT = "T"
                   MOVE "TRAILER IS NOT THE LAST RECORD"
                       TO LB-REJECT-REASON
               WHEN LB-DEPOSIT-DATE IS NOT NUMERIC
                   MOVE "BAD DEPOSIT DATE" TO LB-REJECT-REASON
               WHEN LB-TRL-ITEMS NOT = LB-ITEM-COUNT
                   MOVE "TRAILER COUNT DISAGREES" TO LB-REJECT-REASON
               WHEN LB-TRL-TOTAL NOT = LB-CENTS-TOTAL
                   MOVE "TRAILER TOTAL DISAGREES" TO LB-REJECT-REASON
               WHEN LB-ITEM-COUNT = ZERO
                   MOVE "NO CHECKS IN THE BATCH" TO LB-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF LB-REJECT-REASON NOT = SPACES
               MOVE "N" TO BATCH-OK-SWITCH
           END-IF.

      *----A BATCH ID AND DEPOSIT DATE ALREADY IN THE LEDGER HAS
      *----BEEN POSTED ONCE ALREADY----
       320-CHECK-BATCH-LEDGER.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT LBOXLOG.
           IF LBOXLOG-STATUS NOT = "35"
               PERFORM 321-READ-LEDGER-RCD
               PERFORM 322-CHECK-LEDGER-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE LBOXLOG
           END-IF.

       321-READ-LEDGER-RCD.
           READ LBOXLOG
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       322-CHECK-LEDGER-RCD.
           IF LLR-BATCH-ID = LB-BATCH-ID
                  AND LLR-DEPOSIT-DATE = LB-DEPOSIT-DATE
               MOVE SPACES TO LB-REJECT-REASON
               STRING "BATCH " DELIMITED BY SIZE
                      LB-BATCH-ID DELIMITED BY SIZE
                      " ALREADY POSTED " DELIMITED BY SIZE
                      LLR-POSTED-DATE DELIMITED BY SIZE
                      INTO LB-REJECT-REASON
               MOVE "N" TO BATCH-OK-SWITCH
           END-IF.
           PERFORM 321-READ-LEDGER-RCD.

      *----THE POSTING PASS. EACH CHECK IS DATED ON THE DEPOSIT,
      *----ROUNDED TO WHOLE DOLLARS, AND APPLIED TO THE INVOICE ITS
      *----STUB NAMES WHEN THAT INVOICE IS OPEN; ANYTHING ELSE IS
      *----HELD ON ACCOUNT----
       330-POST-LOCKBOX.
           MOVE ZERO TO LB-APPLIED-TOTAL LB-UNAP-TOTAL.
           MOVE ZERO TO LB-ROUNDED-COUNT.
           MOVE LB-DEPOSIT-DATE TO CUR-PAYMENT-DATE.
           DISPLAY "LOCKBOX BATCH " LB-BATCH-ID " DEPOSITED "
               LB-DEPOSIT-DATE " - " LB-ITEM-COUNT " CHECK(S)".
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT LOCKBOX.
           PERFORM 311-READ-LOCKBOX-RCD.
           PERFORM 331-POST-ONE-RCD
               UNTIL SCAN-EOF-SWITCH = "Y".
           CLOSE LOCKBOX.
           OPEN EXTEND LBOXLOG.
           IF LBOXLOG-STATUS = "35"
               OPEN OUTPUT LBOXLOG
           END-IF.
           MOVE SPACES TO LBOXLOG-RECORD.
           MOVE LB-BATCH-ID TO LLR-BATCH-ID.
           MOVE LB-DEPOSIT-DATE TO LLR-DEPOSIT-DATE.
           MOVE LB-ITEM-COUNT TO LLR-ITEM-COUNT.
           MOVE LB-CENTS-TOTAL TO LLR-TOTAL.
           MOVE RUN-DATE TO LLR-POSTED-DATE.
           MOVE OPERATOR-INITIALS TO LLR-OPERATOR.
           WRITE LBOXLOG-RECORD.
           CLOSE LBOXLOG.
           MOVE "LOCKBOX" TO MLL-ACTION.
           MOVE LB-BATCH-ID TO MLL-KEY.
           MOVE SPACES TO MLL-DETAIL.
           STRING "APPL " DELIMITED BY SIZE
                  LB-APPLIED-TOTAL DELIMITED BY SIZE
                  " UNAP " DELIMITED BY SIZE
                  LB-UNAP-TOTAL DELIMITED BY SIZE
                  INTO MLL-DETAIL.
           PERFORM 680-WRITE-MAINT-LOG-LINE.
           MOVE LB-APPLIED-TOTAL TO LLO-AMOUNT.
           DISPLAY "APPLIED TO INVOICES:  " LLO-AMOUNT.
           MOVE LB-UNAP-TOTAL TO LLO-AMOUNT.
           DISPLAY "HELD ON ACCOUNT:      " LLO-AMOUNT.
           IF LB-ROUNDED-COUNT > ZERO
               DISPLAY LB-ROUNDED-COUNT " CHECK(S) CARRIED CENTS -"
                   " ROUNDED TO WHOLE DOLLARS"
           END-IF.

       331-POST-ONE-RCD.
           IF LBD-TYPE = "D"
               MOVE LBD-PURCHASER TO CUR-PURCHASER
               COMPUTE LB-DOLLARS ROUNDED = LBD-AMOUNT
               MOVE LB-DOLLARS TO APPLY-REMAINING
               MOVE ZERO TO APPLIED-TOTAL
               MOVE LBD-CHECK-NO  TO LLO-CHECK-NO
               MOVE LBD-PURCHASER TO LLO-PURCHASER
               MOVE LB-DOLLARS    TO LLO-AMOUNT
               MOVE SPACES TO LLO-RESULT
               MOVE LBD-INVOICE-DATE TO NEW-INVOICE-DATE
               MOVE LBD-INVOICE-NUMBER TO NEW-INVOICE-NUMBER
               IF LBD-INVOICE-NUMBER = SPACES
                   MOVE LBD-INVOICE-DATE TO INVOICE-REF
               ELSE
                   MOVE LBD-INVOICE-NUMBER TO INVOICE-REF
               END-IF
               PERFORM 610-FIND-INVOICE-ROW
               IF NOT ROW-FOUND AND LBD-INVOICE-NUMBER = SPACES
                   PERFORM 611-FIND-INVOICE-BY-DATE
               END-IF
               IF ROW-FOUND
                   SET TARGET-ROW TO IV-IX
                   PERFORM 630-APPLY-TO-INVOICE
               END-IF
               EVALUATE TRUE
                   WHEN APPLY-REMAINING = ZERO
                       STRING "APPLIED TO " DELIMITED BY SIZE
                              INVOICE-REF DELIMITED BY SIZE
                              INTO LLO-RESULT
                   WHEN APPLIED-TOTAL > ZERO
                       STRING "PART TO " DELIMITED BY SIZE
                              INVOICE-REF DELIMITED BY SIZE
                              ", REST ON ACCOUNT" DELIMITED BY SIZE
                              INTO LLO-RESULT
                   WHEN NOT ROW-FOUND
                       MOVE "NO SUCH INVOICE - HELD ON ACCOUNT"
                           TO LLO-RESULT
                   WHEN OTHER
                       MOVE "INVOICE ALREADY PAID - HELD ON ACCOUNT"
                           TO LLO-RESULT
               END-EVALUATE
               IF APPLY-REMAINING > ZERO
                   MOVE "00000000" TO NEW-INVOICE-DATE
                   MOVE SPACES TO NEW-INVOICE-NUMBER
                   MOVE APPLY-REMAINING TO NEW-AMOUNT
                   PERFORM 660-ADD-PAYMENT-ROW
               END-IF
               ADD APPLIED-TOTAL TO LB-APPLIED-TOTAL
               ADD APPLY-REMAINING TO LB-UNAP-TOTAL
               IF LB-DOLLARS NOT = LBD-AMOUNT
                   ADD 1 TO LB-ROUNDED-COUNT
               END-IF
               DISPLAY LOCKBOX-LINE-OUT
           END-IF.
           PERFORM 311-READ-LOCKBOX-RCD.

      *----WORK CASH HELD ON ACCOUNT (OR KEYED AGAINST AN INVOICE
      *----DATE THE PURCHASER DOES NOT HAVE) ONTO AN OPEN INVOICE.
      *----THE UNAPPLIED RECORD IS REDUCED BY WHAT MOVES AND A NEW
      *----RECORD CARRIES IT TO THE INVOICE, KEEPING THE ORIGINAL
      *----PAYMENT DATE----
       400-APPLY-UNAPPLIED.
           PERFORM 210-GET-PURCHASER.
           IF CUR-PURCHASER = SPACES
               DISPLAY "*APPLY CANCELLED*"
           ELSE
               PERFORM 410-LIST-UNAPPLIED
               IF PICK-COUNT = ZERO
                   DISPLAY "NO UNAPPLIED CASH FOR THIS PURCHASER"
               ELSE
                   DISPLAY "APPLY WHICH PAYMENT (0 TO CANCEL)? "
                   MOVE ZERO TO PICK-NUMBER
                   ACCEPT PICK-NUMBER
                   IF PICK-NUMBER = ZERO OR PICK-NUMBER > PICK-COUNT
                       DISPLAY "*APPLY CANCELLED*"
                   ELSE
                       SET PK-IX TO PICK-NUMBER
                       MOVE PK-ROW (PK-IX) TO SOURCE-ROW
                       PERFORM 420-APPLY-ONE-UNAPPLIED
                   END-IF
               END-IF
           END-IF.

       410-LIST-UNAPPLIED.
           MOVE ZERO TO PICK-COUNT.
           IF PAY-COUNT > ZERO
               PERFORM 411-LIST-ONE-UNAPPLIED
                   VARYING PY-IX FROM 1 BY 1
                   UNTIL PY-IX > PAY-COUNT
           END-IF.

       411-LIST-ONE-UNAPPLIED.
           IF PY-PURCHASER (PY-IX) = CUR-PURCHASER
               PERFORM 670-CHECK-UNAPPLIED-ROW
               IF ROW-FOUND AND PICK-COUNT < 200
                   ADD 1 TO PICK-COUNT
                   SET PK-IX TO PICK-COUNT
                   SET PK-ROW (PK-IX) TO PY-IX
                   MOVE PICK-COUNT TO OLO-NUMBER
                   MOVE PY-PAYMENT-DATE (PY-IX) TO OLO-DATE
                   MOVE SPACES TO OLO-INVOICE-NUMBER
                   MOVE "PAID" TO OLO-LABEL
                   MOVE PY-AMOUNT (PY-IX) TO OLO-AMOUNT
                   IF PY-INVOICE-DATE (PY-IX) = "00000000"
                       MOVE "ON ACCOUNT" TO OLO-NOTE
                   ELSE
                       MOVE SPACES TO OLO-NOTE
                       PERFORM 672-GET-PAYMENT-REF
                       STRING "KEYED FOR NO INVOICE " DELIMITED BY SIZE
                              INVOICE-REF DELIMITED BY SIZE
                              INTO OLO-NOTE
                   END-IF
                   DISPLAY OPEN-LINE-OUT
               END-IF
           END-IF.

       420-APPLY-ONE-UNAPPLIED.
           SET PY-IX TO SOURCE-ROW.
           MOVE PY-AMOUNT (PY-IX) TO APPLY-REMAINING.
           MOVE PY-PAYMENT-DATE (PY-IX) TO CUR-PAYMENT-DATE.
           MOVE ZERO TO APPLIED-TOTAL.
           PERFORM 220-LIST-OPEN-INVOICES.
           IF PICK-COUNT = ZERO
               DISPLAY "*NOTHING OPEN TO APPLY IT TO*"
           ELSE
               DISPLAY "APPLY TO WHICH INVOICE (0 = OLDEST FIRST)? "
               MOVE ZERO TO PICK-NUMBER
               ACCEPT PICK-NUMBER
               PERFORM 245-APPLY-PICKED
           END-IF.
           IF APPLIED-TOTAL > ZERO
               SET PY-IX TO SOURCE-ROW
               SUBTRACT APPLIED-TOTAL FROM PY-AMOUNT (PY-IX)
               IF PY-AMOUNT (PY-IX) = ZERO
                   MOVE "Y" TO PY-REMOVED-SW (PY-IX)
               END-IF
               ADD 1 TO CHANGES-MADE
               MOVE "APPLY" TO MLL-ACTION
               MOVE SPACES TO MLL-KEY
               STRING CUR-PURCHASER DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      CUR-PAYMENT-DATE DELIMITED BY SIZE
                      INTO MLL-KEY
               MOVE SPACES TO MLL-DETAIL
               STRING "UNAPPLIED " DELIMITED BY SIZE
                      APPLIED-TOTAL DELIMITED BY SIZE
                      " APPLIED" DELIMITED BY SIZE
                      INTO MLL-DETAIL
               PERFORM 680-WRITE-MAINT-LOG-LINE
               MOVE APPLIED-TOTAL TO OLO-AMOUNT
               DISPLAY "APPLIED TO INVOICES:  " OLO-AMOUNT
               MOVE APPLY-REMAINING TO OLO-AMOUNT
               DISPLAY "STILL ON ACCOUNT:     " OLO-AMOUNT
           END-IF.

      *----THE UNAPPLIED-CASH REPORT: EVERY UNAPPLIED ROW, SORTED
      *----BY PURCHASER AND PAYMENT DATE, WITH A SUBTOTAL AND THE
      *----PURCHASER'S OPEN ITEMS PER PURCHASER SO EACH ONE CAN BE
      *----WORKED BEFORE STATEMENTS GO OUT----
       500-UNAPPLIED-REPORT.
           OPEN OUTPUT UNAP-WORK.
           IF PAY-COUNT > ZERO
               PERFORM 505-WRITE-ONE-WORK-ROW
                   VARYING PY-IX FROM 1 BY 1
                   UNTIL PY-IX > PAY-COUNT
           END-IF.
           CLOSE UNAP-WORK.
           SORT UNAP-SORT-FILE
               ON ASCENDING KEY US-PURCHASER
                                US-PAYMENT-DATE
               USING UNAP-WORK
               GIVING UNAP-SORTED.
           OPEN OUTPUT UNAPFILE.
           MOVE RUN-DATE TO UH1-RUN-DATE.
           WRITE UNAP-AREA FROM UNAP-HEADING-1.
           WRITE UNAP-AREA FROM UNAP-HEADING-2.
           MOVE SPACES TO UNAP-AREA.
           WRITE UNAP-AREA.
           MOVE ZERO TO RPT-GRAND-TOTAL RPT-SUBTOTAL UNAPPLIED-COUNT.
           MOVE SPACES TO RPT-PURCHASER.
           MOVE "N" TO RPT-EOF-SWITCH.
           OPEN INPUT UNAP-SORTED.
           PERFORM 510-READ-SORTED-ROW.
           PERFORM 515-REPORT-ONE-ROW
               UNTIL RPT-EOF-SWITCH = "Y".
           CLOSE UNAP-SORTED.
           IF UNAPPLIED-COUNT = ZERO
               WRITE UNAP-AREA FROM UNAP-NONE-LINE
           ELSE
               PERFORM 520-PURCHASER-TOTAL
               MOVE RPT-GRAND-TOTAL TO UTL-AMOUNT
               MOVE UNAPPLIED-COUNT TO UTL-COUNT
               WRITE UNAP-AREA FROM UNAP-TOTAL-LINE
           END-IF.
           CLOSE UNAPFILE.
           MOVE RPT-GRAND-TOTAL TO OLO-AMOUNT.
           DISPLAY UNAPPLIED-COUNT " UNAPPLIED ITEM(S) TOTALING "
               OLO-AMOUNT " - REPORT IN "
               FUNCTION TRIM (UNAPFILE-NAME).

       505-WRITE-ONE-WORK-ROW.
           PERFORM 670-CHECK-UNAPPLIED-ROW.
           IF ROW-FOUND
               MOVE PY-PURCHASER (PY-IX)    TO UW-PURCHASER
               MOVE PY-PAYMENT-DATE (PY-IX) TO UW-PAYMENT-DATE
               PERFORM 672-GET-PAYMENT-REF
               MOVE INVOICE-REF             TO UW-INVOICE-DATE
               MOVE PY-AMOUNT (PY-IX)       TO UW-AMOUNT
               IF PY-INVOICE-DATE (PY-IX) = "00000000"
                   MOVE "A" TO UW-REASON
               ELSE
                   MOVE "N" TO UW-REASON
               END-IF
               WRITE UNAP-WORK-RECORD
           END-IF.

       510-READ-SORTED-ROW.
           READ UNAP-SORTED
               AT END
                   MOVE "Y" TO RPT-EOF-SWITCH
           END-READ.

       515-REPORT-ONE-ROW.
           IF UR-PURCHASER NOT = RPT-PURCHASER
               IF RPT-PURCHASER NOT = SPACES
                   PERFORM 520-PURCHASER-TOTAL
               END-IF
               MOVE UR-PURCHASER TO RPT-PURCHASER CUR-PURCHASER
               MOVE ZERO TO RPT-SUBTOTAL
               PERFORM 620-FIND-MASTER-NAME
               MOVE UR-PURCHASER TO UPL-PURCHASER
               IF ROW-FOUND
                   MOVE CUR-NAME TO UPL-NAME
               ELSE
                   MOVE "(NOT ON MASTER)" TO UPL-NAME
               END-IF
               WRITE UNAP-AREA FROM UNAP-PURCHASER-LINE
           END-IF.
           MOVE UR-PAYMENT-DATE TO UDL-PAYMENT-DATE.
           MOVE UR-AMOUNT TO UDL-AMOUNT.
           IF UR-REASON = "A"
               MOVE "ON ACCOUNT" TO UDL-KEYED-FOR
               MOVE SPACES TO UDL-NOTE
           ELSE
               MOVE UR-INVOICE-DATE TO UDL-KEYED-FOR
               MOVE "NO SUCH INVOICE" TO UDL-NOTE
           END-IF.
           WRITE UNAP-AREA FROM UNAP-DETAIL-LINE.
           ADD UR-AMOUNT TO RPT-SUBTOTAL RPT-GRAND-TOTAL.
           ADD 1 TO UNAPPLIED-COUNT.
           PERFORM 510-READ-SORTED-ROW.

       520-PURCHASER-TOTAL.
           MOVE RPT-PURCHASER TO CUR-PURCHASER.
           MOVE ZERO TO PURCHASER-OPEN.
           IF INVOICE-COUNT > ZERO
               PERFORM 525-ADD-ONE-OPEN
                   VARYING IV-IX FROM 1 BY 1
                   UNTIL IV-IX > INVOICE-COUNT
           END-IF.
           MOVE RPT-SUBTOTAL TO USL-AMOUNT.
           MOVE PURCHASER-OPEN TO USL-OPEN.
           WRITE UNAP-AREA FROM UNAP-SUBTOTAL-LINE.
           MOVE SPACES TO UNAP-AREA.
           WRITE UNAP-AREA.

       525-ADD-ONE-OPEN.
           IF IV-PURCHASER (IV-IX) = CUR-PURCHASER
               PERFORM 640-GET-INVOICE-OPEN
               IF INVOICE-OPEN > ZERO
                   ADD INVOICE-OPEN TO PURCHASER-OPEN
               END-IF
           END-IF.

      *----HOW MANY UNAPPLIED ITEMS ARE LEFT, HANDED BACK TO THE
      *----MENU DRIVER AS THE EXCEPTION COUNT----
       590-COUNT-UNAPPLIED.
           MOVE ZERO TO UNAPPLIED-COUNT.
           IF PAY-COUNT > ZERO
               PERFORM 595-COUNT-ONE-ROW
                   VARYING PY-IX FROM 1 BY 1
                   UNTIL PY-IX > PAY-COUNT
           END-IF.

       595-COUNT-ONE-ROW.
           PERFORM 670-CHECK-UNAPPLIED-ROW.
           IF ROW-FOUND
               ADD 1 TO UNAPPLIED-COUNT
           END-IF.

      *----SPREAD APPLY-REMAINING OVER THE PURCHASER'S OPEN
      *----INVOICES, OLDEST INVOICE DATE FIRST----
       600-APPLY-OLDEST-FIRST.
           MOVE 1 TO OLDEST-ROW.
           PERFORM 601-APPLY-TO-OLDEST
               UNTIL APPLY-REMAINING = ZERO OR OLDEST-ROW = ZERO.

       601-APPLY-TO-OLDEST.
           MOVE ZERO TO OLDEST-ROW.
           MOVE HIGH-VALUES TO OLDEST-DATE.
           PERFORM 602-CHECK-ONE-FOR-OLDEST
               VARYING IV-IX FROM 1 BY 1
               UNTIL IV-IX > INVOICE-COUNT.
           IF OLDEST-ROW NOT = ZERO
               MOVE OLDEST-ROW TO TARGET-ROW
               PERFORM 630-APPLY-TO-INVOICE
           END-IF.

       602-CHECK-ONE-FOR-OLDEST.
           IF IV-PURCHASER (IV-IX) = CUR-PURCHASER
                  AND IV-DATE (IV-IX) < OLDEST-DATE
               PERFORM 640-GET-INVOICE-OPEN
               IF INVOICE-OPEN > ZERO
                   SET OLDEST-ROW TO IV-IX
                   MOVE IV-DATE (IV-IX) TO OLDEST-DATE
               END-IF
           END-IF.

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

      *----A STUB THAT GIVES ONLY A DATE: THE FIRST OF THE
      *----PURCHASER'S INVOICES ON THAT DATE, NUMBERED OR NOT----
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

      *----PUT AS MUCH OF APPLY-REMAINING AS TARGET-ROW'S INVOICE
      *----STILL OWES ONTO IT AS A NEW PAYMENT RECORD----
       630-APPLY-TO-INVOICE.
           SET IV-IX TO TARGET-ROW.
           PERFORM 640-GET-INVOICE-OPEN.
           IF INVOICE-OPEN > ZERO
               IF INVOICE-OPEN < APPLY-REMAINING
                   MOVE INVOICE-OPEN TO APPLY-PIECE
               ELSE
                   MOVE APPLY-REMAINING TO APPLY-PIECE
               END-IF
               MOVE IV-DATE (IV-IX) TO NEW-INVOICE-DATE
               MOVE IV-NUMBER (IV-IX) TO NEW-INVOICE-NUMBER
               MOVE APPLY-PIECE TO NEW-AMOUNT
               PERFORM 660-ADD-PAYMENT-ROW
               SUBTRACT APPLY-PIECE FROM APPLY-REMAINING
               ADD APPLY-PIECE TO APPLIED-TOTAL
           END-IF.

      *----WHAT IV-IX'S INVOICE STILL OWES: ITS PRICE LESS EVERY
      *----PAYMENT RECORD NAMING THE SAME PURCHASER AND INVOICE
      *----NUMBER, OR THE SAME DATE WHEN THE PAYMENT HAS NO NUMBER--
       640-GET-INVOICE-OPEN.
           MOVE IV-PRICE (IV-IX) TO INVOICE-OPEN.
           PERFORM 641-SUBTRACT-ONE-PAYMENT
               VARYING PY-IX FROM 1 BY 1
               UNTIL PY-IX > PAY-COUNT.
           IF IV-WOFF-SW (IV-IX) = "Y"
               MOVE ZERO TO INVOICE-OPEN
           END-IF.

       641-SUBTRACT-ONE-PAYMENT.
           IF PY-PURCHASER (PY-IX) = IV-PURCHASER (IV-IX)
                  AND PY-AMOUNT-X (PY-IX) IS NUMERIC
                  AND PY-REMOVED-SW (PY-IX) NOT = "Y"
               IF PY-INVOICE-NUMBER (PY-IX) = SPACES
                   IF PY-INVOICE-DATE (PY-IX) = IV-DATE (IV-IX)
                       SUBTRACT PY-AMOUNT (PY-IX) FROM INVOICE-OPEN
                   END-IF
               ELSE
                   IF PY-INVOICE-NUMBER (PY-IX) = IV-NUMBER (IV-IX)
                       SUBTRACT PY-AMOUNT (PY-IX) FROM INVOICE-OPEN
                   END-IF
               END-IF
           END-IF.

       650-GET-PURCHASER-UNAPPLIED.
           MOVE ZERO TO PURCHASER-UNAP.
           IF PAY-COUNT > ZERO
               PERFORM 651-ADD-ONE-UNAPPLIED
                   VARYING PY-IX FROM 1 BY 1
                   UNTIL PY-IX > PAY-COUNT
           END-IF.

       651-ADD-ONE-UNAPPLIED.
           IF PY-PURCHASER (PY-IX) = CUR-PURCHASER
               PERFORM 670-CHECK-UNAPPLIED-ROW
               IF ROW-FOUND
                   ADD PY-AMOUNT (PY-IX) TO PURCHASER-UNAP
               END-IF
           END-IF.

      *----A NEW PAYMENT RECORD FOR CUR-PURCHASER, DATED
      *----CUR-PAYMENT-DATE, OF NEW-AMOUNT AGAINST NEW-INVOICE-DATE
      *----AND NEW-INVOICE-NUMBER----
       660-ADD-PAYMENT-ROW.
           IF PAY-COUNT < 3000
               ADD 1 TO PAY-COUNT
               SET PY-IX TO PAY-COUNT
               MOVE CUR-PURCHASER    TO PY-PURCHASER (PY-IX)
               MOVE NEW-INVOICE-DATE TO PY-INVOICE-DATE (PY-IX)
               MOVE NEW-INVOICE-NUMBER TO PY-INVOICE-NUMBER (PY-IX)
               MOVE NEW-AMOUNT       TO PY-AMOUNT (PY-IX)
               MOVE CUR-PAYMENT-DATE TO PY-PAYMENT-DATE (PY-IX)
               MOVE "N" TO PY-REMOVED-SW (PY-IX)
               ADD 1 TO CHANGES-MADE
           ELSE
               DISPLAY "*PAYMENT TABLE FULL - " CUR-PURCHASER " "
                   NEW-AMOUNT " NOT POSTED - POST IT AGAIN AFTER"
                   " THIS RUN*"
               ADD 1 TO RSA-EXCEPTION-COUNT
           END-IF.

      *----IS PY-IX UNAPPLIED CASH? HELD ON ACCOUNT (INVOICE DATE
      *----ZERO), OR KEYED FOR AN INVOICE NUMBER (OR DATE) THE
      *----PURCHASER DOES NOT HAVE. ANSWER IN FOUND-SWITCH----
       670-CHECK-UNAPPLIED-ROW.
           MOVE "N" TO FOUND-SWITCH.
           IF PY-REMOVED-SW (PY-IX) NOT = "Y"
                  AND PY-AMOUNT-X (PY-IX) IS NUMERIC
               IF PY-AMOUNT (PY-IX) > ZERO
                   IF PY-INVOICE-DATE (PY-IX) = "00000000"
                       MOVE "Y" TO FOUND-SWITCH
                   ELSE
                       PERFORM 671-LOOK-FOR-PAID-INVOICE
                   END-IF
               END-IF
           END-IF.

       671-LOOK-FOR-PAID-INVOICE.
           MOVE "Y" TO FOUND-SWITCH.
           IF INVOICE-COUNT > ZERO
               SET IV-IX TO 1
               SEARCH INVOICE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IV-PURCHASER (IV-IX) = PY-PURCHASER (PY-IX)
                          AND PY-INVOICE-NUMBER (PY-IX) NOT = SPACES
                          AND IV-NUMBER (IV-IX) =
                              PY-INVOICE-NUMBER (PY-IX)
                       MOVE "N" TO FOUND-SWITCH
                   WHEN IV-PURCHASER (IV-IX) = PY-PURCHASER (PY-IX)
                          AND PY-INVOICE-NUMBER (PY-IX) = SPACES
                          AND IV-DATE (IV-IX) = PY-INVOICE-DATE (PY-IX)
                       MOVE "N" TO FOUND-SWITCH
               END-SEARCH
           END-IF.

      *----WHAT PY-IX WAS KEYED FOR: ITS INVOICE NUMBER, OR THE
      *----INVOICE DATE WHEN IT HAS NONE----
       672-GET-PAYMENT-REF.
           IF PY-INVOICE-NUMBER (PY-IX) = SPACES
               MOVE PY-INVOICE-DATE (PY-IX) TO INVOICE-REF
           ELSE
               MOVE PY-INVOICE-NUMBER (PY-IX) TO INVOICE-REF
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

      *----WRITE THE WHOLE PAYMENTS FILE BACK, DROPPING RECORDS
      *----WHOSE UNAPPLIED AMOUNT HAS ALL BEEN WORKED OFF----
       700-REWRITE-PAYMENTS.
           OPEN OUTPUT PAYFILE.
           PERFORM 710-WRITE-ONE-PAYMENT
               VARYING PY-IX FROM 1 BY 1
               UNTIL PY-IX > PAY-COUNT.
           CLOSE PAYFILE.

       710-WRITE-ONE-PAYMENT.
           IF PY-REMOVED-SW (PY-IX) NOT = "Y"
               MOVE PY-PURCHASER (PY-IX)    TO PF-PURCHASER
               MOVE PY-INVOICE-DATE (PY-IX) TO PF-INVOICE-DATE
               MOVE PY-AMOUNT-X (PY-IX)     TO PF-AMOUNT
               MOVE PY-PAYMENT-DATE (PY-IX) TO PF-PAYMENT-DATE
               MOVE PY-INVOICE-NUMBER (PY-IX) TO PF-INVOICE-NUMBER
               WRITE PAYFILE-PICS
           END-IF.

       end program CASH-RECEIPTS.
