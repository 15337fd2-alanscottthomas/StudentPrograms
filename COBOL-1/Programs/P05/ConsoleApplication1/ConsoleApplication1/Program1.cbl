      *  1-30/31-60/61-90 buckets are computed in working days -
      *  weekends and listed holidays skipped - everywhere an age
      *  is taken: report, statements, and dunning alike.
      *05/02/2016 - AT - sales charged to a house account at the
      *  SALES-TAX register come in as invoices on a house-charge
      *  feed (P05HOUSE.DAT, overridable with P05_HOUSE_FEED_FILE,
      *  same layout as P05D.dat, no envelope). The tagging pass
      *  reads it after the transmission and stamps its records
      *  with branch HSE, so counter charges get their own branch
      *  subtotal and show in statements and dunning like any other
      *  invoice. The duplicate check passes HSE records over - two
      *  equal counter charges to one purchaser are two sales, not
      *  a file sent twice. No feed file means nothing is added.
      *05/05/2016 - AT - the purchaser master gained a status byte
      *  (column 83, I = inactive) now that PURCHASER-MAINT keeps
      *  it; MASTFILE-PICS widened to match. An inactive purchaser
      *  has no open invoices (PURCHASER-MAINT will not inactivate
      *  one that does), so nothing here reads the byte.
      *05/07/2016 - AT - month-end finance charges from FINANCE-
      *  CHARGE arrive on their own feed (P05FIN.DAT, overridable
      *  with P05_FINANCE_FEED_FILE, same layout as the house feed).
      *  The tagging pass reads it after the house feed and stamps
      *  it branch FIN, so the charges subtotal on their own and
      *  age, settle, and show in statements and dunning like any
      *  other invoice. The duplicate check passes FIN over as it
      *  does HSE. The master gained the finance-charge exempt
      *  flag at column 84; MASTFILE-PICS widened to match.
      *05/08/2016 - AT - the credit-hold list kept by CREDIT-HOLD
      *  (P05HOLD.DAT, overridable with P05_HOLD_FILE) is loaded at
      *  startup. On the report run a transmitted invoice for a
      *  purchaser on hold, dated on or after the hold date, is
      *  rejected to the exceptions report. House and finance
      *  charges are ours and pass; statements and dunning still
      *  show everything the purchaser owes.
      *05/09/2016 - AT - every run ages against today, so nobody
      *  could see what receivables looked like at last month's
      *  close. A new snapshot mode (P05_SNAPSHOT_MODE=Y, run at
      *  month end) reads the sorted file the way statement mode
      *  does and saves an aged trial balance to P05SNAP.DAT
      *  (overridable with P05_SNAPSHOT_FILE): one record per
      *  branch and purchaser with the open balance in each
      *  1-30/31-60/61-90/over-90 bucket and the month's sales,
      *  stamped with the period. P05_SNAPSHOT_PERIOD=YYYYMM takes
      *  a close run late, aged as of that month's last day. A
      *  rerun replaces the period's records. AR-TREND reads the
      *  snapshots month over month.
      *05/10/2016 - AT - invoices written off to bad debt by
      *  WRITE-OFF (P05WOFF.DAT, overridable with P05_WRITEOFF_FILE)
      *  are loaded at startup. A written-off invoice still prints
      *  on the report, flagged WRITTEN OFF with nothing open, and
      *  counts nothing toward the credit limit or the snapshot;
      *  statements and dunning leave it out altogether.
      *05/11/2016 - AT - every invoice now carries the branch's
      *  invoice number in columns 41-48. A record transmitted
      *  without one gets the next number off the P05INV.SEQ control
      *  file (overridable with P05_INVOICE_SEQ_FILE) - an A and
      *  seven digits - and the transmitted file is written back so
      *  the number sticks. Payments (columns 29-36) and write-offs
      *  (columns 41-48) naming a number match on purchaser plus
      *  number; older ones with no number still match on purchaser
      *  plus invoice date. The duplicate check keys on purchaser
      *  plus number, keeping the number/price guess only for the
      *  records that came in unnumbered. Statements and dunning
      *  letters print the invoice number.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYFILE-STATUS.

               SELECT WOFFFILE ASSIGN TO DYNAMIC WOFFFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOFFFILE-STATUS.

               SELECT DUNFILE ASSIGN TO DYNAMIC DUNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-FILE-STATUS.

               SELECT HOUSEFEED ASSIGN TO DYNAMIC HOUSEFEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOUSEFEED-STATUS.

               SELECT FINFEED ASSIGN TO DYNAMIC FINFEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINFEED-STATUS.

               SELECT HOLDFILE ASSIGN TO DYNAMIC HOLDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDFILE-STATUS.

               SELECT SNAPFILE ASSIGN TO DYNAMIC SNAPFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPFILE-STATUS.

               SELECT SNAPWORK ASSIGN TO "P05SNAPW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL INVSEQFILE ASSIGN TO DYNAMIC
                  INVSEQFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVSEQFILE-STATUS.

               SELECT NUMWORK ASSIGN TO "P05NUMW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD THEIRFILE.
             05 EMP-PURCHASER-NAME         PIC x(20).
             05 EMP-PRICE                  pic 9(7).
             05 EMP-INVOICE-DATE           PIC 9(8).
             05 EMP-INVOICE-NUMBER         PIC X(8).
             05 FILLER REDEFINES EMP-INVOICE-NUMBER.
                10 EMP-INVOICE-PREFIX      PIC X.
                    88 CONTROL-FILE-NUMBER VALUE "A".
                10 FILLER                  PIC X(7).

       FD OURFILE.
           01 PRINT-AREA                   PIC X(132).


           FD DUPFILE.
           01 DUP-AREA                   PIC X(100).

      *----SORT WORK FILE - BRANCH MAJOR, PURCHASER MINOR, SO EACH
      *----BRANCH SECTION COMES OFF THE SORT IN ONE PIECE----
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SR-PURCHASER-NUMBER    PIC X(5).
               05 FILLER                 PIC X(43).
               05 SR-BRANCH              PIC X(3).

      *----THE TRANSMITTED RECORDS WITH THEIR ENVELOPE'S BRANCH ID
      *----SORT CANNOT SEPARATE A RECORD FROM ITS BRANCH----
           FD TAGFILE.
           01 TAG-RECORD.
               05 TAG-DATA               PIC X(48).
               05 TAG-BRANCH             PIC X(3).

      *----HOUSE-ACCOUNT CHARGES RUNG AT THE SALES-TAX REGISTER, IN
      *----THE SAME LAYOUT AS THEIRFILE-PICS----
           FD HOUSEFEED.
           01 HOUSEFEED-PICS             PIC X(48).

      *----MONTH-END FINANCE CHARGES WRITTEN BY FINANCE-CHARGE,
      *----ALSO IN THE SAME LAYOUT AS THEIRFILE-PICS----
           FD FINFEED.
           01 FINFEED-PICS               PIC X(48).

      *----THE CREDIT-HOLD LIST KEPT BY CREDIT-HOLD----
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

      *----THE MONTH-END AGED TRIAL BALANCE SNAPSHOTS, ONE RECORD
      *----PER PERIOD, BRANCH AND PURCHASER. AR-TREND READS THE
      *----SAME LAYOUT----
           FD SNAPFILE.
           01 SNAPFILE-PICS.
               05 SN-PERIOD              PIC 9(6).
               05 SN-BRANCH              PIC X(3).
               05 SN-PURCHASER           PIC X(5).
               05 SN-NAME                PIC X(20).
               05 SN-AGE-30              PIC 9(9).
               05 SN-AGE-60              PIC 9(9).
               05 SN-AGE-90              PIC 9(9).
               05 SN-AGE-OVER            PIC 9(9).
               05 SN-SALES               PIC 9(9).
               05 SN-AS-OF-DATE          PIC 9(8).

      *----THE OTHER PERIODS' SNAPSHOTS PLUS THIS RUN'S, COPIED
      *----BACK OVER SNAPFILE AT THE END----
           FD SNAPWORK.
           01 SNAPWORK-PICS              PIC X(87).

      *----THE PURCHASER FILE AFTER THE SORT - EVERY RUN READS THIS,
      *----NEVER THE RAW TRANSMITTED FILE----
           FD SORTEDFILE.
           01 SORTED-RECORD              PIC X(51).

      *----THE PURCHASER MASTER: WHO EACH NUMBER IS, WHERE THEY GET
      *----MAIL, THEIR TERMS, AND THEIR CREDIT LIMIT----
               05 MF-ZIP                 PIC X(5).
               05 MF-TERMS               PIC X(3).
               05 MF-CREDIT-LIMIT        PIC 9(7).
               05 MF-STATUS              PIC X.
               05 MF-FIN-EXEMPT          PIC X.

      *----PAYMENTS AND CREDITS TRANSMITTED ALONGSIDE THEIRFILE,
      *----MATCHED TO AN INVOICE BY PURCHASER NUMBER PLUS INVOICE
      *----NUMBER - OR, ON AN OLDER PAYMENT WITH NO NUMBER, PLUS
      *----INVOICE DATE----
           FD PAYFILE.
           01 PAYFILE-PICS.
               05 PF-PURCHASER           PIC X(5).
               05 PF-INVOICE-DATE        PIC 9(8).
               05 PF-AMOUNT              PIC 9(7).
               05 PF-PAYMENT-DATE        PIC 9(8).
               05 PF-INVOICE-NUMBER      PIC X(8).

      *----BAD-DEBT WRITE-OFFS (TYPE W) AND RECOVERIES (TYPE R)
      *----POSTED BY WRITE-OFF, NAMING THE INVOICE THE SAME WAY A
      *----PAYMENT DOES. ONLY THE W RECORDS MATTER HERE----
           FD WOFFFILE.
           01 WOFFFILE-PICS.
               05 WO-TYPE                PIC X.
               05 WO-PURCHASER           PIC X(5).
               05 WO-INVOICE-DATE        PIC 9(8).
               05 FILLER                 PIC X(26).
               05 WO-INVOICE-NUMBER      PIC X(8).

      *----THE NEXT INVOICE NUMBER TO GIVE AN UNNUMBERED RECORD,
      *----REWRITTEN AFTER EVERY ASSIGNMENT (INVOICE-MAINT DRAWS ON
      *----THE SAME FILE)----
           FD INVSEQFILE.
           01 INVSEQ-RECORD.
               05 IQ-NEXT-INVOICE        PIC 9(7).

      *----THE TRANSMITTED FILE WITH THE NEW NUMBERS FILLED IN,
      *----COPIED BACK OVER THEIRFILE WHEN ANY WERE ASSIGNED----
           FD NUMWORK.
           01 NUMWORK-PICS               PIC X(48).

      *----THE COLLECTION LETTERS, ONE PAGE PER PAST-DUE PURCHASER--
           FD DUNFILE.
               VALUE "E:\programming\P05MAST.DAT".
           05 PAYFILE-NAME      PIC X(80)
               VALUE "E:\programming\P05PAY.DAT".
           05 WOFFFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05WOFF.DAT".
           05 DUNFILE-NAME      PIC X(80)
               VALUE "E:\programming\P05DUN.RPT".
           05 HOLIDAY-FILE-NAME PIC X(80)
               VALUE "P07HOLS.DAT".
           05 HOUSEFEED-NAME    PIC X(80)
               VALUE "E:\programming\P05HOUSE.DAT".
           05 FINFEED-NAME      PIC X(80)
               VALUE "E:\programming\P05FIN.DAT".
           05 HOLDFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05HOLD.DAT".
           05 SNAPFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05SNAP.DAT".
           05 INVSEQFILE-NAME   PIC X(80)
               VALUE "E:\programming\P05INV.SEQ".
           05 ENV-OVERRIDE      PIC X(80).

       01 CHECKFILE-STATUS     PIC X(2) VALUE SPACES.
       01 DUPFILE-STATUS       PIC X(2) VALUE SPACES.
       01 MASTFILE-STATUS      PIC X(2) VALUE SPACES.
       01 SNAPFILE-STATUS      PIC X(2) VALUE SPACES.
       01 HOUSEFEED-STATUS     PIC X(2) VALUE SPACES.
       01 HOUSEFEED-EOF-SWITCH PIC X    VALUE "N".
       01 FINFEED-STATUS       PIC X(2) VALUE SPACES.
       01 FINFEED-EOF-SWITCH   PIC X    VALUE "N".
       01 HOLDFILE-STATUS      PIC X(2) VALUE SPACES.
       01 HOLDFILE-EOF-SWITCH  PIC X    VALUE "N".
       01 INVSEQFILE-STATUS    PIC X(2) VALUE SPACES.
       01 NUMWORK-EOF-SWITCH   PIC X    VALUE "N".

      *----NUMBERING THE RECORDS A BRANCH SENT WITHOUT AN INVOICE
      *----NUMBER: THE CONTROL FILE'S NEXT NUMBER BEHIND AN A, SO A
      *----NUMBER WE ASSIGNED IS NEVER MISTAKEN FOR A BRANCH'S----
       01 NEXT-INVOICE-NUMBER  PIC 9(7) VALUE 1.
       01 INVOICES-NUMBERED    PIC 9(5) VALUE ZERO.
       01 ASSIGNED-INVOICE-NUMBER.
           05 FILLER           PIC X    VALUE "A".
           05 AIN-SEQUENCE     PIC 9(7) VALUE ZERO.

      *----THE PURCHASER MASTER, LOADED AT STARTUP BY 053-LOAD-
      *----PURCHASER-MASTER. NO P05MAST.DAT MEANS EVERY MASTER
              10 MA-TERMS        PIC X(3).
              10 MA-CREDIT-LIMIT PIC 9(7).

      *----PURCHASERS ON CREDIT HOLD (STATUS H ON P05HOLD.DAT), AND
      *----SINCE WHEN. NO FILE MEANS NOBODY IS HELD----
       01 HOLD-FOUND-SW        PIC X    VALUE "N".
           88 PURCHASER-ON-HOLD    VALUE "Y".
       01 HOLD-COUNT           PIC 9(3) VALUE ZERO.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON HOLD-COUNT
                  INDEXED BY HT-IX.
              10 HT-PURCHASER    PIC X(5).
              10 HT-DATE         PIC 9(8).

      *----RUNNING INVOICE TOTAL FOR THE (SORTED-TOGETHER) PURCHASER
      *----IN HAND, CHECKED AGAINST THE MASTER'S CREDIT LIMIT----
       01 CREDIT-CHECK-FIELDS.
       01 VALIDATE-REASON      PIC X(30) VALUE SPACES.

      *----PAYMENTS/CREDITS ON FILE, ACCUMULATED PER INVOICE
      *----(PURCHASER NUMBER PLUS INVOICE NUMBER, OR PLUS INVOICE
      *----DATE WHEN THE PAYMENT NAMES NO NUMBER). NO P05PAY.DAT
      *----MEANS EVERY INVOICE STAYS OPEN FOR ITS FULL PRICE----
       01 PAYFILE-STATUS       PIC X(2)  VALUE SPACES.
       01 PAYMENT-EOF-SWITCH   PIC X     VALUE "N".
              10 PY-PURCHASER    PIC X(5).
              10 PY-INVOICE-DATE PIC 9(8).
              10 PY-AMOUNT       PIC 9(9).
              10 PY-INVOICE-NUMBER PIC X(8).

      *----INVOICES WRITTEN OFF TO BAD DEBT (PURCHASER NUMBER PLUS
      *----INVOICE NUMBER, OR INVOICE DATE ON AN OLDER WRITE-OFF
      *----WITH NO NUMBER). NO P05WOFF.DAT MEANS NOTHING HAS BEEN
      *----WRITTEN OFF----
       01 WOFFFILE-STATUS      PIC X(2)  VALUE SPACES.
       01 WRITE-OFF-EOF-SWITCH PIC X     VALUE "N".
       01 WRITE-OFF-COUNT      PIC 9(4)  VALUE ZERO.
       01 WRITE-OFF-TABLE.
           05 WRITE-OFF-ENTRY OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WRITE-OFF-COUNT
                  INDEXED BY WT-IX.
              10 WT-PURCHASER    PIC X(5).
              10 WT-INVOICE-DATE PIC 9(8).
              10 WT-INVOICE-NUMBER PIC X(8).

      *----ONE INVOICE'S APPLIED PAYMENTS AND WHAT IS STILL OWED----
       01 OPEN-ITEM-FIELDS.
           05 PAID-AMOUNT       PIC 9(9)    VALUE ZERO.
           05 OPEN-BALANCE      PIC S9(8)   VALUE ZERO.
           05 WRITTEN-OFF-SW    PIC X       VALUE "N".
               88 INVOICE-WRITTEN-OFF VALUE "Y".
           05 SETTLED-HEADER-SW PIC X       VALUE "N".

      *----THE DUNNING RUN: PAST-90-DAY PURCHASERS GET A COLLECTION
           05 FILLER  PIC X(29) VALUE "BE REFERRED FOR COLLECTION.".

       01 DUN-COLUMN-HEADING.
           05 FILLER  PIC X(11) VALUE "INVOICE NO".
           05 FILLER  PIC X(14) VALUE "INVOICE DATE".
           05 FILLER  PIC X(9)  VALUE "     AGE".
           05 FILLER  PIC X(12) VALUE "        OPEN".

       01 DUN-DETAIL-LINE.
           05 DDL-INVOICE-NUMBER PIC X(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DDL-INVOICE-DATE  PIC 9(8).
           05 FILLER            PIC X(4)  VALUE SPACES.
      *----AND CARRIED THROUGH THE SORT (SPACES ON A LEGACY FILE
      *----WITH NO HDR RECORDS)----
       01 TAGGED-INVOICE-IN.
           05 TI-DATA            PIC X(48).
           05 TI-BRANCH          PIC X(3).
       01 SORTED-BRANCH          PIC X(3) VALUE SPACES.
       01 CURRENT-TAG-BRANCH     PIC X(3) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.


      *----EVERY PURCHASER/INVOICE NUMBER THE RUN HAS ALREADY
      *----ACCEPTED, ACROSS EVERY BRANCH, WITH THE PRICE KEPT FOR
      *----THE RECORDS THAT CAME IN UNNUMBERED - A LATER RECORD
      *----REPEATING ONE IS A DUPLICATE WHEREVER IT CAME FROM----
       01 DUP-CHECK-FIELDS.
           05 DUP-RECORD-SWITCH     PIC X     VALUE "N".
           05 DUP-COUNT             PIC 9(5)  VALUE ZERO.
                  INDEXED BY GD-IX.
              10 GD-PURCHASER        PIC X(5).
              10 GD-PRICE            PIC 9(7).
              10 GD-INVOICE-NUMBER   PIC X(8).

      *----PER-PURCHASER PRICE TOTALS FOR THE TOP-PURCHASER RANKING.
      *----THE SORT PUTS A PURCHASER'S RECORDS TOGETHER, SO THE LAST
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DL-INVOICE-DATE          PIC 9(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DL-INVOICE-NUMBER        PIC X(8).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DL-REASON                PIC X(26).
       01 DAILY-LOG-STATUS     PIC X(2) VALUE SPACES.

      *----CURRENT DATE/TIME FOR THE SHARED DAILY LOG----
              10 IV-DATE          PIC 9(8).
              10 IV-PAID          PIC 9(9).
              10 IV-PRINTED-SW    PIC X.
              10 IV-NUMBER        PIC X(8).

      *----THE MONTH-END SNAPSHOT RUN: THE PERIOD, THE DATE IT IS
      *----AGED AS OF, AND ONE BRANCH/PURCHASER'S BUCKETS AT A TIME--
       01 SNAPSHOT-FIELDS.
           05 SNAPSHOT-MODE-SWITCH PIC X   VALUE "N".
               88 SNAPSHOT-MODE-ON     VALUE "Y" "y".
           05 SNAP-PERIOD-PARM  PIC X(6)    VALUE SPACES.
           05 SNAP-PERIOD.
              10 SNAP-YEAR      PIC 9(4).
              10 SNAP-MONTH     PIC 9(2).
           05 SNAP-RUN-PERIOD   PIC 9(6)    VALUE ZERO.
           05 SNAP-NEXT-MONTH.
              10 SNAP-NEXT-YEAR  PIC 9(4).
              10 SNAP-NEXT-MM    PIC 9(2).
              10 SNAP-NEXT-DAY   PIC 9(2).
           05 SNAP-NEXT-MONTH-NUM REDEFINES SNAP-NEXT-MONTH
                                PIC 9(8).
           05 SNAP-AS-OF-DATE   PIC 9(8)    VALUE ZERO.
           05 SNAP-CUR-BRANCH   PIC X(3)    VALUE SPACES.
           05 SNAP-CUR-PURCHASER PIC X(5)   VALUE SPACES.
           05 SNAP-CUR-NAME     PIC X(20)   VALUE SPACES.
           05 SNAP-AGE-30       PIC 9(9)    VALUE ZERO.
           05 SNAP-AGE-60       PIC 9(9)    VALUE ZERO.
           05 SNAP-AGE-90       PIC 9(9)    VALUE ZERO.
           05 SNAP-AGE-OVER     PIC 9(9)    VALUE ZERO.
           05 SNAP-SALES        PIC 9(9)    VALUE ZERO.
           05 SNAP-OPEN-TOTAL   PIC 9(11)   VALUE ZERO.
           05 SNAP-RECORD-COUNT PIC 9(5)    VALUE ZERO.
           05 SNAP-REPLACED-COUNT PIC 9(5)  VALUE ZERO.
           05 SNAP-LATER-COUNT  PIC 9(5)    VALUE ZERO.
           05 SNAP-EOF-SWITCH   PIC X       VALUE "N".

      *----ONE STATEMENT'S WORK FIELDS----
       01 STATEMENT-FIELDS.
           05 SAL2-CITY-STATE-ZIP PIC X(26).

       01 STMT-HEADING-2.
           05 FILLER  PIC X(11) VALUE "INVOICE NO".
           05 FILLER  PIC X(14) VALUE "INVOICE DATE".
           05 FILLER  PIC X(8)  VALUE "   AGE".
           05 FILLER  PIC X(14) VALUE "       PRICE".
           05 FILLER  PIC X(14) VALUE "  AMOUNT DUE".

       01 STMT-HEADING-3.
           05 FILLER  PIC X(85) VALUE ALL "-".

       01 STMT-SETTLED-HEADING.
           05 FILLER  PIC X(34) VALUE
               "SETTLED INVOICES - NO BALANCE DUE:".

       01 STMT-DETAIL-LINE.
           05 SDL-INVOICE-NUMBER PIC X(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SDL-INVOICE-DATE  PIC 9(8).
           05 FILLER            PIC X(3)  VALUE SPACES.

       01 STMT-TOTAL-LINE.
           05 FILLER            PIC X(12) VALUE "TOTAL OWED: ".
           05 FILLER            PIC X(20) VALUE SPACES.
           05 STL-PRICE-TOTAL   PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 STL-PAID-TOTAL    PIC Z,ZZZ,ZZ9.
          MOVE "N" TO EOF-SWITCH.
          PERFORM 050-GET-FILE-NAMES.
          PERFORM 053-LOAD-PURCHASER-MASTER.
          PERFORM 077-LOAD-CREDIT-HOLDS.
          PERFORM 046-LOAD-PAYMENTS.
          PERFORM 080-LOAD-WRITE-OFFS.
          PERFORM 049-LOAD-HOLIDAYS.
          PERFORM 067-OPEN-DAILY-LOG.
          PERFORM 900-LOG-RUN-STARTED.
              MOVE LETTER-COUNT TO RSA-EXCEPTION-COUNT
              GOBACK
          END-IF.
          IF SNAPSHOT-MODE-ON
              PERFORM 700-SNAPSHOT-RUN
              MOVE SNAP-RECORD-COUNT TO DLL-RECORD-COUNT
              PERFORM 910-LOG-RUN-COMPLETED
              CLOSE DAILY-LOG-FILE
              MOVE "NORMAL" TO RSA-COMPLETION-STATUS
              COMPUTE RSA-EXCEPTION-COUNT =
                  EXCEPTION-COUNT + DUP-COUNT
              GOBACK
          END-IF.
          PERFORM 060-CHECK-FOR-RESTART.
          MOVE ZERO TO GLOBAL-DUP-COUNT.
          MOVE ZERO TO DUP-COUNT.
               MOVE ENV-OVERRIDE TO PAYFILE-NAME
           END-IF.

           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_WRITEOFF_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO WOFFFILE-NAME
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
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_HOLD_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO HOLDFILE-NAME
           END-IF.

           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_DUNNING_MODE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO DUNFILE-NAME
           END-IF.

           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_SNAPSHOT_MODE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO SNAPSHOT-MODE-SWITCH
           END-IF.

           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_SNAPSHOT_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO SNAPFILE-NAME
           END-IF.

           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_INVOICE_SEQ_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO INVSEQFILE-NAME
           END-IF.

           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_SNAPSHOT_PERIOD".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO SNAP-PERIOD-PARM
           END-IF.

           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_AGING_BASIS".
           IF ENV-OVERRIDE NOT = SPACES
                   MOVE PARM-VALUE TO PAYFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_WRITEOFF_FILE"
                   MOVE PARM-VALUE TO WOFFFILE-NAME
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
               WHEN "P05_HOLD_FILE"
                   MOVE PARM-VALUE TO HOLDFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_DUNNING_MODE"
                   MOVE PARM-VALUE (1:1) TO DUNNING-MODE-SWITCH
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                   MOVE PARM-VALUE TO DUNFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_SNAPSHOT_MODE"
                   MOVE PARM-VALUE (1:1) TO SNAPSHOT-MODE-SWITCH
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_SNAPSHOT_FILE"
                   MOVE PARM-VALUE TO SNAPFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_INVOICE_SEQ_FILE"
                   MOVE PARM-VALUE TO INVSEQFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_SNAPSHOT_PERIOD"
                   MOVE PARM-VALUE (1:6) TO SNAP-PERIOD-PARM
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_AGING_BASIS"
                   MOVE PARM-VALUE (1:1) TO AGING-BASIS-SWITCH
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
           END-IF.
           PERFORM 063-READ-MASTER-RCD.

      *----LOAD THE HOLDS IN FORCE FROM THE CREDIT-HOLD LIST.
      *----RELEASES ON THE LIST ARE CREDIT-HOLD'S BUSINESS AND ARE
      *----PASSED OVER----
       077-LOAD-CREDIT-HOLDS.
           MOVE ZERO TO HOLD-COUNT.
           MOVE "N" TO HOLDFILE-EOF-SWITCH.
           OPEN INPUT HOLDFILE.
           IF HOLDFILE-STATUS NOT = "35"
               PERFORM 078-READ-HOLD-RCD
               PERFORM 079-STORE-HOLD-RCD
                   UNTIL HOLDFILE-EOF-SWITCH = "Y"
               CLOSE HOLDFILE
           END-IF.

       078-READ-HOLD-RCD.
           READ HOLDFILE
               AT END
                   MOVE "Y" TO HOLDFILE-EOF-SWITCH
           END-READ.

       079-STORE-HOLD-RCD.
           IF HL-STATUS = "H" AND HL-DATE IS NUMERIC
               IF HOLD-COUNT < 500
                   ADD 1 TO HOLD-COUNT
                   MOVE HL-PURCHASER TO HT-PURCHASER (HOLD-COUNT)
                   MOVE HL-DATE      TO HT-DATE (HOLD-COUNT)
               ELSE
                   DISPLAY "*CREDIT HOLD TABLE FULL - " HL-PURCHASER
                       " NOT LOADED*"
               END-IF
           END-IF.
           PERFORM 078-READ-HOLD-RCD.

      *----LOAD THE PAYMENTS/CREDITS FILE, ACCUMULATED PER INVOICE.
      *----NO FILE JUST MEANS NOTHING HAS BEEN PAID AS FAR AS THIS
      *----RUN KNOWS----
           END-READ.

      *----PARTIAL PAYMENTS ON THE SAME INVOICE ACCUMULATE INTO ONE
      *----ROW - BY NUMBER, OR BY DATE FOR THE ONES THAT NAME NO
      *----NUMBER; A PAYMENT WITH A BAD AMOUNT IS SKIPPED WITH A
      *----NOTE----
       048-STORE-PAYMENT-RCD.
           IF PF-AMOUNT IS NOT NUMERIC
                  OR PF-INVOICE-DATE IS NOT NUMERIC
                           MOVE PF-INVOICE-DATE
                               TO PY-INVOICE-DATE (PY-IX)
                           MOVE PF-AMOUNT TO PY-AMOUNT (PY-IX)
                           MOVE PF-INVOICE-NUMBER
                               TO PY-INVOICE-NUMBER (PY-IX)
                       ELSE
                           DISPLAY "*PAYMENT TABLE FULL - PAYMENT"
                               " FOR " PF-PURCHASER " NOT APPLIED*"
                       END-IF
                   WHEN PY-PURCHASER (PY-IX) = PF-PURCHASER
                          AND PY-INVOICE-NUMBER (PY-IX)
                              = PF-INVOICE-NUMBER
                          AND PF-INVOICE-NUMBER NOT = SPACES
                       ADD PF-AMOUNT TO PY-AMOUNT (PY-IX)
                   WHEN PY-PURCHASER (PY-IX) = PF-PURCHASER
                          AND PY-INVOICE-NUMBER (PY-IX) = SPACES
                          AND PF-INVOICE-NUMBER = SPACES
                          AND PY-INVOICE-DATE (PY-IX)
                              = PF-INVOICE-DATE
                       ADD PF-AMOUNT TO PY-AMOUNT (PY-IX)
           END-IF.
           PERFORM 047-READ-PAYMENT-RCD.

      *----LOAD THE BAD-DEBT WRITE-OFFS. RECOVERIES DO NOT REOPEN
      *----AN INVOICE, SO ONLY THE W RECORDS ARE KEPT----
       080-LOAD-WRITE-OFFS.
           MOVE "N" TO WRITE-OFF-EOF-SWITCH.
           MOVE ZERO TO WRITE-OFF-COUNT.
           OPEN INPUT WOFFFILE.
           IF WOFFFILE-STATUS NOT = "35"
               PERFORM 081-READ-WRITE-OFF-RCD
               PERFORM 082-STORE-WRITE-OFF-RCD
                   UNTIL WRITE-OFF-EOF-SWITCH = "Y"
               CLOSE WOFFFILE
           END-IF.

       081-READ-WRITE-OFF-RCD.
           READ WOFFFILE
               AT END
                   MOVE "Y" TO WRITE-OFF-EOF-SWITCH
           END-READ.

       082-STORE-WRITE-OFF-RCD.
           IF WO-TYPE = "W" AND WO-INVOICE-DATE IS NUMERIC
               IF WRITE-OFF-COUNT < 1000
                   ADD 1 TO WRITE-OFF-COUNT
                   SET WT-IX TO WRITE-OFF-COUNT
                   MOVE WO-PURCHASER TO WT-PURCHASER (WT-IX)
                   MOVE WO-INVOICE-DATE TO WT-INVOICE-DATE (WT-IX)
                   MOVE WO-INVOICE-NUMBER
                       TO WT-INVOICE-NUMBER (WT-IX)
               ELSE
                   DISPLAY "*WRITE-OFF TABLE FULL - WRITE-OFF FOR "
                       WO-PURCHASER " NOT APPLIED*"
               END-IF
           END-IF.
           PERFORM 081-READ-WRITE-OFF-RCD.

      *----LOAD THE SHARED HOLIDAY CALENDAR. NO FILE JUST MEANS NO
      *----HOLIDAYS - WEEKENDS ALONE MAKE A DAY NON-BUSINESS THEN,
      *----SAME AS DATE-CALC----
           END-SEARCH.

      *----HOW MUCH OF THE INVOICE IN EMP-PURCHASER-NUMBER /
      *----EMP-INVOICE-NUMBER / EMP-PRICE HAS BEEN PAID, AND WHAT IS
      *----STILL OWED. PAYMENTS NAMING THE INVOICE NUMBER COUNT, AND
      *----SO DO OLDER ONES WITH NO NUMBER THAT NAME ITS DATE. AN
      *----OVERPAYMENT LEAVES THE OPEN BALANCE AT ZERO RATHER THAN
      *----BILLING A NEGATIVE AMOUNT, AND AN INVOICE WRITTEN OFF TO
      *----BAD DEBT HAS NOTHING OPEN----
       214-APPLY-PAYMENTS.
           MOVE ZERO TO PAID-AMOUNT.
           IF EMP-INVOICE-NUMBER NOT = SPACES
               SET PY-IX TO 1
               SEARCH PAYMENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PY-PURCHASER (PY-IX) = EMP-PURCHASER-NUMBER
                          AND PY-INVOICE-NUMBER (PY-IX)
                              = EMP-INVOICE-NUMBER
                       MOVE PY-AMOUNT (PY-IX) TO PAID-AMOUNT
               END-SEARCH
           END-IF.
           SET PY-IX TO 1.
           SEARCH PAYMENT-ENTRY
               AT END
                   CONTINUE
               WHEN PY-PURCHASER (PY-IX) = EMP-PURCHASER-NUMBER
                      AND PY-INVOICE-NUMBER (PY-IX) = SPACES
                      AND PY-INVOICE-DATE (PY-IX) = EMP-INVOICE-DATE
                   ADD PY-AMOUNT (PY-IX) TO PAID-AMOUNT
           END-SEARCH.
           COMPUTE OPEN-BALANCE = EMP-PRICE - PAID-AMOUNT.
           IF OPEN-BALANCE < ZERO
               MOVE ZERO TO OPEN-BALANCE
           END-IF.
           MOVE "N" TO WRITTEN-OFF-SW.
           IF WRITE-OFF-COUNT > ZERO
               SET WT-IX TO 1
               SEARCH WRITE-OFF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WT-PURCHASER (WT-IX) = EMP-PURCHASER-NUMBER
                          AND WT-INVOICE-NUMBER (WT-IX) NOT = SPACES
                          AND WT-INVOICE-NUMBER (WT-IX)
                              = EMP-INVOICE-NUMBER
                       MOVE "Y" TO WRITTEN-OFF-SW
                       MOVE ZERO TO OPEN-BALANCE
                   WHEN WT-PURCHASER (WT-IX) = EMP-PURCHASER-NUMBER
                          AND WT-INVOICE-NUMBER (WT-IX) = SPACES
                          AND WT-INVOICE-DATE (WT-IX)
                              = EMP-INVOICE-DATE
                       MOVE "Y" TO WRITTEN-OFF-SW
                       MOVE ZERO TO OPEN-BALANCE
               END-SEARCH
           END-IF.

      *----IS THIS PURCHASER NUMBER ON THE MASTER? LEAVES MA-IX ON
      *----THE ENTRY WHEN IT IS----
      *----THE TAGGING PASS: EACH HDR SETS THE BRANCH FOR THE DATA
      *----RECORDS THAT FOLLOW; THE ENVELOPE RECORDS THEMSELVES ARE
      *----DROPPED HERE, AND A LEGACY FILE WITH NO HDR TAGS
      *----EVERYTHING WITH SPACES. THE HOUSE-CHARGE FEED FROM THE
      *----SALES-TAX REGISTER FOLLOWS, ALL OF IT TAGGED HSE, THEN
      *----THE FINANCE-CHARGE FEED, TAGGED FIN. A TRANSMITTED
      *----RECORD WITH NO INVOICE NUMBER IS NUMBERED ON THE WAY
      *----THROUGH, AND THE FILE IS PUT BACK WITH THE NUMBERS IN IT
      *----SO THE NEXT RUN (AND INVOICE-MAINT) SEES THE SAME ONES----
       071-TAG-PURCHASER-FILE.
           MOVE SPACES TO CURRENT-TAG-BRANCH.
           MOVE "N" TO VERIFY-EOF-SWITCH.
           MOVE ZERO TO INVOICES-NUMBERED.
           PERFORM 084-LOAD-INVOICE-SEQ.
           OPEN INPUT THEIRFILE
                OUTPUT TAGFILE
                OUTPUT NUMWORK.
           PERFORM 057-READ-VERIFY-RCD.
           PERFORM 072-TAG-ONE-RCD
               UNTIL VERIFY-EOF-SWITCH = "Y".
           CLOSE THEIRFILE
                 NUMWORK.
           IF INVOICES-NUMBERED > ZERO
               PERFORM 086-REPLACE-PURCHASER-FILE
               DISPLAY "*" INVOICES-NUMBERED " UNNUMBERED INVOICE(S)"
                   " GIVEN NUMBERS OFF THE CONTROL FILE*"
           END-IF.
           MOVE "N" TO HOUSEFEED-EOF-SWITCH.
           OPEN INPUT HOUSEFEED.
           IF HOUSEFEED-STATUS NOT = "35"
               PERFORM 073-READ-HOUSEFEED-RCD
               PERFORM 074-TAG-ONE-HOUSE-RCD
                   UNTIL HOUSEFEED-EOF-SWITCH = "Y"
               CLOSE HOUSEFEED
           END-IF.
           MOVE "N" TO FINFEED-EOF-SWITCH.
           OPEN INPUT FINFEED.
           IF FINFEED-STATUS NOT = "35"
               PERFORM 075-READ-FINFEED-RCD
               PERFORM 076-TAG-ONE-FINANCE-RCD
                   UNTIL FINFEED-EOF-SWITCH = "Y"
               CLOSE FINFEED
           END-IF.
           CLOSE TAGFILE.

       072-TAG-ONE-RCD.
           EVALUATE TRUE
               WHEN THEIRFILE-PICS (1:3) = "TRL"
                   CONTINUE
               WHEN OTHER
                   IF EMP-INVOICE-NUMBER = SPACES
                       PERFORM 083-NUMBER-ONE-INVOICE
                   END-IF
                   MOVE THEIRFILE-PICS TO TAG-DATA
                   MOVE CURRENT-TAG-BRANCH TO TAG-BRANCH
                   WRITE TAG-RECORD
           END-EVALUATE.
           WRITE NUMWORK-PICS FROM THEIRFILE-PICS.
           PERFORM 057-READ-VERIFY-RCD.

       083-NUMBER-ONE-INVOICE.
           MOVE NEXT-INVOICE-NUMBER TO AIN-SEQUENCE.
           ADD 1 TO NEXT-INVOICE-NUMBER.
           PERFORM 085-SAVE-INVOICE-SEQ.
           MOVE ASSIGNED-INVOICE-NUMBER TO EMP-INVOICE-NUMBER.
           ADD 1 TO INVOICES-NUMBERED.

      *----A MISSING CONTROL FILE MEANS THE SEQUENCE STARTS AT ONE--
       084-LOAD-INVOICE-SEQ.
           MOVE 1 TO NEXT-INVOICE-NUMBER.
           OPEN INPUT INVSEQFILE.
           IF INVSEQFILE-STATUS = "00"
               READ INVSEQFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IQ-NEXT-INVOICE IS NUMERIC
                           MOVE IQ-NEXT-INVOICE TO NEXT-INVOICE-NUMBER
                       END-IF
               END-READ
           END-IF.
           CLOSE INVSEQFILE.

      *----SAVE THE NEXT NUMBER AFTER EVERY ASSIGNMENT, SO A RUN
      *----THAT DIES CANNOT HAND THE SAME NUMBER OUT TWICE----
       085-SAVE-INVOICE-SEQ.
           MOVE NEXT-INVOICE-NUMBER TO IQ-NEXT-INVOICE.
           OPEN OUTPUT INVSEQFILE.
           WRITE INVSEQ-RECORD.
           CLOSE INVSEQFILE.

      *----THE WORK FILE, ENVELOPES AND ALL, BECOMES THE TRANSMITTED
      *----FILE----
       086-REPLACE-PURCHASER-FILE.
           MOVE "N" TO NUMWORK-EOF-SWITCH.
           OPEN INPUT NUMWORK
                OUTPUT THEIRFILE.
           PERFORM 087-READ-NUMWORK-RCD.
           PERFORM 088-COPY-BACK-NUMWORK-RCD
               UNTIL NUMWORK-EOF-SWITCH = "Y".
           CLOSE NUMWORK
                 THEIRFILE.

       087-READ-NUMWORK-RCD.
           READ NUMWORK
               AT END
                   MOVE "Y" TO NUMWORK-EOF-SWITCH
           END-READ.

       088-COPY-BACK-NUMWORK-RCD.
           WRITE THEIRFILE-PICS FROM NUMWORK-PICS.
           PERFORM 087-READ-NUMWORK-RCD.

       073-READ-HOUSEFEED-RCD.
           READ HOUSEFEED
               AT END
                   MOVE "Y" TO HOUSEFEED-EOF-SWITCH
           END-READ.

       074-TAG-ONE-HOUSE-RCD.
           MOVE HOUSEFEED-PICS TO TAG-DATA.
           MOVE "HSE" TO TAG-BRANCH.
           WRITE TAG-RECORD.
           PERFORM 073-READ-HOUSEFEED-RCD.

       075-READ-FINFEED-RCD.
           READ FINFEED
               AT END
                   MOVE "Y" TO FINFEED-EOF-SWITCH
           END-READ.

       076-TAG-ONE-FINANCE-RCD.
           MOVE FINFEED-PICS TO TAG-DATA.
           MOVE "FIN" TO TAG-BRANCH.
           WRITE TAG-RECORD.
           PERFORM 075-READ-FINFEED-RCD.

      *----REJECT BLANK NUMBERS, ZERO/NEGATIVE PRICES, INVOICE DATES
      *----THAT ARE NOT REAL CALENDAR DATES, AND (WITH THE MASTER
      *----LOADED) A NAME THAT DISAGREES WITH THE MASTER'S NAME FOR
                       TO VALIDATE-REASON
               END-IF
           END-IF.
           IF BAD-RECORD-SWITCH = "N" AND HOLD-COUNT > ZERO
                  AND NOT STATEMENT-MODE-ON AND NOT DUNNING-MODE-ON
                  AND NOT SNAPSHOT-MODE-ON
                  AND SORTED-BRANCH NOT = "HSE"
                  AND SORTED-BRANCH NOT = "FIN"
               PERFORM 218-CHECK-CREDIT-HOLD
               IF PURCHASER-ON-HOLD
                   MOVE "Y" TO BAD-RECORD-SWITCH
                   MOVE "PURCHASER ON CREDIT HOLD" TO VALIDATE-REASON
               END-IF
           END-IF.

      *----A NEW INVOICE FOR A HELD PURCHASER - ONE DATED ON OR
      *----AFTER THE HOLD WENT ON. WHAT WAS BILLED BEFORE STANDS----
       218-CHECK-CREDIT-HOLD.
           MOVE "N" TO HOLD-FOUND-SW.
           SET HT-IX TO 1.
           SEARCH HOLD-ENTRY
               AT END
                   CONTINUE
               WHEN HT-PURCHASER (HT-IX) = EMP-PURCHASER-NUMBER
                   IF EMP-INVOICE-DATE >= HT-DATE (HT-IX)
                       MOVE "Y" TO HOLD-FOUND-SW
                   END-IF
           END-SEARCH.

      *----WRITE A REJECTED RECORD TO THE EXCEPTIONS REPORT----
       225-WRITE-EXCEPTION-LINE.
           WRITE EXCEPT-AREA.
           ADD 1 TO EXCEPTION-COUNT.
           IF NOT STATEMENT-MODE-ON AND NOT DUNNING-MODE-ON
                  AND NOT SNAPSHOT-MODE-ON
               PERFORM 240-WRITE-CHECKPOINT
           END-IF.

      *----HAS THIS PURCHASER'S INVOICE NUMBER ALREADY GONE THROUGH
      *----THIS RUN, FROM ANY BRANCH? A RECORD THAT CAME IN WITH NO
      *----NUMBER (ITS NUMBER OFF THE CONTROL FILE) CAN ONLY BE
      *----JUDGED THE OLD WAY, BY AN EARLIER UNNUMBERED RECORD WITH
      *----THE SAME PURCHASER AND PRICE. THE MEMORY SPANS THE WHOLE
      *----RUN, SINCE THE DOUBLE-TRANSMISSIONS WE CATCH ARE USUALLY
      *----ONE BRANCH'S FILE ARRIVING TWICE. HOUSE CHARGES (BRANCH
      *----HSE) ARE SEPARATE COUNTER SALES AND FINANCE CHARGES
      *----(BRANCH FIN) ARE ASSESSED HERE; NEITHER IS CHECKED----
       217-CHECK-FOR-DUPLICATE.
           MOVE "N" TO DUP-RECORD-SWITCH.
           IF SORTED-BRANCH NOT = "HSE"
                  AND SORTED-BRANCH NOT = "FIN"
               SET GD-IX TO 1
               SEARCH GLOBAL-DUP-ENTRY
                   AT END
                       IF GLOBAL-DUP-COUNT < 2000
                           ADD 1 TO GLOBAL-DUP-COUNT
                           SET GD-IX TO GLOBAL-DUP-COUNT
                           MOVE EMP-PURCHASER-NUMBER
                               TO GD-PURCHASER (GD-IX)
                           MOVE EMP-PRICE TO GD-PRICE (GD-IX)
                           MOVE EMP-INVOICE-NUMBER
                               TO GD-INVOICE-NUMBER (GD-IX)
                       ELSE
                           IF DUP-FULL-WARNED-SW NOT = "Y"
                               DISPLAY "*DUPLICATE TABLE FULL -"
                                   " DUPLICATES OF LATER INVOICES WILL"
                                   " NOT BE CAUGHT*"
                               MOVE "Y" TO DUP-FULL-WARNED-SW
                           END-IF
                       END-IF
                   WHEN GD-PURCHASER (GD-IX) = EMP-PURCHASER-NUMBER
                          AND GD-INVOICE-NUMBER (GD-IX)
                              = EMP-INVOICE-NUMBER
                          AND NOT CONTROL-FILE-NUMBER
                       MOVE "Y" TO DUP-RECORD-SWITCH
                   WHEN GD-PURCHASER (GD-IX) = EMP-PURCHASER-NUMBER
                          AND CONTROL-FILE-NUMBER
                          AND GD-INVOICE-NUMBER (GD-IX) (1:1)
                              = EMP-INVOICE-PREFIX
                          AND GD-PRICE (GD-IX) = EMP-PRICE
                       MOVE "Y" TO DUP-RECORD-SWITCH
               END-SEARCH
           END-IF.

      *----DIVERT THE SECOND OCCURRENCE TO THE DUPLICATES REPORT----
       227-WRITE-DUPLICATE-LINE.
           MOVE EMP-PURCHASER-NAME   TO DL-PURCHASER-NAME.
           MOVE EMP-PRICE            TO DL-PRICE.
           MOVE EMP-INVOICE-DATE     TO DL-INVOICE-DATE.
           MOVE EMP-INVOICE-NUMBER   TO DL-INVOICE-NUMBER.
           IF CONTROL-FILE-NUMBER
               MOVE "DUPLICATE NUMBER AND PRICE" TO DL-REASON
           ELSE
               MOVE "DUPLICATE INVOICE NUMBER" TO DL-REASON
           END-IF.
           WRITE DUP-AREA FROM DUPLICATE-LINE.
           ADD 1 TO DUP-COUNT.
           IF NOT STATEMENT-MODE-ON AND NOT DUNNING-MODE-ON
                  AND NOT SNAPSHOT-MODE-ON
               PERFORM 240-WRITE-CHECKPOINT
           END-IF.
      *----END READING FILE----
           MOVE EMP-PURCHASER-NUMBER TO EL-PURCHASER-NUMBER.
           MOVE EMP-PRICE TO EL-PRICE2.
           MOVE OPEN-BALANCE TO EL-OPEN-BAL.
           IF INVOICE-WRITTEN-OFF AND EL-CREDIT-FLAG = SPACES
               MOVE "WRITTEN OFF" TO EL-CREDIT-FLAG
           END-IF.
           IF OPEN-BALANCE = ZERO AND EL-CREDIT-FLAG = SPACES
               MOVE "SETTLED" TO EL-CREDIT-FLAG
           END-IF.
                   PERFORM 225-WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM 217-CHECK-FOR-DUPLICATE
                   PERFORM 214-APPLY-PAYMENTS
      *----AN INVOICE WRITTEN OFF TO BAD DEBT IS NO LONGER BILLED OR
      *----CHASED, SO IT NEVER REACHES THE TABLE----
                   EVALUATE TRUE
                       WHEN DUP-RECORD-SWITCH = "Y"
                           PERFORM 227-WRITE-DUPLICATE-LINE
                       WHEN INVOICE-WRITTEN-OFF
                           CONTINUE
                       WHEN INVOICE-COUNT < 1000
                           ADD 1 TO INVOICE-COUNT
                           MOVE EMP-PURCHASER-NUMBER
                               TO IV-PURCHASER (INVOICE-COUNT)
                           MOVE EMP-PURCHASER-NAME
                               TO IV-NAME (INVOICE-COUNT)
                           MOVE EMP-PRICE TO IV-PRICE (INVOICE-COUNT)
                           MOVE EMP-INVOICE-DATE
                               TO IV-DATE (INVOICE-COUNT)
                           MOVE EMP-INVOICE-NUMBER
                               TO IV-NUMBER (INVOICE-COUNT)
                           MOVE PAID-AMOUNT TO IV-PAID (INVOICE-COUNT)
                           MOVE "N" TO IV-PRINTED-SW (INVOICE-COUNT)
                       WHEN OTHER
                           DISPLAY "*INVOICE TABLE FULL - RECORD FOR "
                               EMP-PURCHASER-NUMBER " SKIPPED*"
                   END-EVALUATE
               END-IF
           END-IF.

               IF OPEN-BALANCE > ZERO
                   MOVE "Y" TO IV-PRINTED-SW (IV-JX)
                   PERFORM 440-PRICE-ONE-INVOICE
                   MOVE IV-NUMBER (IV-JX) TO SDL-INVOICE-NUMBER
                   MOVE IV-DATE (IV-JX)  TO SDL-INVOICE-DATE
                   MOVE AGE-DAYS         TO SDL-AGE-DAYS
                   MOVE IV-PRICE (IV-JX) TO SDL-PRICE
               COMPUTE INVOICE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (IV-DATE (IV-JX))
               PERFORM 312-COMPUTE-AGE-DAYS
               MOVE IV-NUMBER (IV-JX) TO SDL-INVOICE-NUMBER
               MOVE IV-DATE (IV-JX)  TO SDL-INVOICE-DATE
               MOVE AGE-DAYS         TO SDL-AGE-DAYS
               MOVE IV-PRICE (IV-JX) TO SDL-PRICE
                   FUNCTION INTEGER-OF-DATE (IV-DATE (IV-KX))
               PERFORM 312-COMPUTE-AGE-DAYS
               IF OPEN-BALANCE > ZERO AND AGE-DAYS > 90
                   MOVE IV-NUMBER (IV-KX) TO DDL-INVOICE-NUMBER
                   MOVE IV-DATE (IV-KX) TO DDL-INVOICE-DATE
                   MOVE AGE-DAYS        TO DDL-AGE-DAYS
                   MOVE OPEN-BALANCE    TO DDL-OPEN
               END-IF
           END-IF.

      *----THE MONTH-END SNAPSHOT: EVERY VALID INVOICE ON THE SORTED
      *----FILE, PAYMENTS APPLIED, AGED INTO ITS BUCKET AND ROLLED UP
      *----BY BRANCH AND PURCHASER (THE SORT ORDER, SO A CHANGE OF
      *----EITHER CLOSES OUT THE RECORD). THE PERIOD'S OLD RECORDS
      *----ARE DROPPED WHILE THE OTHER PERIODS ARE COPIED ASIDE, SO A
      *----RERUN REPLACES RATHER THAN DOUBLES THE MONTH----
       700-SNAPSHOT-RUN.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZERO TO EXCEPTION-COUNT.
           MOVE ZERO TO GLOBAL-DUP-COUNT.
           MOVE "N" TO DUP-FULL-WARNED-SW.
           MOVE ZERO TO DUP-COUNT.
           MOVE ZERO TO SNAP-RECORD-COUNT.
           MOVE ZERO TO SNAP-LATER-COUNT.
           MOVE ZERO TO SNAP-OPEN-TOTAL.
           MOVE SPACES TO SNAP-CUR-BRANCH.
           MOVE SPACES TO SNAP-CUR-PURCHASER.
           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 705-SET-SNAPSHOT-PERIOD.
           PERFORM 730-COPY-OTHER-PERIODS.
           OPEN INPUT SORTEDFILE
                OUTPUT EXCEPTFILE
                OUTPUT DUPFILE
                EXTEND SNAPWORK.
           PERFORM 710-SNAPSHOT-ONE-RCD
               UNTIL EOF-SWITCH = "Y".
           IF SNAP-CUR-PURCHASER NOT = SPACES
               PERFORM 720-WRITE-SNAPSHOT-RCD
           END-IF.
           CLOSE SORTEDFILE
                 EXCEPTFILE
                 DUPFILE
                 SNAPWORK.
           PERFORM 740-REPLACE-SNAPSHOT-FILE.
           IF SNAP-REPLACED-COUNT > ZERO
               DISPLAY SNAP-REPLACED-COUNT " EARLIER SNAPSHOT RECORD(S)"
                   " FOR " SNAP-PERIOD " REPLACED"
           END-IF.
           IF SNAP-LATER-COUNT > ZERO
               DISPLAY SNAP-LATER-COUNT " INVOICE(S) DATED AFTER "
                   SNAP-AS-OF-DATE " LEFT OUT"
           END-IF.
           DISPLAY "SNAPSHOT RUN COMPLETE - " SNAP-RECORD-COUNT
               " RECORD(S) FOR " SNAP-PERIOD " AS OF " SNAP-AS-OF-DATE
               ", " SNAP-OPEN-TOTAL " OPEN".

      *----THE PERIOD DEFAULTS TO THE RUN MONTH, AGED AS OF TODAY. A
      *----PAST PERIOD (A CLOSE RUN LATE) IS AGED AS OF ITS LAST DAY
      *----INSTEAD, AND INVOICES DATED AFTER THAT DAY ARE LEFT OUT;
      *----PAYMENTS ARE TAKEN AS THEY STAND ON FILE TODAY----
       705-SET-SNAPSHOT-PERIOD.
           MOVE RUN-DATE-NUM (1:6) TO SNAP-RUN-PERIOD.
           MOVE SNAP-RUN-PERIOD TO SNAP-PERIOD.
           MOVE RUN-DATE-NUM TO SNAP-AS-OF-DATE.
           IF SNAP-PERIOD-PARM NOT = SPACES
                  AND SNAP-PERIOD-PARM NOT = SNAP-RUN-PERIOD
               IF SNAP-PERIOD-PARM IS NUMERIC
                      AND SNAP-PERIOD-PARM < SNAP-RUN-PERIOD
                      AND SNAP-PERIOD-PARM (5:2) >= "01"
                      AND SNAP-PERIOD-PARM (5:2) <= "12"
                   MOVE SNAP-PERIOD-PARM TO SNAP-PERIOD
                   MOVE SNAP-YEAR TO SNAP-NEXT-YEAR
                   MOVE SNAP-MONTH TO SNAP-NEXT-MM
                   MOVE 1 TO SNAP-NEXT-DAY
                   IF SNAP-NEXT-MM = 12
                       ADD 1 TO SNAP-NEXT-YEAR
                       MOVE 1 TO SNAP-NEXT-MM
                   ELSE
                       ADD 1 TO SNAP-NEXT-MM
                   END-IF
                   COMPUTE RUN-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (SNAP-NEXT-MONTH-NUM)
                       - 1
                   COMPUTE SNAP-AS-OF-DATE =
                       FUNCTION DATE-OF-INTEGER (RUN-DATE-INTEGER)
               ELSE
                   DISPLAY "*SNAPSHOT PERIOD " SNAP-PERIOD-PARM
                       " IS NOT A PAST MONTH - RUN MONTH "
                       SNAP-RUN-PERIOD " USED*"
               END-IF
           END-IF.

       710-SNAPSHOT-ONE-RCD.
           PERFORM 210-READ-PURCHASER-RCD.
           IF EOF-SWITCH = "N"
               PERFORM 215-VALIDATE-PURCHASER-RCD
               IF BAD-RECORD-SWITCH = "Y"
                   PERFORM 225-WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM 217-CHECK-FOR-DUPLICATE
                   IF DUP-RECORD-SWITCH = "Y"
                       PERFORM 227-WRITE-DUPLICATE-LINE
                   ELSE
                   IF EMP-INVOICE-DATE > SNAP-AS-OF-DATE
                       ADD 1 TO SNAP-LATER-COUNT
                   ELSE
                       PERFORM 715-AGE-ONE-SNAPSHOT-RCD
                   END-IF
               END-IF
           END-IF.

      *----ONE INVOICE INTO ITS BRANCH/PURCHASER'S BUCKETS. SALES
      *----ARE THE PERIOD'S INVOICES AT FULL PRICE, FOR THE DAYS-
      *----SALES-OUTSTANDING FIGURE; FINANCE CHARGES ARE OWED BUT
      *----ARE NOT SALES----
       715-AGE-ONE-SNAPSHOT-RCD.
           IF SORTED-BRANCH NOT = SNAP-CUR-BRANCH
                  OR EMP-PURCHASER-NUMBER NOT = SNAP-CUR-PURCHASER
               IF SNAP-CUR-PURCHASER NOT = SPACES
                   PERFORM 720-WRITE-SNAPSHOT-RCD
               END-IF
               MOVE SORTED-BRANCH TO SNAP-CUR-BRANCH
               MOVE EMP-PURCHASER-NUMBER TO SNAP-CUR-PURCHASER
               MOVE EMP-PURCHASER-NAME TO SNAP-CUR-NAME
               MOVE ZERO TO SNAP-AGE-30
               MOVE ZERO TO SNAP-AGE-60
               MOVE ZERO TO SNAP-AGE-90
               MOVE ZERO TO SNAP-AGE-OVER
               MOVE ZERO TO SNAP-SALES
           END-IF.
           PERFORM 214-APPLY-PAYMENTS.
           COMPUTE INVOICE-INTEGER =
               FUNCTION INTEGER-OF-DATE (EMP-INVOICE-DATE).
           PERFORM 312-COMPUTE-AGE-DAYS.
           EVALUATE TRUE
               WHEN AGE-DAYS NOT > 30
                   ADD OPEN-BALANCE TO SNAP-AGE-30
               WHEN AGE-DAYS NOT > 60
                   ADD OPEN-BALANCE TO SNAP-AGE-60
               WHEN AGE-DAYS NOT > 90
                   ADD OPEN-BALANCE TO SNAP-AGE-90
               WHEN OTHER
                   ADD OPEN-BALANCE TO SNAP-AGE-OVER
           END-EVALUATE.
           IF EMP-INVOICE-DATE (1:6) = SNAP-PERIOD
                  AND SORTED-BRANCH NOT = "FIN"
               ADD EMP-PRICE TO SNAP-SALES
           END-IF.

      *----A BRANCH/PURCHASER WITH NOTHING OPEN AND NO SALES IN THE
      *----PERIOD HAS NOTHING TO SAY AND IS NOT WRITTEN----
       720-WRITE-SNAPSHOT-RCD.
           IF SNAP-AGE-30 + SNAP-AGE-60 + SNAP-AGE-90 + SNAP-AGE-OVER
                  + SNAP-SALES > ZERO
               MOVE SNAP-PERIOD        TO SN-PERIOD
               MOVE SNAP-CUR-BRANCH    TO SN-BRANCH
               MOVE SNAP-CUR-PURCHASER TO SN-PURCHASER
               MOVE SNAP-CUR-NAME      TO SN-NAME
               MOVE SNAP-AGE-30        TO SN-AGE-30
               MOVE SNAP-AGE-60        TO SN-AGE-60
               MOVE SNAP-AGE-90        TO SN-AGE-90
               MOVE SNAP-AGE-OVER      TO SN-AGE-OVER
               MOVE SNAP-SALES         TO SN-SALES
               MOVE SNAP-AS-OF-DATE    TO SN-AS-OF-DATE
               WRITE SNAPWORK-PICS FROM SNAPFILE-PICS
               ADD 1 TO SNAP-RECORD-COUNT
               COMPUTE SNAP-OPEN-TOTAL = SNAP-OPEN-TOTAL
                   + SNAP-AGE-30 + SNAP-AGE-60 + SNAP-AGE-90
                   + SNAP-AGE-OVER
           END-IF.

      *----EVERY OTHER PERIOD'S RECORDS TO THE WORK FILE; THIS
      *----PERIOD'S EARLIER RECORDS ARE COUNTED AND DROPPED. NO
      *----SNAPSHOT FILE YET JUST MEANS AN EMPTY WORK FILE----
       730-COPY-OTHER-PERIODS.
           MOVE ZERO TO SNAP-REPLACED-COUNT.
           MOVE "N" TO SNAP-EOF-SWITCH.
           OPEN OUTPUT SNAPWORK.
           OPEN INPUT SNAPFILE.
           IF SNAPFILE-STATUS NOT = "35"
               PERFORM 731-READ-SNAPSHOT-RCD
               PERFORM 732-COPY-ONE-SNAPSHOT-RCD
                   UNTIL SNAP-EOF-SWITCH = "Y"
               CLOSE SNAPFILE
           END-IF.
           CLOSE SNAPWORK.

       731-READ-SNAPSHOT-RCD.
           READ SNAPFILE
               AT END
                   MOVE "Y" TO SNAP-EOF-SWITCH
           END-READ.

       732-COPY-ONE-SNAPSHOT-RCD.
           IF SN-PERIOD = SNAP-PERIOD
               ADD 1 TO SNAP-REPLACED-COUNT
           ELSE
               WRITE SNAPWORK-PICS FROM SNAPFILE-PICS
           END-IF.
           PERFORM 731-READ-SNAPSHOT-RCD.

      *----THE WORK FILE BECOMES THE SNAPSHOT FILE----
       740-REPLACE-SNAPSHOT-FILE.
           MOVE "N" TO SNAP-EOF-SWITCH.
           OPEN INPUT SNAPWORK
                OUTPUT SNAPFILE.
           PERFORM 741-READ-SNAPWORK-RCD.
           PERFORM 742-COPY-BACK-ONE-RCD
               UNTIL SNAP-EOF-SWITCH = "Y".
           CLOSE SNAPWORK
                 SNAPFILE.

       741-READ-SNAPWORK-RCD.
           READ SNAPWORK
               AT END
                   MOVE "Y" TO SNAP-EOF-SWITCH
           END-READ.

       742-COPY-BACK-ONE-RCD.
           WRITE SNAPFILE-PICS FROM SNAPWORK-PICS.
           PERFORM 741-READ-SNAPWORK-RCD.

      *----WRITE GRAND TOTALS AND EOR TO REPORT----
       999-END.
           IF CB-COUNT > ZERO
