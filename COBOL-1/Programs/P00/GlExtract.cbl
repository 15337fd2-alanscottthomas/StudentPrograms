       identification division.
       program-id. GL-EXTRACT.
       author. Alan Thomas.
       date-compiled.
      *function: Build the month's general ledger journal entry from
      *the three places the money is already counted, instead of
      *accounting re-keying totals off our reports and chasing the
      *ones that do not tie. For one period (YYYYMM, keyed or
      *GL_PERIOD in the parameter file, last month when neither is
      *given) it reads:
      *  SALES - the SALES-TAX audit log: that month's archive
      *     (SALESTAX.LOG.YYYYMM, named the way MONTH-END-ARCHIVE
      *     names it) plus the live log lines dated in the month,
      *     the same two places TAX-REMIT's quarterly filing reads.
      *     Each tender's total is debited to its clearing account,
      *     the price credited to sales and the tax credited to the
      *     payable account for its jurisdiction and STATE/COUNTY/
      *     CITY component.
      *  AR - P05's invoices (the transmission, the house-charge
      *     feed and the finance-charge feed) dated in the month,
      *     the payments and credits on P05PAY.DAT paid in the
      *     month, write-offs and recoveries on P05WOFF.DAT posted
      *     in the month, and the discounts taken: an invoice whose
      *     last payment came in the month, inside a discount tier,
      *     and left no more open than that tier's discount is
      *     closed by a discount for what was left. A house charge
      *     credited back by a SALES-TAX return clears the HOUSE
      *     tender account, not cash.
      *  PAYRL - the certified payroll register figures
      *     PAYROLL-REGISTER appends to P09PAYJ.DAT, for the runs
      *     certified in the month: gross to each department's
      *     expense account, each deduction and tax code to its
      *     payable account, and net pay.
      *Accounts come from the account map (GLMAP.DAT, key
      *GL_ACCOUNT_MAP_FILE). The journal file (GLJRNL.DAT, key
      *GL_JOURNAL_FILE) gets one line per account, department and
      *description within each source, with a debit or a credit,
      *between an HDR and a TRL record. The journal proof
      *(GLPROOF.RPT, key GL_PROOF_FILE) shows every line and the
      *debits against the credits by source. A source out of
      *balance or a line with no account on the map rejects the
      *whole batch: the proof still prints, and the journal file is
      *left empty so nothing half right can be loaded.
      *input files SALESTAX.LOG, SALESTAX.LOG.YYYYMM, P05D.dat,
      *  P05HOUSE.DAT, P05FIN.DAT, P05PAY.DAT, P05WOFF.DAT,
      *  P09PAYJ.DAT, GLMAP.DAT
      *output files GLJRNL.DAT, GLPROOF.RPT
      *printer ouput None
      *
      *MODS:
      *05/26/2016 - AT - first version.

       environment division.
           input-output section.
               file-control.
               SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-FILE-NAME
               organization is line sequential
               file status is AUDIT-FILE-STATUS.

               SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
               organization is line sequential
               file status is ARCHIVE-FILE-STATUS.

               SELECT INVOICE-FILE ASSIGN TO DYNAMIC INVOICE-FILE-NAME
               organization is line sequential
               file status is INVOICE-FILE-STATUS.

               SELECT PAYMENT-FILE ASSIGN TO DYNAMIC PAYMENT-FILE-NAME
               organization is line sequential
               file status is PAYMENT-FILE-STATUS.

               SELECT WOFF-FILE ASSIGN TO DYNAMIC WOFF-FILE-NAME
               organization is line sequential
               file status is WOFF-FILE-STATUS.

               SELECT PAYJ-FILE ASSIGN TO DYNAMIC PAYJ-FILE-NAME
               organization is line sequential
               file status is PAYJ-FILE-STATUS.

               SELECT MAP-FILE ASSIGN TO DYNAMIC MAP-FILE-NAME
               organization is line sequential
               file status is MAP-FILE-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
               organization is line sequential.

               SELECT PROOF-FILE ASSIGN TO DYNAMIC PROOF-FILE-NAME
               organization is line sequential.

               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.

               SELECT DAILY-LOG-FILE ASSIGN TO DYNAMIC
                  DAILY-LOG-FILE-NAME
               organization is line sequential
               file status is DAILY-LOG-STATUS.

       data division.
           file section.
           FD AUDIT-FILE.
           01 AUDIT-LINE               PIC X(250).

      *----ONE MONTH'S DATED ARCHIVE (SALESTAX.LOG.YYYYMM)----
           FD ARCHIVE-FILE.
           01 ARCHIVE-LINE             PIC X(250).

      *----P05'S INVOICES (THEIRFILE-PICS, HDR/TRL ENVELOPE SKIPPED)
      *----AND THE HOUSE AND FINANCE-CHARGE FEEDS, WHICH ARE WRITTEN
      *----IN THE SAME LAYOUT - ONE FD, READ THREE TIMES----
           FD INVOICE-FILE.
           01 INVOICE-RECORD.
               05 INV-PURCHASER        PIC X(5).
               05 INV-NAME             PIC X(20).
               05 INV-PRICE            PIC 9(7).
               05 INV-INVOICE-DATE     PIC 9(8).
               05 INV-INVOICE-NUMBER   PIC X(8).

      *----P05'S PAYMENTS AND CREDITS (PAYFILE-PICS)----
           FD PAYMENT-FILE.
           01 PAYMENT-RECORD.
               05 PAY-PURCHASER        PIC X(5).
               05 PAY-INVOICE-DATE     PIC 9(8).
               05 PAY-AMOUNT           PIC 9(7).
               05 PAY-PAYMENT-DATE     PIC 9(8).
               05 PAY-INVOICE-NUMBER   PIC X(8).

      *----P05'S BAD-DEBT WRITE-OFFS (W) AND RECOVERIES (R)----
           FD WOFF-FILE.
           01 WOFF-RECORD.
               05 WOF-TYPE             PIC X.
               05 WOF-PURCHASER        PIC X(5).
               05 WOF-INVOICE-DATE     PIC X(8).
               05 WOF-BRANCH           PIC X(3).
               05 WOF-AMOUNT-X         PIC X(7).
               05 WOF-AMOUNT REDEFINES WOF-AMOUNT-X
                                       PIC 9(7).
               05 WOF-REASON           PIC X(2).
               05 WOF-APPROVER         PIC X(3).
               05 WOF-OPERATOR         PIC X(3).
               05 WOF-POST-DATE        PIC X(8).
               05 WOF-INVOICE-NUMBER   PIC X(8).

      *----A CERTIFIED PAYROLL RUN'S FIGURES, AS PAYROLL-REGISTER
      *----APPENDS THEM: G)ROSS BY DEPARTMENT CODE, D)EDUCTION CODE,
      *----T)AX CODE, N)ET PAY----
           FD PAYJ-FILE.
           01 PAYJ-RECORD.
               05 PJ-RUN-DATE          PIC 9(8).
               05 PJ-FREQUENCY         PIC X.
               05 PJ-TYPE              PIC X.
               05 PJ-CODE              PIC X(6).
               05 PJ-AMOUNT            PIC 9(9)V99.
               05 PJ-OPERATOR          PIC X(3).

      *----THE ACCOUNT MAP: A KIND, A KEY WITHIN THE KIND, AND THE
      *----GENERAL LEDGER ACCOUNT. KINDS AND KEYS -
      *----  TAX  JURISDICTION (COLS 1-3) + COMPONENT S/C/Y (COL 4)
      *----  TEND TENDER AS SALES-TAX LOGS IT (CASH, CHECK, CARD,
      *----       HOUSE)
      *----  DEPT DEPARTMENT CODE (2 DIGITS) - SALARY EXPENSE
      *----  DED  PAYROLL DEDUCTION CODE - ITS PAYABLE
      *----  WHT  PAYROLL TAX CODE - ITS PAYABLE
      *----  CTRL SALES, ARSALES, FINCHG, AR, CASH, DISCOUNT,
      *----       BADDEBT, NETPAY
      *----A BLANK KEY (FOR TAX, A BLANK JURISDICTION WITH THE
      *----COMPONENT) COVERS EVERY KEY OF THAT KIND WITHOUT A RECORD
      *----OF ITS OWN. CTRL KEYS HAVE NO DEFAULT----
           FD MAP-FILE.
           01 MAP-RECORD.
               05 MR-KIND              PIC X(4).
               05 MR-KEY               PIC X(8).
               05 MR-ACCOUNT           PIC X(10).
               05 FILLER               PIC X(58).

      *----THE JOURNAL ENTRY FILE (LAYOUTS BELOW)----
           FD JOURNAL-FILE.
           01 JOURNAL-LINE             PIC X(100).

           FD PROOF-FILE.
           01 PROOF-LINE               PIC X(132).

           FD PARM-FILE.
           01 PARM-RECORD              PIC X(120).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD         PIC X(80).


       working-storage section.
       01  AUDIT-FILE-STATUS   PIC X(2)        VALUE SPACES.
       01  AUDIT-FILE-NAME     PIC X(80)       VALUE "SALESTAX.LOG".
       01  ARCHIVE-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  ARCHIVE-FILE-NAME   PIC X(80)       VALUE SPACES.
       01  INVOICE-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  INVOICE-FILE-NAME   PIC X(80)       VALUE SPACES.
       01  PAYMENT-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  WOFF-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  PAYJ-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  MAP-FILE-STATUS     PIC X(2)        VALUE SPACES.

      *----THE P05 AND P09 FILES DEFAULT WHERE THE PROGRAMS THAT
      *----WRITE THEM DEFAULT; THE PARAMETER FILE RE-POINTS THEM----
       01  FILE-NAME-FIELDS.
           05 THEIRFILE-NAME    PIC X(80)
               VALUE "E:\programming\P05D.dat".
           05 HOUSEFEED-NAME    PIC X(80)
               VALUE "E:\programming\P05HOUSE.DAT".
           05 FINFEED-NAME      PIC X(80)
               VALUE "E:\programming\P05FIN.DAT".
           05 PAYMENT-FILE-NAME PIC X(80)
               VALUE "E:\programming\P05PAY.DAT".
           05 WOFF-FILE-NAME    PIC X(80)
               VALUE "E:\programming\P05WOFF.DAT".
           05 PAYJ-FILE-NAME    PIC X(80)
               VALUE "C:\COBOL\P09PAYJ.DAT".
           05 MAP-FILE-NAME     PIC X(80)
               VALUE "GLMAP.DAT".
           05 JOURNAL-FILE-NAME PIC X(80)
               VALUE "GLJRNL.DAT".
           05 PROOF-FILE-NAME   PIC X(80)
               VALUE "GLPROOF.RPT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME KEYS THE PROGRAMS THAT WRITE THESE
      *----FILES HONOR, SO THE JOURNAL IS BUILT FROM THE SAME FILES--
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01  EOF-SWITCH          PIC X           VALUE "N".

      *----SET WHEN A REFERENCE FILE FAILS ITS LOAD CHECKS OR THE
      *----PERIOD IS NOT A REAL MONTH - NOTHING IS EXTRACTED----
       01  LOAD-ERROR-SWITCH   PIC X           VALUE "N".
           88 LOAD-ERROR-FOUND                 VALUE "Y".
       01  PERIOD-ERROR-SWITCH PIC X           VALUE "N".
           88 PERIOD-ERROR-FOUND               VALUE "Y".

      *----THE PERIOD BEING JOURNALED AND ITS FIRST AND LAST DAY----
       01  PERIOD-FIELDS.
           05 GL-PERIOD         PIC 9(6)  VALUE ZERO.
           05 GL-PERIOD-X REDEFINES GL-PERIOD.
              10 GL-PERIOD-YEAR  PIC 9(4).
              10 GL-PERIOD-MONTH PIC 9(2).
           05 KEYED-PERIOD      PIC 9(6)  VALUE ZERO.
           05 PERIOD-FROM       PIC 9(8)  VALUE ZERO.
           05 PERIOD-TO         PIC 9(8)  VALUE ZERO.
           05 NEXT-MONTH-START  PIC 9(8)  VALUE ZERO.
           05 RUN-DATE          PIC 9(8)  VALUE ZERO.
           05 RUN-DATE-X REDEFINES RUN-DATE.
              10 RUN-YEAR        PIC 9(4).
              10 RUN-MONTH       PIC 9(2).
              10 RUN-DAY         PIC 9(2).
           05 LINE-DATE         PIC 9(8)  VALUE ZERO.
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.

      *----P05'S DISCOUNT SCHEDULE, SAME DEFAULTS AND KEYS AS
      *----REPORTMAKER: TIER 1 IS PAID INSIDE 30 DAYS, TIER 2 INSIDE
      *----60, TIER 3 INSIDE 90 (ONLY WHEN THREE TIERS ARE IN USE)--
       01 DISCOUNT-TIER-COUNT          PIC 9       VALUE 3.
       01 DISCOUNT-RATE-DEFS.
           05 FILLER                   PIC V999    VALUE .100.
           05 FILLER                   PIC V999    VALUE .200.
           05 FILLER                   PIC V999    VALUE .300.
       01 DISCOUNT-RATE-TABLE REDEFINES DISCOUNT-RATE-DEFS.
           05 DISCOUNT-RATE OCCURS 3 TIMES PIC V999.
       01 ENV-DISCOUNT-NUM             PIC 9(3)    VALUE ZERO.

      *----THE ACCOUNT MAP AS LOADED----
       01  MAP-COUNT           PIC 9(3)        VALUE ZERO.
       01  MAP-TABLE.
           05 MAP-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON MAP-COUNT
                  INDEXED BY MP-IX.
              10 MP-KIND           PIC X(4).
              10 MP-KEY            PIC X(8).
              10 MP-ACCOUNT        PIC X(10).

      *----THE JOURNAL AS IT BUILDS: ONE ROW PER SOURCE, MAP KIND AND
      *----KEY, DEPARTMENT AND DESCRIPTION, NETTED AS A SIGNED
      *----AMOUNT (DEBIT POSITIVE). THE ACCOUNT IS LOOKED UP WHEN THE
      *----ROW IS STARTED; SPACES MEANS THE MAP HAS NONE----
       01  JOURNAL-COUNT       PIC 9(3)        VALUE ZERO.
       01  JOURNAL-TABLE.
           05 JOURNAL-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON JOURNAL-COUNT
                  INDEXED BY JR-IX.
              10 JR-SOURCE         PIC X(5).
              10 JR-KIND           PIC X(4).
              10 JR-KEY            PIC X(8).
              10 JR-DEPARTMENT     PIC X(2).
              10 JR-DESCRIPTION    PIC X(30).
              10 JR-ACCOUNT        PIC X(10).
              10 JR-AMOUNT         PIC S9(11)V99.
       01  JOURNAL-FULL-SW     PIC X           VALUE "N".

      *----ONE AMOUNT ON ITS WAY INTO THE JOURNAL TABLE----
       01  POST-FIELDS.
           05 POST-SOURCE       PIC X(5)     VALUE SPACES.
           05 POST-KIND         PIC X(4)     VALUE SPACES.
           05 POST-KEY          PIC X(8)     VALUE SPACES.
           05 POST-DEPARTMENT   PIC X(2)     VALUE SPACES.
           05 POST-DESCRIPTION  PIC X(30)    VALUE SPACES.
           05 POST-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05 FOUND-ACCOUNT     PIC X(10)    VALUE SPACES.
           05 MAP-FOUND-SW      PIC X        VALUE "N".
               88 MAP-FOUND         VALUE "Y".

      *----THE THREE SOURCES, IN PROOF ORDER, WITH WHAT EACH READ
      *----AND ITS DEBIT AND CREDIT TOTALS----
       01  SOURCE-DEFS.
           05 FILLER PIC X(45) VALUE
               "SALESSALES-TAX AUDIT LOG - LINES READ        ".
           05 FILLER PIC X(45) VALUE
               "AR   P05 RECEIVABLES - RECORDS IN PERIOD     ".
           05 FILLER PIC X(45) VALUE
               "PAYRLCERTIFIED PAYROLL - FIGURES IN PERIOD   ".
       01  SOURCE-TABLE REDEFINES SOURCE-DEFS.
           05 SOURCE-ENTRY OCCURS 3 TIMES.
              10 SR-CODE           PIC X(5).
              10 SR-TITLE          PIC X(40).
       01  SOURCE-TOTALS.
           05 SOURCE-TOTAL OCCURS 3 TIMES.
              10 ST-INPUT-COUNT    PIC 9(7).
              10 ST-DEBIT          PIC 9(11)V99.
              10 ST-CREDIT         PIC 9(11)V99.
       01  SOURCE-SUB          PIC 9           VALUE ZERO.

      *----BATCH TOTALS AND WHAT DECIDES ACCEPT OR REJECT----
       01  BATCH-FIELDS.
           05 BATCH-DEBIT       PIC 9(11)V99 VALUE ZERO.
           05 BATCH-CREDIT      PIC 9(11)V99 VALUE ZERO.
           05 BALANCE-DIFF      PIC S9(11)V99 VALUE ZERO.
           05 UNBALANCED-COUNT  PIC 9(5)    VALUE ZERO.
           05 NO-ACCOUNT-COUNT  PIC 9(5)    VALUE ZERO.
           05 DETAIL-COUNT      PIC 9(7)    VALUE ZERO.
           05 JOURNAL-REC-COUNT PIC 9(7)    VALUE ZERO.
           05 DISCOUNT-COUNT    PIC 9(5)    VALUE ZERO.
           05 HOUSE-RETURN-COUNT PIC 9(5)   VALUE ZERO.
           05 BATCH-STATUS-SW   PIC X       VALUE "A".
               88 BATCH-ACCEPTED    VALUE "A".
               88 BATCH-REJECTED    VALUE "R".

      *----THE AUDIT LOG LINE AS SALES-TAX's 120-WRITE-AUDIT-LINE
      *----LAYS IT OUT (AUDIT-LINE-OUT OVER THERE)----
       01  AUDIT-LINE-IN.
           05 ALI-JURISDICTION   PIC X(3).
           05 FILLER             PIC X(2).
           05 ALI-PRICE          PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-SALES-TAX      PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-TOTAL          PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-EXEMPT         PIC X(9).
           05 FILLER             PIC X(2).
           05 ALI-TRANS-TYPE     PIC X(6).
               88 ALI-RETURN-OR-VOID VALUE "RETURN" "VOID".
           05 FILLER             PIC X(2).
           05 ALI-REGISTER       PIC X(4).
           05 FILLER             PIC X(2).
           05 ALI-ITEM-COUNT     PIC X(3).
           05 FILLER             PIC X(2).
           05 ALI-RECEIPT-NO     PIC X(6).
           05 FILLER             PIC X(2).
           05 ALI-TENDER         PIC X(5).
           05 FILLER             PIC X(2).
           05 ALI-STATE-TAX      PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-COUNTY-TAX     PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-CITY-TAX       PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-TRANS-DATE     PIC X(8).
           05 FILLER             PIC X(2).
           05 ALI-TRANS-TIME     PIC X(6).
           05 FILLER             PIC X(66).
           05 ALI-HOUSE-ACCOUNT  PIC X(5).
           05 FILLER             PIC X(2).
           05 ALI-HOUSE-INV-DATE PIC X(8).
           05 FILLER             PIC X(2).
           05 ALI-HOUSE-INV-NUMBER PIC X(8).
           05 FILLER             PIC X(21).

      *----NUMERIC WORK FIELDS PARSED OUT OF THE EDITED LOG AMOUNTS----
       01  SALES-WORK.
           05 PRICE-NUM          PIC S9(6)V99    VALUE ZERO.
           05 SALES-TAX-NUM      PIC S9(6)V99    VALUE ZERO.
           05 TOTAL-NUM          PIC S9(6)V99    VALUE ZERO.
           05 STATE-TAX-NUM      PIC S9(6)V99    VALUE ZERO.
           05 COUNTY-TAX-NUM     PIC S9(6)V99    VALUE ZERO.
           05 CITY-TAX-NUM       PIC S9(6)V99    VALUE ZERO.
           05 HOUSE-CHARGE-NUM   PIC 9(7)        VALUE ZERO.

      *----HOUSE CHARGES SALES-TAX CREDITED BACK ON A RETURN OR VOID
      *----IN THE PERIOD. SALES-TAX WROTE EACH ONE TO P05PAY.DAT AS A
      *----CREDIT (PURCHASER, THE ORIGINAL CHARGE'S NUMBER, THE TOTAL
      *----IN WHOLE DOLLARS); THE MATCHING PAYMENT RECORD CLEARS THE
      *----HOUSE TENDER ACCOUNT INSTEAD OF CASH----
       01  HOUSE-CREDIT-COUNT  PIC 9(3)        VALUE ZERO.
       01  HOUSE-CREDIT-TABLE.
           05 HOUSE-CREDIT-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON HOUSE-CREDIT-COUNT
                  INDEXED BY HC-IX.
              10 HC-PURCHASER      PIC X(5).
              10 HC-INVOICE-NUMBER PIC X(8).
              10 HC-AMOUNT         PIC 9(7).
              10 HC-USED-SW        PIC X.
       01  HOUSE-CREDIT-FULL-SW PIC X          VALUE "N".
       01  HOUSE-CREDIT-FOUND-SW PIC X         VALUE "N".
           88 HOUSE-CREDIT-FOUND               VALUE "Y".

      *----EVERY P05 INVOICE ON FILE THROUGH THE END OF THE PERIOD,
      *----WITH WHAT HAS BEEN PAID ON IT AND WHEN, FOR THE DISCOUNT
      *----CHECK----
       01  INVOICE-COUNT       PIC 9(4)        VALUE ZERO.
       01  INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON INVOICE-COUNT
                  INDEXED BY IV-IX.
              10 IV-PURCHASER      PIC X(5).
              10 IV-INVOICE-NUMBER PIC X(8).
              10 IV-INVOICE-DATE   PIC 9(8).
              10 IV-PRICE          PIC 9(7).
              10 IV-PAID           PIC 9(9).
              10 IV-LAST-PAID      PIC 9(8).
              10 IV-WRITTEN-OFF-SW PIC X.
       01  INVOICE-FOUND-SW    PIC X           VALUE "N".
           88 INVOICE-FOUND                    VALUE "Y".

      *----WHICH OF THE THREE INVOICE FILES IS BEING READ----
       01  INVOICE-KIND        PIC X           VALUE SPACE.
           88 TRANSMITTED-INVOICES             VALUE "T".
           88 HOUSE-INVOICES                   VALUE "H".
           88 FINANCE-INVOICES                 VALUE "F".

       01  DISCOUNT-WORK.
           05 AGE-DAYS          PIC S9(7)   VALUE ZERO.
           05 OPEN-AMOUNT       PIC S9(9)   VALUE ZERO.
           05 ALLOWED-DISCOUNT  PIC 9(9)    VALUE ZERO.
           05 TIER-RATE         PIC V999    VALUE ZERO.

      *----JOURNAL FILE RECORDS, 100 BYTES. THE TRAILER'S RECORD
      *----COUNT INCLUDES THE HEADER AND THE TRAILER ITSELF----
       01  JOURNAL-HEADER-OUT.
           05 JHO-RECORD-TYPE    PIC X(3)     VALUE "HDR".
           05 JHO-PERIOD         PIC 9(6).
           05 JHO-PERIOD-FROM    PIC 9(8).
           05 JHO-PERIOD-TO      PIC 9(8).
           05 JHO-RUN-DATE       PIC 9(8).
           05 JHO-OPERATOR       PIC X(3).
           05 FILLER             PIC X(64)    VALUE SPACES.

       01  JOURNAL-DETAIL-OUT.
           05 JDO-RECORD-TYPE    PIC X(3)     VALUE "DTL".
           05 JDO-PERIOD         PIC 9(6).
           05 JDO-SOURCE         PIC X(5).
           05 JDO-ACCOUNT        PIC X(10).
           05 JDO-DEPARTMENT     PIC X(2).
           05 JDO-DEBIT          PIC 9(9)V99.
           05 JDO-CREDIT         PIC 9(9)V99.
           05 JDO-DESCRIPTION    PIC X(30).
           05 FILLER             PIC X(22)    VALUE SPACES.

       01  JOURNAL-TRAILER-OUT.
           05 JTO-RECORD-TYPE    PIC X(3)     VALUE "TRL".
           05 JTO-PERIOD         PIC 9(6).
           05 JTO-RECORD-COUNT   PIC 9(7).
           05 JTO-TOTAL-DEBIT    PIC 9(11)V99.
           05 JTO-TOTAL-CREDIT   PIC 9(11)V99.
           05 FILLER             PIC X(58)    VALUE SPACES.

       01  HEADING-LINE-1.
           05 FILLER  PIC X(38) VALUE
               "GENERAL LEDGER JOURNAL PROOF - PERIOD ".
           05 HL1-PERIOD PIC 9(6).
           05 FILLER  PIC X(6)  VALUE SPACES.
           05 FILLER  PIC X(5)  VALUE "RUN: ".
           05 HL1-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           05 FILLER  PIC X(14) VALUE "  DATES FROM ".
           05 HL2-FROM PIC 9(8).
           05 FILLER  PIC X(6)  VALUE " THRU ".
           05 HL2-TO   PIC 9(8).

       01  DASH-LINE.
           05 FILLER  PIC X(100) VALUE ALL "-".

       01  SOURCE-HEADING-LINE.
           05 FILLER  PIC X(8)  VALUE "SOURCE ".
           05 SHL-CODE PIC X(5).
           05 FILLER  PIC X(3)  VALUE " - ".
           05 SHL-TITLE PIC X(40).
           05 SHL-COUNT PIC ZZZ,ZZ9.

       01  COLUMN-HEADING-LINE.
           05 FILLER  PIC X(12) VALUE "ACCOUNT".
           05 FILLER  PIC X(6)  VALUE "DEPT".
           05 FILLER  PIC X(19) VALUE "             DEBIT".
           05 FILLER  PIC X(19) VALUE "            CREDIT".
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 FILLER  PIC X(30) VALUE "DESCRIPTION".

       01  PROOF-DETAIL-LINE.
           05 PDL-ACCOUNT     PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PDL-DEPARTMENT  PIC X(2).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 PDL-DEBIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PDL-CREDIT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 PDL-DESCRIPTION PIC X(30).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PDL-FLAG        PIC X(30).

       01  PROOF-TOTAL-LINE.
           05 PTL-LABEL       PIC X(18).
           05 PTL-DEBIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PTL-CREDIT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 PTL-RESULT      PIC X(20).
           05 PTL-DIFF        PIC ZZ,ZZZ,ZZZ,ZZZ.ZZ-.

       01  MESSAGE-LINE.
           05 ML-TEXT         PIC X(100).

       01  COUNT-LINE.
           05 CL-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CL-TEXT         PIC X(70).


      *----THE SHARED DAILY RUN LOG (SAME NAME AND OVERRIDES AS
      *----THE OTHER WRITERS): A STARTED LINE AT THE TOP OF THE RUN
      *----AND A COMPLETED LINE AT THE END, SO THE MORNING REPORT AND
      *----DEADLINE-CHECK CAN SEE THAT THIS JOB RAN----
       01  DAILY-LOG-STATUS    PIC X(2)  VALUE SPACES.
       01  DAILY-LOG-FILE-NAME PIC X(80) VALUE "DAILY.LOG".
       01  ENV-OVERRIDE        PIC X(80) VALUE SPACES.

       01  DLL-CURRENT-DATE-AND-TIME.
           05 DLL-CD-YEAR     PIC 9(4).
           05 DLL-CD-MONTH    PIC 9(2).
           05 DLL-CD-DAY      PIC 9(2).
           05 DLL-CD-HOURS    PIC 9(2).
           05 DLL-CD-MINUTES  PIC 9(2).
           05 DLL-CD-SECONDS  PIC 9(2).
           05 FILLER          PIC X(7).

       01  DAILY-LOG-LINE.
           05 DLL-PROGRAM        PIC X(12)  VALUE "GL-EXTRACT".
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 DLL-EVENT          PIC X(9).
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 DLL-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 DLL-RUN-TIME       PIC 9(6).
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 DLL-RECORD-COUNT   PIC Z(6)9.
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 DLL-STATUS         PIC X(8).
           05 FILLER             PIC X(2)   VALUE SPACES.
           05 DLL-OPERATOR       PIC X(3).

      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE: AN UNATTENDED RUN
      *----TAKES GL_PERIOD (OR LAST MONTH) WITHOUT ASKING----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

      *----THE SIGNED-ON OPERATOR HANDED DOWN BY THE MENU DRIVER
      *----(EXTERNAL; BLANK ON A STANDALONE RUN)----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.


       procedure division.

       000-MAIN.
           MOVE "N" TO LOAD-ERROR-SWITCH.
           MOVE "N" TO PERIOD-ERROR-SWITCH.
           INITIALIZE PERIOD-FIELDS.
           INITIALIZE SOURCE-TOTALS.
           INITIALIZE BATCH-FIELDS.
           MOVE "A" TO BATCH-STATUS-SW.
           MOVE ZERO TO MAP-COUNT.
           MOVE ZERO TO JOURNAL-COUNT.
           MOVE ZERO TO HOUSE-CREDIT-COUNT.
           MOVE ZERO TO INVOICE-COUNT.
           MOVE "N" TO JOURNAL-FULL-SW.
           MOVE "N" TO HOUSE-CREDIT-FULL-SW.
           DISPLAY "--------------------------------------------".
           DISPLAY "  GENERAL LEDGER JOURNAL EXTRACT".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           PERFORM 010-GET-PERIOD.
           IF PERIOD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - " GL-PERIOD " IS NOT A"
                   " PERIOD (YYYYMM)*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "BADPARM" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "BADPARM" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 020-LOAD-ACCOUNT-MAP.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NO JOURNAL WAS BUILT*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "LOADERR" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           DISPLAY "JOURNALING PERIOD " GL-PERIOD " (" PERIOD-FROM
               " THRU " PERIOD-TO ")".
           PERFORM 100-SALES-SOURCE.
           PERFORM 200-RECEIVABLES-SOURCE.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NO JOURNAL WAS BUILT*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "LOADERR" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 300-PAYROLL-SOURCE.
           PERFORM 500-PRINT-PROOF.
           PERFORM 600-WRITE-JOURNAL.
           IF BATCH-ACCEPTED
               DISPLAY "BATCH ACCEPTED - " DETAIL-COUNT " JOURNAL"
                   " LINE(S) WRITTEN TO "
                   FUNCTION TRIM (JOURNAL-FILE-NAME)
               MOVE DETAIL-COUNT TO DLL-RECORD-COUNT
               MOVE "NORMAL" TO DLL-STATUS
               MOVE "NORMAL" TO RSA-COMPLETION-STATUS
           ELSE
               DISPLAY "*BATCH REJECTED - " UNBALANCED-COUNT
                   " SOURCE(S) OUT OF BALANCE, " NO-ACCOUNT-COUNT
                   " LINE(S) WITH NO ACCOUNT*"
               DISPLAY "*NOTHING WAS WRITTEN TO "
                   FUNCTION TRIM (JOURNAL-FILE-NAME) "*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "REJECTED" TO DLL-STATUS
               MOVE "REJECTED" TO RSA-COMPLETION-STATUS
           END-IF.
           DISPLAY "JOURNAL PROOF - SEE " FUNCTION TRIM
               (PROOF-FILE-NAME).
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           COMPUTE RSA-EXCEPTION-COUNT =
               UNBALANCED-COUNT + NO-ACCOUNT-COUNT.
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
               WHEN "SALESTAX_AUDIT_FILE"
                   MOVE PARM-VALUE TO AUDIT-FILE-NAME
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
                   MOVE PARM-VALUE TO PAYMENT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_WRITEOFF_FILE"
                   MOVE PARM-VALUE TO WOFF-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_DISC_TIER_COUNT"
                   MOVE PARM-VALUE (1:1) TO DISCOUNT-TIER-COUNT
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_DISCOUNT_RATE_1"
                   MOVE PARM-VALUE (1:3) TO ENV-DISCOUNT-NUM
                   COMPUTE DISCOUNT-RATE (1) =
                       ENV-DISCOUNT-NUM / 1000
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_DISCOUNT_RATE_2"
                   MOVE PARM-VALUE (1:3) TO ENV-DISCOUNT-NUM
                   COMPUTE DISCOUNT-RATE (2) =
                       ENV-DISCOUNT-NUM / 1000
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_DISCOUNT_RATE_3"
                   MOVE PARM-VALUE (1:3) TO ENV-DISCOUNT-NUM
                   COMPUTE DISCOUNT-RATE (3) =
                       ENV-DISCOUNT-NUM / 1000
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_PAY_JOURNAL_FILE"
                   MOVE PARM-VALUE TO PAYJ-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "GL_ACCOUNT_MAP_FILE"
                   MOVE PARM-VALUE TO MAP-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "GL_JOURNAL_FILE"
                   MOVE PARM-VALUE TO JOURNAL-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "GL_PROOF_FILE"
                   MOVE PARM-VALUE TO PROOF-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "GL_PERIOD"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE GL-PERIOD =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DAILY_LOG_FILE"
                   MOVE PARM-VALUE TO DAILY-LOG-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----THE PERIOD: KEYED AT THE KEYBOARD (0 KEEPS GL_PERIOD OR
      *----THE DEFAULT), GL_PERIOD ON AN UNATTENDED RUN, AND LAST
      *----MONTH WHEN NEITHER GIVES ONE - THE JOURNAL IS NORMALLY
      *----BUILT AFTER THE MONTH IS OVER----
       010-GET-PERIOD.
           IF GL-PERIOD = ZERO
               IF RUN-MONTH = 1
                   COMPUTE GL-PERIOD = (RUN-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE GL-PERIOD = RUN-YEAR * 100 + RUN-MONTH - 1
               END-IF
           END-IF.
           IF NOT UNATTENDED-RUN
               MOVE ZERO TO KEYED-PERIOD
               DISPLAY "GL PERIOD (YYYYMM, 0 FOR " GL-PERIOD "): "
               ACCEPT KEYED-PERIOD
               IF KEYED-PERIOD NOT = ZERO
                   MOVE KEYED-PERIOD TO GL-PERIOD
               END-IF
           END-IF.
           IF GL-PERIOD-MONTH < 1 OR GL-PERIOD-MONTH > 12
                  OR GL-PERIOD-YEAR < 1601
               MOVE "Y" TO PERIOD-ERROR-SWITCH
           ELSE
               PERFORM 015-SET-PERIOD-DATES
           END-IF.

      *----FIRST DAY OF THE MONTH, AND THE DAY BEFORE THE FIRST OF
      *----THE NEXT ONE----
       015-SET-PERIOD-DATES.
           COMPUTE PERIOD-FROM = GL-PERIOD * 100 + 1.
           IF GL-PERIOD-MONTH = 12
               COMPUTE NEXT-MONTH-START =
                   (GL-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-START = (GL-PERIOD + 1) * 100 + 1
           END-IF.
           COMPUTE PERIOD-TO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (NEXT-MONTH-START) - 1).

      *----THE ACCOUNT MAP IS REQUIRED - WITHOUT IT EVERY LINE WOULD
      *----BE REJECTED. A RECORD WITH AN UNKNOWN KIND OR NO ACCOUNT
      *----IS SKIPPED WITH A MESSAGE----
       020-LOAD-ACCOUNT-MAP.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT MAP-FILE.
           IF MAP-FILE-STATUS = "35"
               DISPLAY "*NO ACCOUNT MAP " FUNCTION TRIM (MAP-FILE-NAME)
                   " - NOTHING CAN BE JOURNALED*"
               MOVE "Y" TO LOAD-ERROR-SWITCH
           ELSE
               PERFORM 021-READ-MAP-RCD
               PERFORM 022-STORE-MAP-ENTRY
                   UNTIL EOF-SWITCH = "Y"
               CLOSE MAP-FILE
           END-IF.

       021-READ-MAP-RCD.
           READ MAP-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       022-STORE-MAP-ENTRY.
           IF (MR-KIND = "TAX " OR "TEND" OR "DEPT" OR "DED "
                  OR "WHT " OR "CTRL")
                  AND MR-ACCOUNT NOT = SPACES
               IF MAP-COUNT < 300
                   ADD 1 TO MAP-COUNT
                   MOVE MR-KIND    TO MP-KIND (MAP-COUNT)
                   MOVE MR-KEY     TO MP-KEY (MAP-COUNT)
                   MOVE MR-ACCOUNT TO MP-ACCOUNT (MAP-COUNT)
               ELSE
                   DISPLAY "*ACCOUNT MAP OVERFLOWS THE 300-ENTRY"
                       " TABLE AT " MR-KIND " " MR-KEY "*"
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   MOVE "Y" TO EOF-SWITCH
               END-IF
           ELSE
               DISPLAY "*ACCOUNT MAP RECORD SKIPPED - KIND '" MR-KIND
                   "' KEY '" MR-KEY "' ACCOUNT '" MR-ACCOUNT "'*"
           END-IF.
           IF EOF-SWITCH NOT = "Y"
               PERFORM 021-READ-MAP-RCD
           END-IF.

      *----SALES: THE MONTH'S ARCHIVE, THEN THE LIVE LOG'S LINES
      *----DATED IN THE MONTH (TAX-REMIT'S QUARTERLY RULE - AN
      *----ARCHIVE WAS CUT AT MONTH END, SO ALL OF IT BELONGS)----
       100-SALES-SOURCE.
           MOVE "SALES" TO POST-SOURCE.
           MOVE SPACES TO POST-DEPARTMENT.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           STRING FUNCTION TRIM (AUDIT-FILE-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  GL-PERIOD DELIMITED BY SIZE
                  INTO ARCHIVE-FILE-NAME.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "35"
               DISPLAY "*NO ARCHIVE " FUNCTION TRIM (ARCHIVE-FILE-NAME)
                   " - LIVE LOG ONLY FOR THE PERIOD*"
           ELSE
               PERFORM 110-READ-ARCHIVE-LINE
               PERFORM 111-TAKE-ARCHIVE-LINE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "*NO LIVE " FUNCTION TRIM (AUDIT-FILE-NAME)
                   " - ARCHIVE ONLY*"
           ELSE
               PERFORM 120-READ-AUDIT-LINE
               PERFORM 121-TAKE-LIVE-LINE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE AUDIT-FILE
           END-IF.

       110-READ-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       111-TAKE-ARCHIVE-LINE.
           MOVE ARCHIVE-LINE TO AUDIT-LINE-IN.
           PERFORM 130-POST-SALES-LINE.
           PERFORM 110-READ-ARCHIVE-LINE.

       120-READ-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----AN UNDATED LIVE-LOG LINE CANNOT BE PLACED IN A MONTH----
       121-TAKE-LIVE-LINE.
           MOVE AUDIT-LINE TO AUDIT-LINE-IN.
           IF ALI-TRANS-DATE IS NUMERIC
               MOVE ALI-TRANS-DATE TO LINE-DATE
               IF LINE-DATE NOT < PERIOD-FROM
                      AND LINE-DATE NOT > PERIOD-TO
                   PERFORM 130-POST-SALES-LINE
               END-IF
           END-IF.
           PERFORM 120-READ-AUDIT-LINE.

      *----ONE SALE, RETURN OR VOID: THE TOTAL TO THE TENDER'S
      *----CLEARING ACCOUNT, THE PRICE TO SALES AND EACH TAX
      *----COMPONENT TO ITS PAYABLE (THE AMOUNTS ARE ALREADY
      *----REVERSED ON A RETURN OR VOID). A LINE FROM BEFORE THE
      *----COMPONENT SPLIT CARRIES ITS WHOLE TAX ON THE STATE LINE--
       130-POST-SALES-LINE.
           ADD 1 TO ST-INPUT-COUNT (1).
           COMPUTE PRICE-NUM     = FUNCTION NUMVAL (ALI-PRICE).
           COMPUTE SALES-TAX-NUM = FUNCTION NUMVAL (ALI-SALES-TAX).
           COMPUTE TOTAL-NUM     = FUNCTION NUMVAL (ALI-TOTAL).
           IF ALI-STATE-TAX = SPACES
               MOVE ZERO TO STATE-TAX-NUM
           ELSE
               COMPUTE STATE-TAX-NUM =
                   FUNCTION NUMVAL (ALI-STATE-TAX)
           END-IF.
           IF ALI-COUNTY-TAX = SPACES
               MOVE ZERO TO COUNTY-TAX-NUM
           ELSE
               COMPUTE COUNTY-TAX-NUM =
                   FUNCTION NUMVAL (ALI-COUNTY-TAX)
           END-IF.
           IF ALI-CITY-TAX = SPACES
               MOVE ZERO TO CITY-TAX-NUM
           ELSE
               COMPUTE CITY-TAX-NUM =
                   FUNCTION NUMVAL (ALI-CITY-TAX)
           END-IF.
           COMPUTE STATE-TAX-NUM = SALES-TAX-NUM
               - COUNTY-TAX-NUM - CITY-TAX-NUM.

           MOVE "TEND" TO POST-KIND.
           MOVE ALI-TENDER TO POST-KEY.
           MOVE SPACES TO POST-DESCRIPTION.
           STRING "SALES TENDER " DELIMITED BY SIZE
                  ALI-TENDER DELIMITED BY SIZE
                  INTO POST-DESCRIPTION.
           MOVE TOTAL-NUM TO POST-AMOUNT.
           PERFORM 150-POST-AMOUNT.

           MOVE "CTRL" TO POST-KIND.
           MOVE "SALES" TO POST-KEY.
           MOVE "SALES" TO POST-DESCRIPTION.
           COMPUTE POST-AMOUNT = 0 - PRICE-NUM.
           PERFORM 150-POST-AMOUNT.

           MOVE "TAX " TO POST-KIND.
           MOVE SPACES TO POST-KEY.
           MOVE ALI-JURISDICTION TO POST-KEY (1:3).
           MOVE "S" TO POST-KEY (4:1).
           MOVE SPACES TO POST-DESCRIPTION.
           STRING "SALES TAX " DELIMITED BY SIZE
                  ALI-JURISDICTION DELIMITED BY SIZE
                  " STATE" DELIMITED BY SIZE
                  INTO POST-DESCRIPTION.
           COMPUTE POST-AMOUNT = 0 - STATE-TAX-NUM.
           PERFORM 150-POST-AMOUNT.
           MOVE "C" TO POST-KEY (4:1).
           MOVE SPACES TO POST-DESCRIPTION.
           STRING "SALES TAX " DELIMITED BY SIZE
                  ALI-JURISDICTION DELIMITED BY SIZE
                  " COUNTY" DELIMITED BY SIZE
                  INTO POST-DESCRIPTION.
           COMPUTE POST-AMOUNT = 0 - COUNTY-TAX-NUM.
           PERFORM 150-POST-AMOUNT.
           MOVE "Y" TO POST-KEY (4:1).
           MOVE SPACES TO POST-DESCRIPTION.
           STRING "SALES TAX " DELIMITED BY SIZE
                  ALI-JURISDICTION DELIMITED BY SIZE
                  " CITY" DELIMITED BY SIZE
                  INTO POST-DESCRIPTION.
           COMPUTE POST-AMOUNT = 0 - CITY-TAX-NUM.
           PERFORM 150-POST-AMOUNT.

           IF ALI-TENDER = "HOUSE" AND ALI-RETURN-OR-VOID
               PERFORM 135-KEEP-HOUSE-CREDIT
           END-IF.

      *----REMEMBER A HOUSE CHARGE CREDITED BACK, THE WAY SALES-TAX
      *----WROTE IT TO P05PAY.DAT (WHOLE DOLLARS, UNSIGNED)----
       135-KEEP-HOUSE-CREDIT.
           IF HOUSE-CREDIT-COUNT < 200
               ADD 1 TO HOUSE-CREDIT-COUNT
               SET HC-IX TO HOUSE-CREDIT-COUNT
               MOVE ALI-HOUSE-ACCOUNT TO HC-PURCHASER (HC-IX)
               MOVE ALI-HOUSE-INV-NUMBER TO HC-INVOICE-NUMBER (HC-IX)
               COMPUTE HOUSE-CHARGE-NUM ROUNDED = 0 - TOTAL-NUM
               MOVE HOUSE-CHARGE-NUM TO HC-AMOUNT (HC-IX)
               MOVE "N" TO HC-USED-SW (HC-IX)
           ELSE
               IF HOUSE-CREDIT-FULL-SW NOT = "Y"
                   DISPLAY "*MORE THAN 200 HOUSE-CHARGE RETURNS - LATER"
                       " ONES CLEAR CASH INSTEAD OF HOUSE*"
                   MOVE "Y" TO HOUSE-CREDIT-FULL-SW
               END-IF
           END-IF.

      *----ADD ONE AMOUNT INTO ITS JOURNAL ROW, STARTING THE ROW (AND
      *----LOOKING UP ITS ACCOUNT) THE FIRST TIME IT IS SEEN. A FULL
      *----TABLE REJECTS THE BATCH - THE REST COULD NOT BALANCE----
       150-POST-AMOUNT.
           IF POST-AMOUNT NOT = ZERO
               SET JR-IX TO 1
               SEARCH JOURNAL-ENTRY
                   AT END
                       IF JOURNAL-COUNT < 500
                           PERFORM 155-FIND-ACCOUNT
                           ADD 1 TO JOURNAL-COUNT
                           SET JR-IX TO JOURNAL-COUNT
                           MOVE POST-SOURCE TO JR-SOURCE (JR-IX)
                           MOVE POST-KIND TO JR-KIND (JR-IX)
                           MOVE POST-KEY TO JR-KEY (JR-IX)
                           MOVE POST-DEPARTMENT
                               TO JR-DEPARTMENT (JR-IX)
                           MOVE POST-DESCRIPTION
                               TO JR-DESCRIPTION (JR-IX)
                           MOVE FOUND-ACCOUNT TO JR-ACCOUNT (JR-IX)
                           MOVE POST-AMOUNT TO JR-AMOUNT (JR-IX)
                       ELSE
                           IF JOURNAL-FULL-SW NOT = "Y"
                               DISPLAY "*JOURNAL TABLE FULL - THE"
                                   " BATCH CANNOT BE PROVED*"
                               MOVE "Y" TO JOURNAL-FULL-SW
                           END-IF
                       END-IF
                   WHEN JR-SOURCE (JR-IX) = POST-SOURCE
                          AND JR-KIND (JR-IX) = POST-KIND
                          AND JR-KEY (JR-IX) = POST-KEY
                          AND JR-DEPARTMENT (JR-IX) = POST-DEPARTMENT
                          AND JR-DESCRIPTION (JR-IX)
                              = POST-DESCRIPTION
                       ADD POST-AMOUNT TO JR-AMOUNT (JR-IX)
               END-SEARCH
           END-IF.

      *----THE KIND AND KEY'S OWN MAP RECORD, ELSE THE KIND'S BLANK-
      *----KEY DEFAULT (FOR TAX, THE SAME COMPONENT WITH A BLANK
      *----JURISDICTION). CTRL KEYS MUST BE MAPPED ONE BY ONE----
       155-FIND-ACCOUNT.
           MOVE SPACES TO FOUND-ACCOUNT.
           MOVE "N" TO MAP-FOUND-SW.
           SET MP-IX TO 1.
           SEARCH MAP-ENTRY
               AT END
                   CONTINUE
               WHEN MP-KIND (MP-IX) = POST-KIND
                      AND MP-KEY (MP-IX) = POST-KEY
                   MOVE "Y" TO MAP-FOUND-SW
                   MOVE MP-ACCOUNT (MP-IX) TO FOUND-ACCOUNT
           END-SEARCH.
           IF NOT MAP-FOUND AND POST-KIND NOT = "CTRL"
               SET MP-IX TO 1
               SEARCH MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN MP-KIND (MP-IX) = POST-KIND
                          AND POST-KIND = "TAX "
                          AND MP-KEY (MP-IX) (1:3) = SPACES
                          AND MP-KEY (MP-IX) (4:1) = POST-KEY (4:1)
                       MOVE "Y" TO MAP-FOUND-SW
                       MOVE MP-ACCOUNT (MP-IX) TO FOUND-ACCOUNT
                   WHEN MP-KIND (MP-IX) = POST-KIND
                          AND POST-KIND NOT = "TAX "
                          AND MP-KEY (MP-IX) = SPACES
                       MOVE "Y" TO MAP-FOUND-SW
                       MOVE MP-ACCOUNT (MP-IX) TO FOUND-ACCOUNT
               END-SEARCH
           END-IF.

      *----RECEIVABLES: EVERY INVOICE ON FILE THROUGH THE PERIOD END
      *----GOES IN THE TABLE (THE DISCOUNT CHECK NEEDS THE OLDER
      *----ONES), BUT ONLY THE ONES DATED IN THE PERIOD ARE POSTED.
      *----THEN PAYMENTS, WRITE-OFFS AND RECOVERIES, THEN DISCOUNTS--
       200-RECEIVABLES-SOURCE.
           MOVE "AR   " TO POST-SOURCE.
           MOVE SPACES TO POST-DEPARTMENT.
           MOVE "T" TO INVOICE-KIND.
           MOVE THEIRFILE-NAME TO INVOICE-FILE-NAME.
           PERFORM 210-READ-INVOICE-FILE.
           MOVE "H" TO INVOICE-KIND.
           MOVE HOUSEFEED-NAME TO INVOICE-FILE-NAME.
           PERFORM 210-READ-INVOICE-FILE.
           MOVE "F" TO INVOICE-KIND.
           MOVE FINFEED-NAME TO INVOICE-FILE-NAME.
           PERFORM 210-READ-INVOICE-FILE.
           IF NOT LOAD-ERROR-FOUND
               PERFORM 220-READ-PAYMENTS
               PERFORM 230-READ-WRITE-OFFS
               PERFORM 240-CHECK-ONE-DISCOUNT
                   VARYING IV-IX FROM 1 BY 1
                   UNTIL IV-IX > INVOICE-COUNT
           END-IF.

      *----A MISSING FILE JUST MEANS NONE OF THAT KIND YET----
       210-READ-INVOICE-FILE.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS NOT = "35"
               PERFORM 211-READ-INVOICE-RCD
               PERFORM 212-TAKE-INVOICE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE INVOICE-FILE
           END-IF.

       211-READ-INVOICE-RCD.
           READ INVOICE-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       212-TAKE-INVOICE.
           IF INVOICE-RECORD (1:3) NOT = "HDR"
                  AND INVOICE-RECORD (1:3) NOT = "TRL"
                  AND INV-PRICE IS NUMERIC
                  AND INV-INVOICE-DATE IS NUMERIC
                  AND INV-INVOICE-DATE NOT > PERIOD-TO
               IF INVOICE-COUNT < 5000
                   ADD 1 TO INVOICE-COUNT
                   SET IV-IX TO INVOICE-COUNT
                   MOVE INV-PURCHASER TO IV-PURCHASER (IV-IX)
                   MOVE INV-INVOICE-NUMBER
                       TO IV-INVOICE-NUMBER (IV-IX)
                   MOVE INV-INVOICE-DATE TO IV-INVOICE-DATE (IV-IX)
                   MOVE INV-PRICE TO IV-PRICE (IV-IX)
                   MOVE ZERO TO IV-PAID (IV-IX)
                   MOVE ZERO TO IV-LAST-PAID (IV-IX)
                   MOVE "N" TO IV-WRITTEN-OFF-SW (IV-IX)
               ELSE
                   DISPLAY "*P05 INVOICES OVERFLOW THE 5000-ENTRY"
                       " TABLE AT PURCHASER " INV-PURCHASER "*"
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   MOVE "Y" TO EOF-SWITCH
               END-IF
               IF INV-INVOICE-DATE NOT < PERIOD-FROM
                   PERFORM 213-POST-INVOICE
               END-IF
           END-IF.
           IF EOF-SWITCH NOT = "Y"
               PERFORM 211-READ-INVOICE-RCD
           END-IF.

      *----A TRANSMITTED INVOICE IS A P05 SALE; A HOUSE CHARGE
      *----CLEARS THE HOUSE TENDER SALES-TAX DEBITED; A FINANCE
      *----CHARGE IS INCOME----
       213-POST-INVOICE.
           ADD 1 TO ST-INPUT-COUNT (2).
           EVALUATE TRUE
               WHEN TRANSMITTED-INVOICES
                   MOVE "AR INVOICES" TO POST-DESCRIPTION
                   MOVE "CTRL" TO POST-KIND
                   MOVE "ARSALES" TO POST-KEY
               WHEN HOUSE-INVOICES
                   MOVE "AR HOUSE CHARGES" TO POST-DESCRIPTION
                   MOVE "TEND" TO POST-KIND
                   MOVE "HOUSE" TO POST-KEY
               WHEN OTHER
                   MOVE "AR FINANCE CHARGES" TO POST-DESCRIPTION
                   MOVE "CTRL" TO POST-KIND
                   MOVE "FINCHG" TO POST-KEY
           END-EVALUATE.
           COMPUTE POST-AMOUNT = 0 - INV-PRICE.
           PERFORM 150-POST-AMOUNT.
           MOVE "CTRL" TO POST-KIND.
           MOVE "AR" TO POST-KEY.
           MOVE INV-PRICE TO POST-AMOUNT.
           PERFORM 150-POST-AMOUNT.

      *----PAYMENTS AND CREDITS THROUGH THE PERIOD END ARE APPLIED TO
      *----THEIR INVOICES FOR THE DISCOUNT CHECK; THOSE PAID IN THE
      *----PERIOD ARE POSTED. NO PAYMENT FILE MEANS NONE YET----
       220-READ-PAYMENTS.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-FILE-STATUS NOT = "35"
               PERFORM 221-READ-PAYMENT-RCD
               PERFORM 222-TAKE-PAYMENT
                   UNTIL EOF-SWITCH = "Y"
               CLOSE PAYMENT-FILE
           END-IF.

       221-READ-PAYMENT-RCD.
           READ PAYMENT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       222-TAKE-PAYMENT.
           IF PAY-AMOUNT IS NUMERIC
                  AND PAY-PAYMENT-DATE IS NUMERIC
                  AND PAY-PAYMENT-DATE NOT > PERIOD-TO
               MOVE PAY-PURCHASER TO INV-PURCHASER
               MOVE PAY-INVOICE-NUMBER TO INV-INVOICE-NUMBER
               MOVE PAY-INVOICE-DATE TO INV-INVOICE-DATE
               PERFORM 225-FIND-INVOICE
               IF INVOICE-FOUND
                   ADD PAY-AMOUNT TO IV-PAID (IV-IX)
                   IF PAY-PAYMENT-DATE > IV-LAST-PAID (IV-IX)
                       MOVE PAY-PAYMENT-DATE TO IV-LAST-PAID (IV-IX)
                   END-IF
               END-IF
               IF PAY-PAYMENT-DATE NOT < PERIOD-FROM
                   PERFORM 223-POST-PAYMENT
               END-IF
           END-IF.
           PERFORM 221-READ-PAYMENT-RCD.

       223-POST-PAYMENT.
           ADD 1 TO ST-INPUT-COUNT (2).
           PERFORM 224-FIND-HOUSE-CREDIT.
           IF HOUSE-CREDIT-FOUND
               ADD 1 TO HOUSE-RETURN-COUNT
               MOVE "AR HOUSE CHARGE RETURNS" TO POST-DESCRIPTION
               MOVE "TEND" TO POST-KIND
               MOVE "HOUSE" TO POST-KEY
           ELSE
               MOVE "AR PAYMENTS" TO POST-DESCRIPTION
               MOVE "CTRL" TO POST-KIND
               MOVE "CASH" TO POST-KEY
           END-IF.
           MOVE PAY-AMOUNT TO POST-AMOUNT.
           PERFORM 150-POST-AMOUNT.
           MOVE "CTRL" TO POST-KIND.
           MOVE "AR" TO POST-KEY.
           COMPUTE POST-AMOUNT = 0 - PAY-AMOUNT.
           PERFORM 150-POST-AMOUNT.

      *----IS THIS CREDIT ONE OF THE PERIOD'S HOUSE-CHARGE RETURNS?
      *----EACH RETURN MATCHES ONE CREDIT ONLY----
       224-FIND-HOUSE-CREDIT.
           MOVE "N" TO HOUSE-CREDIT-FOUND-SW.
           IF HOUSE-CREDIT-COUNT > ZERO
               SET HC-IX TO 1
               SEARCH HOUSE-CREDIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN HC-USED-SW (HC-IX) = "N"
                          AND HC-PURCHASER (HC-IX) = PAY-PURCHASER
                          AND HC-INVOICE-NUMBER (HC-IX)
                              = PAY-INVOICE-NUMBER
                          AND HC-AMOUNT (HC-IX) = PAY-AMOUNT
                       MOVE "Y" TO HC-USED-SW (HC-IX)
                       MOVE "Y" TO HOUSE-CREDIT-FOUND-SW
               END-SEARCH
           END-IF.

      *----THE INVOICE A PAYMENT OR WRITE-OFF NAMES: PURCHASER PLUS
      *----INVOICE NUMBER WHEN IT CARRIES ONE, ELSE PURCHASER PLUS
      *----INVOICE DATE (REPORTMAKER'S MATCHING RULE). THE CALLER
      *----SETS INV-PURCHASER, INV-INVOICE-NUMBER AND -DATE----
       225-FIND-INVOICE.
           MOVE "N" TO INVOICE-FOUND-SW.
           IF INVOICE-COUNT > ZERO
               SET IV-IX TO 1
               SEARCH INVOICE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IV-PURCHASER (IV-IX) = INV-PURCHASER
                          AND INV-INVOICE-NUMBER NOT = SPACES
                          AND IV-INVOICE-NUMBER (IV-IX)
                              = INV-INVOICE-NUMBER
                       MOVE "Y" TO INVOICE-FOUND-SW
                   WHEN IV-PURCHASER (IV-IX) = INV-PURCHASER
                          AND INV-INVOICE-NUMBER = SPACES
                          AND IV-INVOICE-DATE (IV-IX)
                              = INV-INVOICE-DATE
                       MOVE "Y" TO INVOICE-FOUND-SW
               END-SEARCH
           END-IF.

      *----WRITE-OFFS CLOSE THEIR INVOICE TO BAD DEBT; RECOVERIES
      *----BRING CASH BACK AGAINST BAD DEBT. NO FILE MEANS NONE----
       230-READ-WRITE-OFFS.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT WOFF-FILE.
           IF WOFF-FILE-STATUS NOT = "35"
               PERFORM 231-READ-WRITE-OFF-RCD
               PERFORM 232-TAKE-WRITE-OFF
                   UNTIL EOF-SWITCH = "Y"
               CLOSE WOFF-FILE
           END-IF.

       231-READ-WRITE-OFF-RCD.
           READ WOFF-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       232-TAKE-WRITE-OFF.
           IF WOF-AMOUNT-X IS NUMERIC
                  AND WOF-POST-DATE IS NUMERIC
                  AND WOF-POST-DATE NOT > PERIOD-TO
               MOVE WOF-POST-DATE TO LINE-DATE
               IF WOF-TYPE = "W"
                   MOVE WOF-PURCHASER TO INV-PURCHASER
                   MOVE WOF-INVOICE-NUMBER TO INV-INVOICE-NUMBER
                   IF WOF-INVOICE-DATE IS NUMERIC
                       MOVE WOF-INVOICE-DATE TO INV-INVOICE-DATE
                   ELSE
                       MOVE ZERO TO INV-INVOICE-DATE
                   END-IF
                   PERFORM 225-FIND-INVOICE
                   IF INVOICE-FOUND
                       MOVE "Y" TO IV-WRITTEN-OFF-SW (IV-IX)
                   END-IF
               END-IF
               IF LINE-DATE NOT < PERIOD-FROM
                      AND (WOF-TYPE = "W" OR WOF-TYPE = "R")
                   PERFORM 233-POST-WRITE-OFF
               END-IF
           END-IF.
           PERFORM 231-READ-WRITE-OFF-RCD.

       233-POST-WRITE-OFF.
           ADD 1 TO ST-INPUT-COUNT (2).
           MOVE "CTRL" TO POST-KIND.
           IF WOF-TYPE = "W"
               MOVE "AR WRITE-OFFS" TO POST-DESCRIPTION
               MOVE "BADDEBT" TO POST-KEY
               MOVE WOF-AMOUNT TO POST-AMOUNT
               PERFORM 150-POST-AMOUNT
               MOVE "AR" TO POST-KEY
               COMPUTE POST-AMOUNT = 0 - WOF-AMOUNT
               PERFORM 150-POST-AMOUNT
           ELSE
               MOVE "AR BAD-DEBT RECOVERIES" TO POST-DESCRIPTION
               MOVE "CASH" TO POST-KEY
               MOVE WOF-AMOUNT TO POST-AMOUNT
               PERFORM 150-POST-AMOUNT
               MOVE "BADDEBT" TO POST-KEY
               COMPUTE POST-AMOUNT = 0 - WOF-AMOUNT
               PERFORM 150-POST-AMOUNT
           END-IF.

      *----A DISCOUNT TAKEN: THE INVOICE'S LAST PAYMENT CAME IN THE
      *----PERIOD, INSIDE A DISCOUNT TIER (DAYS FROM INVOICE DATE TO
      *----THAT PAYMENT, CALENDAR BASIS), AND WHAT IT LEFT OPEN IS NO
      *----MORE THAN THAT TIER'S DISCOUNT ON THE PRICE - SO THE
      *----PURCHASER PAID THE DISCOUNTED AMOUNT AND THE REST IS
      *----DISCOUNT. A WRITTEN-OFF INVOICE TOOK NO DISCOUNT----
       240-CHECK-ONE-DISCOUNT.
           IF IV-WRITTEN-OFF-SW (IV-IX) = "N"
                  AND IV-PAID (IV-IX) > ZERO
                  AND IV-PAID (IV-IX) < IV-PRICE (IV-IX)
                  AND IV-LAST-PAID (IV-IX) NOT < PERIOD-FROM
               COMPUTE DATE-CHECK-RESULT = FUNCTION TEST-DATE-YYYYMMDD
                   (IV-INVOICE-DATE (IV-IX))
               IF DATE-CHECK-RESULT = 0
                   COMPUTE AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (IV-LAST-PAID (IV-IX))
                     - FUNCTION INTEGER-OF-DATE
                           (IV-INVOICE-DATE (IV-IX))
                   MOVE ZERO TO TIER-RATE
                   EVALUATE TRUE
                       WHEN AGE-DAYS NOT > 30
                           MOVE DISCOUNT-RATE (1) TO TIER-RATE
                       WHEN AGE-DAYS NOT > 60
                           MOVE DISCOUNT-RATE (2) TO TIER-RATE
                       WHEN AGE-DAYS NOT > 90
                              AND DISCOUNT-TIER-COUNT > 2
                           MOVE DISCOUNT-RATE (3) TO TIER-RATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   COMPUTE ALLOWED-DISCOUNT ROUNDED =
                       IV-PRICE (IV-IX) * TIER-RATE
                   COMPUTE OPEN-AMOUNT =
                       IV-PRICE (IV-IX) - IV-PAID (IV-IX)
                   IF OPEN-AMOUNT NOT > ALLOWED-DISCOUNT
                       ADD 1 TO DISCOUNT-COUNT
                       ADD 1 TO ST-INPUT-COUNT (2)
                       MOVE "AR DISCOUNTS TAKEN" TO POST-DESCRIPTION
                       MOVE "CTRL" TO POST-KIND
                       MOVE "DISCOUNT" TO POST-KEY
                       MOVE OPEN-AMOUNT TO POST-AMOUNT
                       PERFORM 150-POST-AMOUNT
                       MOVE "AR" TO POST-KEY
                       COMPUTE POST-AMOUNT = 0 - OPEN-AMOUNT
                       PERFORM 150-POST-AMOUNT
                   END-IF
               END-IF
           END-IF.

      *----PAYROLL: THE CERTIFIED RUNS IN THE PERIOD. GROSS IS THE
      *----DEPARTMENT'S EXPENSE; DEDUCTIONS, TAXES AND NET PAY ARE
      *----WHAT IS OWED OUT OF IT. NO FILE MEANS NOTHING CERTIFIED----
       300-PAYROLL-SOURCE.
           MOVE "PAYRL" TO POST-SOURCE.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT PAYJ-FILE.
           IF PAYJ-FILE-STATUS NOT = "35"
               PERFORM 301-READ-PAYJ-RCD
               PERFORM 302-TAKE-PAYJ-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE PAYJ-FILE
           END-IF.

       301-READ-PAYJ-RCD.
           READ PAYJ-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       302-TAKE-PAYJ-RCD.
           IF PJ-RUN-DATE IS NUMERIC AND PJ-AMOUNT IS NUMERIC
                  AND PJ-RUN-DATE NOT < PERIOD-FROM
                  AND PJ-RUN-DATE NOT > PERIOD-TO
               ADD 1 TO ST-INPUT-COUNT (3)
               MOVE SPACES TO POST-DEPARTMENT
               MOVE SPACES TO POST-DESCRIPTION
               MOVE PJ-CODE TO POST-KEY
               EVALUATE PJ-TYPE
                   WHEN "G"
                       MOVE "DEPT" TO POST-KIND
                       MOVE PJ-CODE (1:2) TO POST-DEPARTMENT
                       STRING "PAYROLL GROSS DEPT " DELIMITED BY SIZE
                              PJ-CODE (1:2) DELIMITED BY SIZE
                              INTO POST-DESCRIPTION
                       MOVE PJ-AMOUNT TO POST-AMOUNT
                   WHEN "D"
                       MOVE "DED " TO POST-KIND
                       STRING "PAYROLL DEDUCTION " DELIMITED BY SIZE
                              PJ-CODE DELIMITED BY SIZE
                              INTO POST-DESCRIPTION
                       COMPUTE POST-AMOUNT = 0 - PJ-AMOUNT
                   WHEN "T"
                       MOVE "WHT " TO POST-KIND
                       STRING "PAYROLL TAX " DELIMITED BY SIZE
                              PJ-CODE DELIMITED BY SIZE
                              INTO POST-DESCRIPTION
                       COMPUTE POST-AMOUNT = 0 - PJ-AMOUNT
                   WHEN OTHER
                       MOVE "CTRL" TO POST-KIND
                       MOVE "NETPAY" TO POST-KEY
                       MOVE "PAYROLL NET PAY" TO POST-DESCRIPTION
                       COMPUTE POST-AMOUNT = 0 - PJ-AMOUNT
               END-EVALUATE
               PERFORM 150-POST-AMOUNT
           END-IF.
           PERFORM 301-READ-PAYJ-RCD.

      *----THE JOURNAL PROOF: EACH SOURCE'S LINES WITH ITS DEBITS
      *----AGAINST ITS CREDITS, THEN THE BATCH AND THE VERDICT----
       500-PRINT-PROOF.
           OPEN OUTPUT PROOF-FILE.
           MOVE GL-PERIOD TO HL1-PERIOD.
           MOVE RUN-DATE TO HL1-RUN-DATE.
           WRITE PROOF-LINE FROM HEADING-LINE-1.
           MOVE PERIOD-FROM TO HL2-FROM.
           MOVE PERIOD-TO TO HL2-TO.
           WRITE PROOF-LINE FROM HEADING-LINE-2.
           WRITE PROOF-LINE FROM DASH-LINE.
           PERFORM 510-PRINT-ONE-SOURCE
               VARYING SOURCE-SUB FROM 1 BY 1 UNTIL SOURCE-SUB > 3.
           MOVE "BATCH TOTAL" TO PTL-LABEL.
           MOVE BATCH-DEBIT TO PTL-DEBIT.
           MOVE BATCH-CREDIT TO PTL-CREDIT.
           COMPUTE BALANCE-DIFF = BATCH-DEBIT - BATCH-CREDIT.
           IF BALANCE-DIFF = ZERO
               MOVE "IN BALANCE" TO PTL-RESULT
               MOVE ZERO TO PTL-DIFF
           ELSE
               MOVE "OUT OF BALANCE BY" TO PTL-RESULT
               MOVE BALANCE-DIFF TO PTL-DIFF
           END-IF.
           WRITE PROOF-LINE FROM PROOF-TOTAL-LINE.
           WRITE PROOF-LINE FROM DASH-LINE.
           IF DISCOUNT-COUNT > ZERO
               MOVE DISCOUNT-COUNT TO CL-COUNT
               MOVE "P05 INVOICE(S) CLOSED BY A DISCOUNT TAKEN"
                   TO CL-TEXT
               WRITE PROOF-LINE FROM COUNT-LINE
           END-IF.
           IF HOUSE-RETURN-COUNT > ZERO
               MOVE HOUSE-RETURN-COUNT TO CL-COUNT
               MOVE "P05 CREDIT(S) MATCHED TO SALES-TAX HOUSE RETURNS"
                   TO CL-TEXT
               WRITE PROOF-LINE FROM COUNT-LINE
           END-IF.
           IF JOURNAL-FULL-SW = "Y"
               MOVE "*JOURNAL TABLE FULL - AMOUNTS WERE LEFT OUT*"
                   TO ML-TEXT
               WRITE PROOF-LINE FROM MESSAGE-LINE
               ADD 1 TO UNBALANCED-COUNT
           END-IF.
           IF UNBALANCED-COUNT > ZERO OR NO-ACCOUNT-COUNT > ZERO
               MOVE "R" TO BATCH-STATUS-SW
           END-IF.
           IF NO-ACCOUNT-COUNT > ZERO
               MOVE NO-ACCOUNT-COUNT TO CL-COUNT
               MOVE "LINE(S) WITH NO ACCOUNT ON THE MAP" TO CL-TEXT
               WRITE PROOF-LINE FROM COUNT-LINE
           END-IF.
           IF BATCH-ACCEPTED
               MOVE SPACES TO ML-TEXT
               STRING "BATCH ACCEPTED - JOURNAL WRITTEN TO "
                          DELIMITED BY SIZE
                      FUNCTION TRIM (JOURNAL-FILE-NAME)
                          DELIMITED BY SIZE
                      INTO ML-TEXT
           ELSE
               MOVE "*BATCH REJECTED - NOTHING WRITTEN TO THE JOURNAL*"
                   TO ML-TEXT
           END-IF.
           WRITE PROOF-LINE FROM MESSAGE-LINE.
           CLOSE PROOF-FILE.

       510-PRINT-ONE-SOURCE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SR-CODE (SOURCE-SUB) TO SHL-CODE.
           MOVE SR-TITLE (SOURCE-SUB) TO SHL-TITLE.
           MOVE ST-INPUT-COUNT (SOURCE-SUB) TO SHL-COUNT.
           WRITE PROOF-LINE FROM SOURCE-HEADING-LINE.
           WRITE PROOF-LINE FROM COLUMN-HEADING-LINE.
           PERFORM 520-PRINT-ONE-ROW
               VARYING JR-IX FROM 1 BY 1
               UNTIL JR-IX > JOURNAL-COUNT.
           MOVE "  SOURCE TOTAL" TO PTL-LABEL.
           MOVE ST-DEBIT (SOURCE-SUB) TO PTL-DEBIT.
           MOVE ST-CREDIT (SOURCE-SUB) TO PTL-CREDIT.
           COMPUTE BALANCE-DIFF =
               ST-DEBIT (SOURCE-SUB) - ST-CREDIT (SOURCE-SUB).
           IF BALANCE-DIFF = ZERO
               MOVE "IN BALANCE" TO PTL-RESULT
               MOVE ZERO TO PTL-DIFF
           ELSE
               MOVE "*OUT OF BALANCE BY" TO PTL-RESULT
               MOVE BALANCE-DIFF TO PTL-DIFF
               ADD 1 TO UNBALANCED-COUNT
           END-IF.
           WRITE PROOF-LINE FROM PROOF-TOTAL-LINE.
           ADD ST-DEBIT (SOURCE-SUB) TO BATCH-DEBIT.
           ADD ST-CREDIT (SOURCE-SUB) TO BATCH-CREDIT.

       520-PRINT-ONE-ROW.
           IF JR-SOURCE (JR-IX) = SR-CODE (SOURCE-SUB)
                  AND JR-AMOUNT (JR-IX) NOT = ZERO
               MOVE JR-ACCOUNT (JR-IX) TO PDL-ACCOUNT
               MOVE JR-DEPARTMENT (JR-IX) TO PDL-DEPARTMENT
               MOVE JR-DESCRIPTION (JR-IX) TO PDL-DESCRIPTION
               MOVE SPACES TO PDL-FLAG
               IF JR-AMOUNT (JR-IX) > ZERO
                   MOVE JR-AMOUNT (JR-IX) TO PDL-DEBIT
                   MOVE ZERO TO PDL-CREDIT
                   ADD JR-AMOUNT (JR-IX) TO ST-DEBIT (SOURCE-SUB)
               ELSE
                   MOVE ZERO TO PDL-DEBIT
                   COMPUTE PDL-CREDIT = 0 - JR-AMOUNT (JR-IX)
                   SUBTRACT JR-AMOUNT (JR-IX)
                       FROM ST-CREDIT (SOURCE-SUB)
               END-IF
               IF JR-ACCOUNT (JR-IX) = SPACES
                   MOVE "*NONE*" TO PDL-ACCOUNT
                   MOVE SPACES TO PDL-FLAG
                   STRING "*NO ACCOUNT FOR " DELIMITED BY SIZE
                          JR-KIND (JR-IX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JR-KEY (JR-IX) DELIMITED BY SIZE
                          "*" DELIMITED BY SIZE
                          INTO PDL-FLAG
                   ADD 1 TO NO-ACCOUNT-COUNT
               END-IF
               WRITE PROOF-LINE FROM PROOF-DETAIL-LINE
           END-IF.

      *----AN ACCEPTED BATCH: HEADER, ONE DETAIL PER NON-ZERO ROW IN
      *----SOURCE ORDER, TRAILER. A REJECTED ONE LEAVES THE FILE
      *----EMPTY SO AN EARLIER JOURNAL CANNOT BE LOADED BY MISTAKE--
       600-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           IF BATCH-ACCEPTED
               MOVE GL-PERIOD TO JHO-PERIOD
               MOVE PERIOD-FROM TO JHO-PERIOD-FROM
               MOVE PERIOD-TO TO JHO-PERIOD-TO
               MOVE RUN-DATE TO JHO-RUN-DATE
               MOVE OPR-ID TO JHO-OPERATOR
               WRITE JOURNAL-LINE FROM JOURNAL-HEADER-OUT
               MOVE 1 TO JOURNAL-REC-COUNT
               PERFORM 610-WRITE-ONE-SOURCE
                   VARYING SOURCE-SUB FROM 1 BY 1
                   UNTIL SOURCE-SUB > 3
               ADD 1 TO JOURNAL-REC-COUNT
               MOVE GL-PERIOD TO JTO-PERIOD
               MOVE JOURNAL-REC-COUNT TO JTO-RECORD-COUNT
               MOVE BATCH-DEBIT TO JTO-TOTAL-DEBIT
               MOVE BATCH-CREDIT TO JTO-TOTAL-CREDIT
               WRITE JOURNAL-LINE FROM JOURNAL-TRAILER-OUT
           END-IF.
           CLOSE JOURNAL-FILE.

       610-WRITE-ONE-SOURCE.
           PERFORM 620-WRITE-ONE-ROW
               VARYING JR-IX FROM 1 BY 1
               UNTIL JR-IX > JOURNAL-COUNT.

       620-WRITE-ONE-ROW.
           IF JR-SOURCE (JR-IX) = SR-CODE (SOURCE-SUB)
                  AND JR-AMOUNT (JR-IX) NOT = ZERO
               MOVE GL-PERIOD TO JDO-PERIOD
               MOVE JR-SOURCE (JR-IX) TO JDO-SOURCE
               MOVE JR-ACCOUNT (JR-IX) TO JDO-ACCOUNT
               MOVE JR-DEPARTMENT (JR-IX) TO JDO-DEPARTMENT
               MOVE JR-DESCRIPTION (JR-IX) TO JDO-DESCRIPTION
               IF JR-AMOUNT (JR-IX) > ZERO
                   MOVE JR-AMOUNT (JR-IX) TO JDO-DEBIT
                   MOVE ZERO TO JDO-CREDIT
               ELSE
                   MOVE ZERO TO JDO-DEBIT
                   COMPUTE JDO-CREDIT = 0 - JR-AMOUNT (JR-IX)
               END-IF
               WRITE JOURNAL-LINE FROM JOURNAL-DETAIL-OUT
               ADD 1 TO DETAIL-COUNT
               ADD 1 TO JOURNAL-REC-COUNT
           END-IF.

      *----SAME ENVIRONMENT VARIABLE NAME AND DEFAULT AS THE OTHER
      *----DAILY-LOG WRITERS. PERFORMED AHEAD OF THE PARAMETER-FILE
      *----READ, SO THE FILE'S DAILY_LOG_FILE VALUE BEATS A STALE
      *----OVERRIDE----
       097-GET-DAILY-LOG-NAME.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "DAILY_LOG_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO DAILY-LOG-FILE-NAME
           END-IF.

      *----OPEN FOR APPEND, CREATING THE LOG IF THIS IS ITS FIRST USE
      *----(STATUS 35 ON OPEN EXTEND MEANS THE FILE DOESN'T EXIST YET)
       098-OPEN-DAILY-LOG.
           OPEN EXTEND DAILY-LOG-FILE.
           IF DAILY-LOG-STATUS = "35"
               OPEN OUTPUT DAILY-LOG-FILE
           END-IF.

      *----EXTERNAL STORAGE COMES UP LOW-VALUES, NOT SPACES, ON A
      *----STANDALONE RUN - NORMALIZE BEFORE IT GOES ON THE LOG----
       900-LOG-RUN-STARTED.
           IF OPR-ID = LOW-VALUES
               MOVE SPACES TO OPR-ID
           END-IF.
           MOVE OPR-ID TO DLL-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO DLL-CURRENT-DATE-AND-TIME.
           MOVE "STARTED" TO DLL-EVENT.
           MOVE DLL-CD-YEAR   TO DLL-RUN-DATE (1:4).
           MOVE DLL-CD-MONTH  TO DLL-RUN-DATE (5:2).
           MOVE DLL-CD-DAY    TO DLL-RUN-DATE (7:2).
           MOVE DLL-CD-HOURS   TO DLL-RUN-TIME (1:2).
           MOVE DLL-CD-MINUTES TO DLL-RUN-TIME (3:2).
           MOVE DLL-CD-SECONDS TO DLL-RUN-TIME (5:2).
           MOVE ZERO TO DLL-RECORD-COUNT.
           MOVE SPACES TO DLL-STATUS.
           WRITE DAILY-LOG-RECORD FROM DAILY-LOG-LINE.

      *----THE CALLER SETS DLL-RECORD-COUNT AND DLL-STATUS FIRST----
       910-LOG-RUN-COMPLETED.
           MOVE FUNCTION CURRENT-DATE TO DLL-CURRENT-DATE-AND-TIME.
           MOVE "COMPLETED" TO DLL-EVENT.
           MOVE DLL-CD-YEAR   TO DLL-RUN-DATE (1:4).
           MOVE DLL-CD-MONTH  TO DLL-RUN-DATE (5:2).
           MOVE DLL-CD-DAY    TO DLL-RUN-DATE (7:2).
           MOVE DLL-CD-HOURS   TO DLL-RUN-TIME (1:2).
           MOVE DLL-CD-MINUTES TO DLL-RUN-TIME (3:2).
           MOVE DLL-CD-SECONDS TO DLL-RUN-TIME (5:2).
           WRITE DAILY-LOG-RECORD FROM DAILY-LOG-LINE.

       end program GL-EXTRACT.
