       identification division.
       program-id. INTEGRITY-CHECK.
       author. Alan Thomas.
       date-compiled.
      *function: Check the master and transaction files against each
      *other. Every program edits its own input, but nothing looked
      *across files, so a purchaser taken off the master or a
      *jurisdiction dropped from the rate file left records behind
      *that pointed at nothing. Each cross-file rule below is run in
      *turn and its exceptions printed under the file pair, with
      *the records checked and the exceptions found:
      *  P05PAY.DAT - P05D.dat: payments naming no invoice. An
      *     invoice is matched the way REPORTMAKER applies payments -
      *     by purchaser and invoice number, or by purchaser and
      *     invoice date on an older payment with no number. The
      *     house-charge and finance-charge feeds (P05HOUSE.DAT,
      *     P05FIN.DAT) are invoices too, and count as matches.
      *     Unapplied cash on account (no invoice number, invoice
      *     date 00000000) names no invoice on purpose and is not an
      *     exception - it is only counted under the section.
      *  P05D.dat - P05MAST.DAT: invoices (and feed invoices) for a
      *     purchaser number not on the purchaser master.
      *  SALESTAX.ITM - PRODMAST.DAT: SKUs sold this month that are
      *     no longer on the product master, once per SKU with the
      *     number of item lines.
      *  TAXCAT.DAT - TAXRATES.DAT: category rules for a jurisdiction
      *     with no rate on the rate master.
      *  CERTMAST.DAT - reason codes: exemption certificates whose
      *     reason code is blank or not one of the codes we
      *     recognize (the standard list below, plus any named in
      *     INTEGRITY_REASON_CODES, separated by commas).
      *  P09BUD.DAT - P09DDT.DAT: budgets for a department code not
      *     on the department table.
      *  maintenance logs - OPERMAST.DAT: operators who made changes
      *     (P00MAINT.LOG, P01MAINT.LOG, P05MAINT.LOG, P08MAINT.LOG,
      *     P09MAINT.LOG) but are not on the operator master, once
      *     per log and operator with the number of lines. Lines
      *     with no operator are standalone runs, not exceptions.
      *A rule whose reference file is not there is skipped and says
      *so, since every record would otherwise be an exception. The
      *report (P00INTEG.RPT, key INTEGRITY_REPORT_FILE) ends with a
      *summary by file pair. The total exceptions go back to the
      *menu driver and are the record count on the run's COMPLETED
      *line, so the morning report shows them against the night
      *before. Nothing is prompted, so it belongs in the night run
      *list ahead of LOG-ANALYZER.
      *input files P05PAY.DAT, P05D.dat, P05HOUSE.DAT, P05FIN.DAT,
      *  P05MAST.DAT, SALESTAX.ITM, PRODMAST.DAT, TAXCAT.DAT,
      *  TAXRATES.DAT, CERTMAST.DAT, P09BUD.DAT, P09DDT.DAT,
      *  P00MAINT.LOG, P01MAINT.LOG, P05MAINT.LOG, P08MAINT.LOG,
      *  P09MAINT.LOG, OPERMAST.DAT
      *output files P00INTEG.RPT
      *printer ouput None
      *
      *MODS:
      *05/29/2016 - AT - first version.
      *05/31/2016 - AT - cash on account (blank invoice number and
      *  date 00000000) is counted, not reported as a payment naming
      *  no invoice.

       environment division.
           input-output section.
               file-control.
               SELECT INVOICE-FILE ASSIGN TO DYNAMIC INVOICE-FILE-NAME
               organization is line sequential
               file status is INVOICE-FILE-STATUS.

               SELECT PAYMENT-FILE ASSIGN TO DYNAMIC PAYMENT-FILE-NAME
               organization is line sequential
               file status is PAYMENT-FILE-STATUS.

               SELECT MASTER-FILE ASSIGN TO DYNAMIC MASTER-FILE-NAME
               organization is line sequential
               file status is MASTER-FILE-STATUS.

               SELECT ITEM-FILE ASSIGN TO DYNAMIC ITEM-FILE-NAME
               organization is line sequential
               file status is ITEM-FILE-STATUS.

               SELECT PRODUCT-FILE ASSIGN TO DYNAMIC PRODUCT-FILE-NAME
               organization is line sequential
               file status is PRODUCT-FILE-STATUS.

               SELECT TAXCAT-FILE ASSIGN TO DYNAMIC TAXCAT-FILE-NAME
               organization is line sequential
               file status is TAXCAT-FILE-STATUS.

               SELECT RATE-FILE ASSIGN TO DYNAMIC RATE-FILE-NAME
               organization is line sequential
               file status is RATE-FILE-STATUS.

               SELECT CERT-FILE ASSIGN TO DYNAMIC CERT-FILE-NAME
               organization is line sequential
               file status is CERT-FILE-STATUS.

               SELECT BUDGETFILE ASSIGN TO DYNAMIC BUDGETFILE-NAME
               organization is line sequential
               file status is BUDGETFILE-STATUS.

               SELECT FILE2 ASSIGN TO DYNAMIC FILE2-NAME
               organization is line sequential
               file status is FILE2-STATUS.

               SELECT MAINT-LOG ASSIGN TO DYNAMIC MAINT-LOG-NAME
               organization is line sequential
               file status is MAINT-LOG-STATUS.

               SELECT OPERFILE ASSIGN TO DYNAMIC OPERFILE-NAME
               organization is line sequential
               file status is OPERFILE-STATUS.

               SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
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

      *----THE PURCHASER MASTER (ONLY THE NUMBER IS NEEDED HERE)----
           FD MASTER-FILE.
           01 MASTER-RECORD.
               05 MF-NUMBER            PIC X(5).
               05 MF-NAME              PIC X(20).
               05 FILLER               PIC X(59).

           FD ITEM-FILE.
           01 ITEM-LINE                PIC X(120).

      *----SAME LAYOUT SALES-TAX's 140-LOAD-PRODUCTS READS----
           FD PRODUCT-FILE.
           01 PRODUCT-RECORD.
               05 PR-SKU               PIC X(8).
               05 PR-DESCRIPTION       PIC X(20).
               05 PR-CATEGORY          PIC X(2).

      *----SAME LAYOUT SALES-TAX's 145-LOAD-CATEGORY-RULES READS----
           FD TAXCAT-FILE.
           01 TAXCAT-RECORD.
               05 TC-JURISDICTION      PIC X(3).
               05 TC-CATEGORY          PIC X(2).
               05 TC-RULE              PIC X.
               05 TC-RATE              PIC 99V99.
               05 TC-THRESHOLD         PIC 9(6)V99.

      *----SAME LAYOUT SALES-TAX's 108-LOAD-TAX-RATES READS (ONLY
      *----THE CODE IS NEEDED HERE)----
           FD RATE-FILE.
           01 RATE-RECORD.
               05 RR-JURISDICTION      PIC X(3).
               05 RR-RATE              PIC 99V99.
               05 RR-EFFECTIVE-DATE    PIC 9(8).
               05 FILLER               PIC X(12).

      *----SAME LAYOUT SALES-TAX's 114-LOAD-CERTIFICATES READS----
           FD CERT-FILE.
           01 CERT-RECORD.
               05 CR-CERT-NUMBER       PIC X(8).
               05 CR-REASON            PIC X(2).
               05 CR-EXPIRE-DATE       PIC 9(8).

      *----AUTHORIZED HEADCOUNT AND BUDGETED SALARY PER DEPARTMENT--
           FD BUDGETFILE.
           01 BUDGETFILE-PICS.
               05 BUDGET-DEPT-CODE     PIC 99.
               05 BUDGET-DEPT-CODE-X REDEFINES BUDGET-DEPT-CODE
                                       PIC X(2).
               05 BUDGET-HEADCOUNT     PIC 9(5).
               05 BUDGET-SALARY        PIC 9(9).

           FD FILE2.
           01 FILE2-PICS.
               05 DEPARTMENT-CODE      PIC 99.
               05 DEPARTMENT-CODE-X REDEFINES DEPARTMENT-CODE
                                       PIC X(2).
               05 DEPARTMENT-NAME      PIC X(10).

      *----ONE MAINTENANCE LOG LINE, AS REFMAINT LAID IT OUT AND THE
      *----OTHER MAINTENANCE PROGRAMS COPIED IT----
           FD MAINT-LOG.
           01 MAINT-LOG-IN.
               05 MLI-DATE             PIC X(8).
               05 FILLER               PIC X(2).
               05 MLI-TIME             PIC X(6).
               05 FILLER               PIC X(2).
               05 MLI-OPERATOR         PIC X(3).
               05 FILLER               PIC X(2).
               05 MLI-ACTION           PIC X(9).
               05 FILLER               PIC X(2).
               05 MLI-WHAT             PIC X(46).

      *----THE OPERATOR MASTER, AS THE MENU AND OPERATOR-MAINT
      *----KEEP IT----
           FD OPERFILE.
           01 OPERFILE-PICS.
               05 OPF-ID               PIC X(3).
               05 OPF-NAME             PIC X(20).
               05 OPF-LEVEL            PIC 9.
               05 OPF-STATUS           PIC X.
               05 OPF-LAST-SIGNON      PIC X(8).
               05 OPF-ADDED-DATE       PIC X(8).

           FD REPORT-FILE.
           01 REPORT-LINE              PIC X(100).

           FD PARM-FILE.
           01 PARM-RECORD              PIC X(120).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD         PIC X(80).


       working-storage section.
       01  INVOICE-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  INVOICE-FILE-NAME   PIC X(80)       VALUE SPACES.
       01  PAYMENT-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  MASTER-FILE-STATUS  PIC X(2)        VALUE SPACES.
       01  ITEM-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  PRODUCT-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  TAXCAT-FILE-STATUS  PIC X(2)        VALUE SPACES.
       01  RATE-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  CERT-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  BUDGETFILE-STATUS   PIC X(2)        VALUE SPACES.
       01  FILE2-STATUS        PIC X(2)        VALUE SPACES.
       01  MAINT-LOG-NAME      PIC X(80)       VALUE SPACES.
       01  MAINT-LOG-STATUS    PIC X(2)        VALUE SPACES.
       01  OPERFILE-NAME       PIC X(80)       VALUE "OPERMAST.DAT".
       01  OPERFILE-STATUS     PIC X(2)        VALUE SPACES.
       01  REPORT-FILE-NAME    PIC X(80)       VALUE "P00INTEG.RPT".
       01  EOF-SWITCH          PIC X           VALUE "N".

      *----EVERY FILE DEFAULTS WHERE THE PROGRAMS THAT WRITE IT
      *----DEFAULT; THE PARAMETER FILE RE-POINTS THEM WITH THE SAME
      *----KEYS THOSE PROGRAMS HONOR----
       01  FILE-NAME-FIELDS.
           05 THEIRFILE-NAME    PIC X(80)
               VALUE "E:\programming\P05D.dat".
           05 HOUSEFEED-NAME    PIC X(80)
               VALUE "E:\programming\P05HOUSE.DAT".
           05 FINFEED-NAME      PIC X(80)
               VALUE "E:\programming\P05FIN.DAT".
           05 PAYMENT-FILE-NAME PIC X(80)
               VALUE "E:\programming\P05PAY.DAT".
           05 MASTER-FILE-NAME  PIC X(80)
               VALUE "E:\programming\P05MAST.DAT".
           05 ITEM-FILE-NAME    PIC X(80)
               VALUE "SALESTAX.ITM".
           05 PRODUCT-FILE-NAME PIC X(80)
               VALUE "PRODMAST.DAT".
           05 TAXCAT-FILE-NAME  PIC X(80)
               VALUE "TAXCAT.DAT".
           05 RATE-FILE-NAME    PIC X(80)
               VALUE "TAXRATES.DAT".
           05 CERT-FILE-NAME    PIC X(80)
               VALUE "CERTMAST.DAT".
           05 BUDGETFILE-NAME   PIC X(80)
               VALUE "C:\COBOL\P09BUD.DAT".
           05 FILE2-NAME        PIC X(80)
               VALUE "C:\COBOL\P09DDT.DAT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE)----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

      *----THE MAINTENANCE LOGS, UNDER THE NAMES THEIR WRITERS
      *----ASSIGN, WITH THE SOURCE TAG EACH LINE CARRIES----
       01  MAINT-LOG-DEFS.
           05 FILLER PIC X(20) VALUE "P00MAINTP00MAINT.LOG".
           05 FILLER PIC X(20) VALUE "P01MAINTP01MAINT.LOG".
           05 FILLER PIC X(20) VALUE "P05MAINTP05MAINT.LOG".
           05 FILLER PIC X(20) VALUE "P08MAINTP08MAINT.LOG".
           05 FILLER PIC X(20) VALUE "P09MAINTP09MAINT.LOG".
       01  MAINT-LOG-TABLE REDEFINES MAINT-LOG-DEFS.
           05 MAINT-LOG-ENTRY OCCURS 5 TIMES.
              10 ML-SOURCE     PIC X(8).
              10 ML-FILE-NAME  PIC X(12).
       01  MAINT-LOG-SUB       PIC 9           VALUE ZERO.

      *----THE EXEMPTION REASON CODES A CERTIFICATE MAY CARRY. THE
      *----LAST TWELVE SLOTS TAKE THE CODES NAMED IN
      *----INTEGRITY_REASON_CODES----
       01  REASON-CODE-DEFS.
           05 FILLER PIC X(22) VALUE "RSRESALE".
           05 FILLER PIC X(22) VALUE "NPNONPROFIT".
           05 FILLER PIC X(22) VALUE "GVGOVERNMENT".
           05 FILLER PIC X(22) VALUE "EDEDUCATIONAL".
           05 FILLER PIC X(22) VALUE "RLRELIGIOUS".
           05 FILLER PIC X(22) VALUE "AGAGRICULTURAL".
           05 FILLER PIC X(22) VALUE "MFMANUFACTURING".
           05 FILLER PIC X(22) VALUE "DPDIRECT PAY PERMIT".
           05 FILLER PIC X(264) VALUE SPACES.
       01  REASON-CODE-TABLE REDEFINES REASON-CODE-DEFS.
           05 REASON-ENTRY OCCURS 20 TIMES
                  INDEXED BY RC-IX.
              10 RC-CODE       PIC X(2).
              10 RC-MEANING    PIC X(20).
       01  REASON-COUNT        PIC 9(2)        VALUE 8.
       01  REASON-POINTER      PIC 9(3)        VALUE ZERO.
       01  ONE-REASON          PIC X(10)       VALUE SPACES.
       01  REASON-FOUND-SW     PIC X           VALUE "N".
           88 REASON-FOUND                     VALUE "Y".

      *----THE FILE PAIRS, IN THE ORDER THEY ARE CHECKED, AND WHAT
      *----EACH ONE FOUND----
       01  PAIR-DEFS.
           05 FILLER PIC X(28) VALUE "P05PAY.DAT - P05D.dat".
           05 FILLER PIC X(52) VALUE
               "PAYMENTS THAT MATCH NO INVOICE".
           05 FILLER PIC X(28) VALUE "P05D.dat - P05MAST.DAT".
           05 FILLER PIC X(52) VALUE
               "INVOICES FOR PURCHASERS NOT ON THE MASTER".
           05 FILLER PIC X(28) VALUE "SALESTAX.ITM - PRODMAST.DAT".
           05 FILLER PIC X(52) VALUE
               "SKUS SOLD THAT ARE NOT ON THE PRODUCT MASTER".
           05 FILLER PIC X(28) VALUE "TAXCAT.DAT - TAXRATES.DAT".
           05 FILLER PIC X(52) VALUE
               "RULES FOR JURISDICTIONS NOT ON THE RATE MASTER".
           05 FILLER PIC X(28) VALUE "CERTMAST.DAT - REASON CODES".
           05 FILLER PIC X(52) VALUE
               "CERTIFICATES WHOSE REASON CODE MEANS NOTHING".
           05 FILLER PIC X(28) VALUE "P09BUD.DAT - P09DDT.DAT".
           05 FILLER PIC X(52) VALUE
               "BUDGETS FOR DEPARTMENTS NOT ON THE DEPARTMENT TABLE".
           05 FILLER PIC X(28) VALUE "MAINT LOGS - OPERMAST.DAT".
           05 FILLER PIC X(52) VALUE
               "OPERATORS IN THE LOGS WHO ARE NOT ON THE MASTER".
       01  PAIR-TABLE REDEFINES PAIR-DEFS.
           05 PAIR-ENTRY OCCURS 7 TIMES.
              10 PT-LABEL      PIC X(28).
              10 PT-DESC       PIC X(52).
       01  PAIR-RESULTS.
           05 PAIR-RESULT OCCURS 7 TIMES.
              10 PS-CHECKED    PIC 9(7).
              10 PS-EXCEPTIONS PIC 9(5).
              10 PS-NOTE       PIC X(40).
       01  PAIR-SUB            PIC 9           VALUE ZERO.

      *----THE SECTION BEING CHECKED----
       01  SECTION-FIELDS.
           05 SECTION-CHECKED    PIC 9(7)  VALUE ZERO.
           05 SECTION-EXCEPTIONS PIC 9(5)  VALUE ZERO.
           05 SECTION-NOTE       PIC X(40) VALUE SPACES.
       01  ON-ACCOUNT-COUNT    PIC 9(5)        VALUE ZERO.
       01  TOTAL-EXCEPTIONS    PIC 9(5)        VALUE ZERO.
       01  EXCEPTION-TEXT      PIC X(96)       VALUE SPACES.
       01  AMOUNT-EDIT         PIC Z(6)9.
       01  COUNT-EDIT          PIC Z(4)9.
       01  RUN-DATE            PIC 9(8)        VALUE ZERO.
       01  LOAD-FULL-SW        PIC X           VALUE "N".
           88 LOAD-FULL                        VALUE "Y".

      *----EVERY INVOICE ON THE TRANSMISSION AND THE TWO FEEDS----
       01  INVOICE-COUNT       PIC 9(4)        VALUE ZERO.
       01  INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON INVOICE-COUNT
                  INDEXED BY IV-IX.
              10 IV-PURCHASER      PIC X(5).
              10 IV-NUMBER         PIC X(8).
              10 IV-DATE           PIC 9(8).
              10 IV-SOURCE         PIC X(12).
       01  INVOICE-SOURCE      PIC X(12)       VALUE SPACES.
       01  INVOICE-FILE-FOUND-SW PIC X         VALUE "N".
           88 INVOICE-FILE-FOUND               VALUE "Y".
       01  INVOICE-FOUND-SW    PIC X           VALUE "N".
           88 INVOICE-FOUND                    VALUE "Y".

      *----THE PURCHASER NUMBERS ON THE MASTER----
       01  PURCHASER-COUNT     PIC 9(3)        VALUE ZERO.
       01  PURCHASER-TABLE.
           05 PURCHASER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON PURCHASER-COUNT
                  INDEXED BY PU-IX.
              10 PU-NUMBER         PIC X(5).
       01  PURCHASER-FOUND-SW  PIC X           VALUE "N".
           88 PURCHASER-FOUND                  VALUE "Y".

      *----THE ITEM-DETAIL LINE AS SALES-TAX's 132-WRITE-ITEM-DETAIL
      *----LAYS IT OUT----
       01  ITEM-LINE-IN.
           05 ILI-DATE           PIC X(8).
           05 FILLER             PIC X(2).
           05 ILI-RECEIPT-NO     PIC X(6).
           05 FILLER             PIC X(2).
           05 ILI-REGISTER       PIC X(4).
           05 FILLER             PIC X(2).
           05 ILI-JURISDICTION   PIC X(3).
           05 FILLER             PIC X(2).
           05 ILI-SKU            PIC X(8).
           05 FILLER             PIC X(2).
           05 ILI-CATEGORY       PIC X(2).
           05 FILLER             PIC X(2).
           05 ILI-PRICE          PIC X(10).
           05 FILLER             PIC X(2).
           05 ILI-ITEM-TAX       PIC X(10).
           05 FILLER             PIC X(2).
           05 ILI-RULE           PIC X.
           05 FILLER             PIC X(2).
           05 ILI-TRANS-TYPE     PIC X(6).
           05 FILLER             PIC X(42).

      *----THE SKUS ON THE PRODUCT MASTER, AND THE ONES SOLD THAT
      *----ARE NOT----
       01  PRODUCT-COUNT       PIC 9(3)        VALUE ZERO.
       01  PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON PRODUCT-COUNT
                  INDEXED BY PM-IX.
              10 PM-SKU            PIC X(8).
       01  MISSING-SKU-COUNT   PIC 9(3)        VALUE ZERO.
       01  MISSING-SKU-TABLE.
           05 MISSING-SKU-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON MISSING-SKU-COUNT
                  INDEXED BY MS-IX.
              10 MS-SKU            PIC X(8).
              10 MS-LINES          PIC 9(5).
              10 MS-FIRST-DATE     PIC X(8).
              10 MS-LAST-DATE      PIC X(8).
       01  PRODUCT-FOUND-SW    PIC X           VALUE "N".
           88 PRODUCT-FOUND                    VALUE "Y".

      *----THE JURISDICTIONS ON THE RATE MASTER (ONE ENTRY PER CODE,
      *----HOWEVER MANY EFFECTIVE DATES IT HAS)----
       01  JURISDICTION-COUNT  PIC 9(3)        VALUE ZERO.
       01  JURISDICTION-TABLE.
           05 JURISDICTION-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON JURISDICTION-COUNT
                  INDEXED BY JU-IX.
              10 JU-CODE           PIC X(3).
       01  JURISDICTION-KEY    PIC X(3)        VALUE SPACES.
       01  JURISDICTION-FOUND-SW PIC X         VALUE "N".
           88 JURISDICTION-FOUND               VALUE "Y".

      *----THE DEPARTMENT CODES ON THE DEPARTMENT TABLE----
       01  DEPARTMENT-COUNT    PIC 9(3)        VALUE ZERO.
       01  DEPARTMENT-TABLE.
           05 DEPARTMENT-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON DEPARTMENT-COUNT
                  INDEXED BY DP-IX.
              10 DP-CODE           PIC X(2).
       01  DEPARTMENT-FOUND-SW PIC X           VALUE "N".
           88 DEPARTMENT-FOUND                 VALUE "Y".

      *----THE OPERATOR IDS ON THE MASTER, AND THE ONES IN THE LOGS
      *----THAT ARE NOT----
       01  OPERATOR-COUNT      PIC 9(2)        VALUE ZERO.
       01  OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON OPERATOR-COUNT
                  INDEXED BY OP-IX.
              10 OP-ID             PIC X(3).
       01  MISSING-OPER-COUNT  PIC 9(3)        VALUE ZERO.
       01  MISSING-OPER-TABLE.
           05 MISSING-OPER-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON MISSING-OPER-COUNT
                  INDEXED BY MO-IX.
              10 MO-SOURCE         PIC X(8).
              10 MO-OPERATOR       PIC X(3).
              10 MO-LINES          PIC 9(5).
              10 MO-FIRST-DATE     PIC X(8).
              10 MO-LAST-DATE      PIC X(8).
       01  OPERATOR-FOUND-SW   PIC X           VALUE "N".
           88 OPERATOR-FOUND                   VALUE "Y".
       01  LOGS-READ           PIC 9           VALUE ZERO.

       01  HEADING-LINE-1.
           05 FILLER  PIC X(36) VALUE
               "CROSS-FILE INTEGRITY CHECK - RUN: ".
           05 HL1-RUN-DATE PIC 9(8).

       01  DASH-LINE.
           05 FILLER  PIC X(100) VALUE ALL "-".

       01  SECTION-HEADING-LINE.
           05 SHL-LABEL  PIC X(28).
           05 FILLER     PIC X(2)  VALUE SPACES.
           05 SHL-DESC   PIC X(52).

       01  EXCEPTION-DETAIL-LINE.
           05 FILLER     PIC X(4)  VALUE SPACES.
           05 EDL-TEXT   PIC X(96).

       01  SECTION-TOTAL-LINE.
           05 FILLER     PIC X(4)  VALUE SPACES.
           05 STL-CHECKED    PIC Z(6)9.
           05 FILLER     PIC X(21) VALUE " RECORD(S) CHECKED, ".
           05 STL-EXCEPTIONS PIC Z(4)9.
           05 FILLER     PIC X(13) VALUE " EXCEPTION(S)".

       01  SUMMARY-HEADING-1.
           05 FILLER  PIC X(20) VALUE "SUMMARY BY FILE PAIR".

       01  SUMMARY-HEADING-2.
           05 FILLER  PIC X(30) VALUE "FILE PAIR".
           05 FILLER  PIC X(9)  VALUE "  CHECKED".
           05 FILLER  PIC X(12) VALUE "  EXCEPTIONS".

       01  SUMMARY-DETAIL-LINE.
           05 SDL-LABEL      PIC X(28).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-CHECKED    PIC Z(8)9.
           05 FILLER         PIC X(7)  VALUE SPACES.
           05 SDL-EXCEPTIONS PIC Z(4)9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 SDL-NOTE       PIC X(40).

       01  SUMMARY-TOTAL-LINE.
           05 FILLER         PIC X(30) VALUE "TOTAL EXCEPTIONS".
           05 FILLER         PIC X(16) VALUE SPACES.
           05 STO-EXCEPTIONS PIC Z(4)9.

       01  MESSAGE-LINE.
           05 ML-TEXT   PIC X(100).


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
           05 DLL-PROGRAM        PIC X(12)  VALUE "INTEG-CHECK".
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

      *----THE SIGNED-ON OPERATOR HANDED DOWN BY THE MENU DRIVER
      *----(EXTERNAL; BLANK ON A STANDALONE RUN)----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.


       procedure division.

       000-MAIN.
           MOVE ZERO TO TOTAL-EXCEPTIONS.
           MOVE 8 TO REASON-COUNT.
           INITIALIZE PAIR-RESULTS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  CROSS-FILE INTEGRITY CHECK".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO HL1-RUN-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           PERFORM 100-CHECK-PAYMENTS.
           PERFORM 200-CHECK-INVOICES.
           PERFORM 300-CHECK-SKUS.
           PERFORM 400-CHECK-CATEGORY-RULES.
           PERFORM 500-CHECK-CERTIFICATES.
           PERFORM 600-CHECK-BUDGETS.
           PERFORM 700-CHECK-OPERATORS.
           PERFORM 850-PRINT-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY TOTAL-EXCEPTIONS " CROSS-FILE EXCEPTION(S) - SEE "
               FUNCTION TRIM (REPORT-FILE-NAME).
           MOVE TOTAL-EXCEPTIONS TO DLL-RECORD-COUNT.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE TOTAL-EXCEPTIONS TO RSA-EXCEPTION-COUNT.
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
               WHEN "INTEGRITY_REPORT_FILE"
                   MOVE PARM-VALUE TO REPORT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "INTEGRITY_REASON_CODES"
                   MOVE 1 TO REASON-POINTER
                   PERFORM 008-TAKE-REASON-CODE
                       UNTIL REASON-POINTER > 80
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
               WHEN "P05_MASTER_FILE"
                   MOVE PARM-VALUE TO MASTER-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_ITEM_FILE"
                   MOVE PARM-VALUE TO ITEM-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_PRODUCT_FILE"
                   MOVE PARM-VALUE TO PRODUCT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_TAXCAT_FILE"
                   MOVE PARM-VALUE TO TAXCAT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_RATE_FILE"
                   MOVE PARM-VALUE TO RATE-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_CERT_FILE"
                   MOVE PARM-VALUE TO CERT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_BUDGET_FILE"
                   MOVE PARM-VALUE TO BUDGETFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_DEPARTMENT_FILE"
                   MOVE PARM-VALUE TO FILE2-NAME
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

      *----ONE CODE OFF THE COMMA LIST INTO THE NEXT FREE SLOT OF THE
      *----REASON TABLE. A CODE ALREADY THERE IS NOT ADDED TWICE----
       008-TAKE-REASON-CODE.
           MOVE SPACES TO ONE-REASON.
           UNSTRING PARM-VALUE DELIMITED BY "," OR SPACE
               INTO ONE-REASON
               WITH POINTER REASON-POINTER.
           IF ONE-REASON NOT = SPACES
               PERFORM 540-FIND-REASON
               IF NOT REASON-FOUND
                   IF REASON-COUNT < 20
                       ADD 1 TO REASON-COUNT
                       MOVE ONE-REASON TO RC-CODE (REASON-COUNT)
                       MOVE "LOCAL CODE" TO RC-MEANING (REASON-COUNT)
                   ELSE
                       DISPLAY "*REASON CODE TABLE FULL - "
                           ONE-REASON " NOT ADDED*"
                   END-IF
               END-IF
           END-IF.

      *----P05PAY.DAT AGAINST THE INVOICES. NO TRANSMISSION ON FILE
      *----SKIPS THE CHECK - EVERY PAYMENT WOULD BE AN EXCEPTION----
       100-CHECK-PAYMENTS.
           MOVE 1 TO PAIR-SUB.
           PERFORM 800-START-SECTION.
           PERFORM 110-LOAD-INVOICES.
           IF NOT INVOICE-FILE-FOUND
               MOVE "SKIPPED - NO INVOICE FILE" TO SECTION-NOTE
           ELSE
               IF LOAD-FULL
                   MOVE "SKIPPED - INVOICE TABLE FULL" TO SECTION-NOTE
               ELSE
                   MOVE "N" TO EOF-SWITCH
                   MOVE ZERO TO ON-ACCOUNT-COUNT
                   OPEN INPUT PAYMENT-FILE
                   IF PAYMENT-FILE-STATUS NOT = "35"
                       PERFORM 120-READ-PAYMENT-RCD
                       PERFORM 130-CHECK-ONE-PAYMENT
                           UNTIL EOF-SWITCH = "Y"
                       CLOSE PAYMENT-FILE
                   END-IF
                   IF ON-ACCOUNT-COUNT > ZERO
                       MOVE ON-ACCOUNT-COUNT TO COUNT-EDIT
                       MOVE SPACES TO ML-TEXT
                       STRING "    " DELIMITED BY SIZE
                              COUNT-EDIT DELIMITED BY SIZE
                              " PAYMENT(S) HELD ON ACCOUNT - NOT"
                                  DELIMITED BY SIZE
                              " EXCEPTIONS" DELIMITED BY SIZE
                              INTO ML-TEXT
                       WRITE REPORT-LINE FROM MESSAGE-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 820-END-SECTION.

      *----THE TRANSMISSION, THEN THE HOUSE AND FINANCE-CHARGE FEEDS.
      *----ONLY THE TRANSMISSION HAS TO BE THERE----
       110-LOAD-INVOICES.
           MOVE ZERO TO INVOICE-COUNT.
           MOVE "N" TO LOAD-FULL-SW.
           MOVE "N" TO INVOICE-FILE-FOUND-SW.
           MOVE THEIRFILE-NAME TO INVOICE-FILE-NAME.
           MOVE "P05D.dat" TO INVOICE-SOURCE.
           PERFORM 111-LOAD-ONE-INVOICE-FILE.
           IF INVOICE-FILE-STATUS NOT = "35"
               MOVE "Y" TO INVOICE-FILE-FOUND-SW
           END-IF.
           MOVE HOUSEFEED-NAME TO INVOICE-FILE-NAME.
           MOVE "P05HOUSE.DAT" TO INVOICE-SOURCE.
           PERFORM 111-LOAD-ONE-INVOICE-FILE.
           MOVE FINFEED-NAME TO INVOICE-FILE-NAME.
           MOVE "P05FIN.DAT" TO INVOICE-SOURCE.
           PERFORM 111-LOAD-ONE-INVOICE-FILE.

       111-LOAD-ONE-INVOICE-FILE.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS NOT = "35"
               PERFORM 112-READ-INVOICE-RCD
               PERFORM 113-STORE-INVOICE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE INVOICE-FILE
           END-IF.

       112-READ-INVOICE-RCD.
           READ INVOICE-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       113-STORE-INVOICE.
           IF INVOICE-RECORD (1:3) NOT = "HDR"
                  AND INVOICE-RECORD (1:3) NOT = "TRL"
                  AND INVOICE-RECORD NOT = SPACES
               IF INVOICE-COUNT < 3000
                   ADD 1 TO INVOICE-COUNT
                   SET IV-IX TO INVOICE-COUNT
                   MOVE INV-PURCHASER TO IV-PURCHASER (IV-IX)
                   MOVE INV-INVOICE-NUMBER TO IV-NUMBER (IV-IX)
                   MOVE INV-INVOICE-DATE TO IV-DATE (IV-IX)
                   MOVE INVOICE-SOURCE TO IV-SOURCE (IV-IX)
               ELSE
                   IF NOT LOAD-FULL
                       DISPLAY "*INVOICE TABLE FULL AT "
                           INV-PURCHASER " " INV-INVOICE-NUMBER "*"
                   END-IF
                   MOVE "Y" TO LOAD-FULL-SW
               END-IF
           END-IF.
           PERFORM 112-READ-INVOICE-RCD.

       120-READ-PAYMENT-RCD.
           READ PAYMENT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----A NUMBERED PAYMENT MUST FIND ITS INVOICE NUMBER UNDER THE
      *----SAME PURCHASER; AN UNNUMBERED ONE THE INVOICE DATE. CASH
      *----ON ACCOUNT (NO NUMBER, DATE 00000000) NAMES NO INVOICE AND
      *----IS ONLY COUNTED----
       130-CHECK-ONE-PAYMENT.
           IF PAYMENT-RECORD NOT = SPACES
               ADD 1 TO SECTION-CHECKED
               MOVE "N" TO INVOICE-FOUND-SW
               IF PAY-INVOICE-NUMBER = SPACES
                      AND PAY-INVOICE-DATE = ZERO
                   ADD 1 TO ON-ACCOUNT-COUNT
                   MOVE "Y" TO INVOICE-FOUND-SW
               END-IF
               IF INVOICE-COUNT > ZERO AND NOT INVOICE-FOUND
                   SET IV-IX TO 1
                   IF PAY-INVOICE-NUMBER NOT = SPACES
                       SEARCH INVOICE-ENTRY
                           AT END
                               CONTINUE
                           WHEN IV-PURCHASER (IV-IX) = PAY-PURCHASER
                                  AND IV-NUMBER (IV-IX)
                                      = PAY-INVOICE-NUMBER
                               MOVE "Y" TO INVOICE-FOUND-SW
                       END-SEARCH
                   ELSE
                       SEARCH INVOICE-ENTRY
                           AT END
                               CONTINUE
                           WHEN IV-PURCHASER (IV-IX) = PAY-PURCHASER
                                  AND IV-DATE (IV-IX)
                                      = PAY-INVOICE-DATE
                               MOVE "Y" TO INVOICE-FOUND-SW
                       END-SEARCH
                   END-IF
               END-IF
               IF NOT INVOICE-FOUND
                   MOVE PAY-AMOUNT TO AMOUNT-EDIT
                   MOVE SPACES TO EXCEPTION-TEXT
                   IF PAY-INVOICE-NUMBER NOT = SPACES
                       STRING "PURCHASER " DELIMITED BY SIZE
                              PAY-PURCHASER DELIMITED BY SIZE
                              "  INVOICE " DELIMITED BY SIZE
                              PAY-INVOICE-NUMBER DELIMITED BY SIZE
                              "  PAID " DELIMITED BY SIZE
                              PAY-PAYMENT-DATE DELIMITED BY SIZE
                              "  AMOUNT " DELIMITED BY SIZE
                              AMOUNT-EDIT DELIMITED BY SIZE
                              INTO EXCEPTION-TEXT
                   ELSE
                       STRING "PURCHASER " DELIMITED BY SIZE
                              PAY-PURCHASER DELIMITED BY SIZE
                              "  INVOICE DATED " DELIMITED BY SIZE
                              PAY-INVOICE-DATE DELIMITED BY SIZE
                              "  PAID " DELIMITED BY SIZE
                              PAY-PAYMENT-DATE DELIMITED BY SIZE
                              "  AMOUNT " DELIMITED BY SIZE
                              AMOUNT-EDIT DELIMITED BY SIZE
                              INTO EXCEPTION-TEXT
                   END-IF
                   PERFORM 810-WRITE-EXCEPTION
               END-IF
           END-IF.
           PERFORM 120-READ-PAYMENT-RCD.

      *----THE INVOICES LOADED ABOVE AGAINST THE PURCHASER MASTER----
       200-CHECK-INVOICES.
           MOVE 2 TO PAIR-SUB.
           PERFORM 800-START-SECTION.
           PERFORM 210-LOAD-PURCHASERS.
           IF MASTER-FILE-STATUS = "35"
               MOVE "SKIPPED - NO PURCHASER MASTER" TO SECTION-NOTE
           ELSE
               IF LOAD-FULL
                   MOVE "SKIPPED - PURCHASER TABLE FULL"
                       TO SECTION-NOTE
               ELSE
                   PERFORM 220-CHECK-ONE-INVOICE
                       VARYING IV-IX FROM 1 BY 1
                       UNTIL IV-IX > INVOICE-COUNT
               END-IF
           END-IF.
           PERFORM 820-END-SECTION.

       210-LOAD-PURCHASERS.
           MOVE ZERO TO PURCHASER-COUNT.
           MOVE "N" TO LOAD-FULL-SW.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "35"
               PERFORM 211-READ-PURCHASER-RCD
               PERFORM 212-STORE-PURCHASER
                   UNTIL EOF-SWITCH = "Y"
               CLOSE MASTER-FILE
           END-IF.

       211-READ-PURCHASER-RCD.
           READ MASTER-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       212-STORE-PURCHASER.
           IF MF-NUMBER NOT = SPACES
               IF PURCHASER-COUNT < 500
                   ADD 1 TO PURCHASER-COUNT
                   MOVE MF-NUMBER TO PU-NUMBER (PURCHASER-COUNT)
               ELSE
                   IF NOT LOAD-FULL
                       DISPLAY "*PURCHASER TABLE FULL AT "
                           MF-NUMBER "*"
                   END-IF
                   MOVE "Y" TO LOAD-FULL-SW
               END-IF
           END-IF.
           PERFORM 211-READ-PURCHASER-RCD.

       220-CHECK-ONE-INVOICE.
           ADD 1 TO SECTION-CHECKED.
           MOVE "N" TO PURCHASER-FOUND-SW.
           IF PURCHASER-COUNT > ZERO
               SET PU-IX TO 1
               SEARCH PURCHASER-ENTRY
                   AT END
                       CONTINUE
                   WHEN PU-NUMBER (PU-IX) = IV-PURCHASER (IV-IX)
                       MOVE "Y" TO PURCHASER-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT PURCHASER-FOUND
               MOVE SPACES TO EXCEPTION-TEXT
               STRING "PURCHASER " DELIMITED BY SIZE
                      IV-PURCHASER (IV-IX) DELIMITED BY SIZE
                      "  INVOICE " DELIMITED BY SIZE
                      IV-NUMBER (IV-IX) DELIMITED BY SIZE
                      "  DATED " DELIMITED BY SIZE
                      IV-DATE (IV-IX) DELIMITED BY SIZE
                      "  ON " DELIMITED BY SIZE
                      IV-SOURCE (IV-IX) DELIMITED BY SIZE
                      INTO EXCEPTION-TEXT
               PERFORM 810-WRITE-EXCEPTION
           END-IF.

      *----THIS MONTH'S ITEM LINES AGAINST THE PRODUCT MASTER. WITH
      *----NO MASTER THE REGISTER'S LOOKUP IS OFF, SO THERE IS
      *----NOTHING TO HOLD THEM TO. A LINE WITH NO SKU WAS RUNG
      *----WITHOUT ONE AND IS NOT AN EXCEPTION----
       300-CHECK-SKUS.
           MOVE 3 TO PAIR-SUB.
           PERFORM 800-START-SECTION.
           MOVE ZERO TO MISSING-SKU-COUNT.
           PERFORM 310-LOAD-PRODUCTS.
           IF PRODUCT-FILE-STATUS = "35"
               MOVE "SKIPPED - NO PRODUCT MASTER" TO SECTION-NOTE
           ELSE
               IF LOAD-FULL
                   MOVE "SKIPPED - PRODUCT TABLE FULL" TO SECTION-NOTE
               ELSE
                   MOVE "N" TO EOF-SWITCH
                   OPEN INPUT ITEM-FILE
                   IF ITEM-FILE-STATUS NOT = "35"
                       PERFORM 320-READ-ITEM-LINE
                       PERFORM 330-CHECK-ONE-ITEM
                           UNTIL EOF-SWITCH = "Y"
                       CLOSE ITEM-FILE
                   END-IF
                   PERFORM 340-WRITE-MISSING-SKU
                       VARYING MS-IX FROM 1 BY 1
                       UNTIL MS-IX > MISSING-SKU-COUNT
               END-IF
           END-IF.
           PERFORM 820-END-SECTION.

       310-LOAD-PRODUCTS.
           MOVE ZERO TO PRODUCT-COUNT.
           MOVE "N" TO LOAD-FULL-SW.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "35"
               PERFORM 311-READ-PRODUCT-RCD
               PERFORM 312-STORE-PRODUCT
                   UNTIL EOF-SWITCH = "Y"
               CLOSE PRODUCT-FILE
           END-IF.

       311-READ-PRODUCT-RCD.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       312-STORE-PRODUCT.
           IF PR-SKU NOT = SPACES
               IF PRODUCT-COUNT < 500
                   ADD 1 TO PRODUCT-COUNT
                   MOVE PR-SKU TO PM-SKU (PRODUCT-COUNT)
               ELSE
                   IF NOT LOAD-FULL
                       DISPLAY "*PRODUCT TABLE FULL AT " PR-SKU "*"
                   END-IF
                   MOVE "Y" TO LOAD-FULL-SW
               END-IF
           END-IF.
           PERFORM 311-READ-PRODUCT-RCD.

       320-READ-ITEM-LINE.
           READ ITEM-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----A SKU NOT ON THE MASTER IS LISTED ONCE, WITH THE NUMBER OF
      *----LINES AND THE FIRST AND LAST DATE IT WAS RUNG----
       330-CHECK-ONE-ITEM.
           MOVE ITEM-LINE TO ITEM-LINE-IN.
           IF ILI-DATE IS NUMERIC AND ILI-SKU NOT = SPACES
               ADD 1 TO SECTION-CHECKED
               MOVE "N" TO PRODUCT-FOUND-SW
               IF PRODUCT-COUNT > ZERO
                   SET PM-IX TO 1
                   SEARCH PRODUCT-ENTRY
                       AT END
                           CONTINUE
                       WHEN PM-SKU (PM-IX) = ILI-SKU
                           MOVE "Y" TO PRODUCT-FOUND-SW
                   END-SEARCH
               END-IF
               IF NOT PRODUCT-FOUND
                   PERFORM 335-TALLY-MISSING-SKU
               END-IF
           END-IF.
           PERFORM 320-READ-ITEM-LINE.

       335-TALLY-MISSING-SKU.
           MOVE "N" TO PRODUCT-FOUND-SW.
           IF MISSING-SKU-COUNT > ZERO
               SET MS-IX TO 1
               SEARCH MISSING-SKU-ENTRY
                   AT END
                       CONTINUE
                   WHEN MS-SKU (MS-IX) = ILI-SKU
                       MOVE "Y" TO PRODUCT-FOUND-SW
                       ADD 1 TO MS-LINES (MS-IX)
                       IF ILI-DATE < MS-FIRST-DATE (MS-IX)
                           MOVE ILI-DATE TO MS-FIRST-DATE (MS-IX)
                       END-IF
                       IF ILI-DATE > MS-LAST-DATE (MS-IX)
                           MOVE ILI-DATE TO MS-LAST-DATE (MS-IX)
                       END-IF
               END-SEARCH
           END-IF.
           IF NOT PRODUCT-FOUND
               IF MISSING-SKU-COUNT < 500
                   ADD 1 TO MISSING-SKU-COUNT
                   SET MS-IX TO MISSING-SKU-COUNT
                   MOVE ILI-SKU TO MS-SKU (MS-IX)
                   MOVE 1 TO MS-LINES (MS-IX)
                   MOVE ILI-DATE TO MS-FIRST-DATE (MS-IX)
                   MOVE ILI-DATE TO MS-LAST-DATE (MS-IX)
               ELSE
                   DISPLAY "*MISSING SKU TABLE FULL - " ILI-SKU
                       " NOT LISTED*"
               END-IF
           END-IF.

       340-WRITE-MISSING-SKU.
           MOVE MS-LINES (MS-IX) TO COUNT-EDIT.
           MOVE SPACES TO EXCEPTION-TEXT.
           STRING "SKU " DELIMITED BY SIZE
                  MS-SKU (MS-IX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  " ITEM LINE(S) " DELIMITED BY SIZE
                  MS-FIRST-DATE (MS-IX) DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  MS-LAST-DATE (MS-IX) DELIMITED BY SIZE
                  INTO EXCEPTION-TEXT.
           PERFORM 810-WRITE-EXCEPTION.

      *----THE CATEGORY RULES AGAINST THE JURISDICTIONS ON THE RATE
      *----MASTER----
       400-CHECK-CATEGORY-RULES.
           MOVE 4 TO PAIR-SUB.
           PERFORM 800-START-SECTION.
           PERFORM 410-LOAD-JURISDICTIONS.
           IF RATE-FILE-STATUS = "35"
               MOVE "SKIPPED - NO RATE MASTER" TO SECTION-NOTE
           ELSE
               IF LOAD-FULL
                   MOVE "SKIPPED - JURISDICTION TABLE FULL"
                       TO SECTION-NOTE
               ELSE
                   MOVE "N" TO EOF-SWITCH
                   OPEN INPUT TAXCAT-FILE
                   IF TAXCAT-FILE-STATUS NOT = "35"
                       PERFORM 420-READ-TAXCAT-RCD
                       PERFORM 430-CHECK-ONE-RULE
                           UNTIL EOF-SWITCH = "Y"
                       CLOSE TAXCAT-FILE
                   END-IF
               END-IF
           END-IF.
           PERFORM 820-END-SECTION.

       410-LOAD-JURISDICTIONS.
           MOVE ZERO TO JURISDICTION-COUNT.
           MOVE "N" TO LOAD-FULL-SW.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS NOT = "35"
               PERFORM 411-READ-RATE-RCD
               PERFORM 412-STORE-JURISDICTION
                   UNTIL EOF-SWITCH = "Y"
               CLOSE RATE-FILE
           END-IF.

       411-READ-RATE-RCD.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       412-STORE-JURISDICTION.
           IF RR-JURISDICTION NOT = SPACES
               MOVE RR-JURISDICTION TO JURISDICTION-KEY
               PERFORM 440-FIND-JURISDICTION
               IF NOT JURISDICTION-FOUND
                   IF JURISDICTION-COUNT < 200
                       ADD 1 TO JURISDICTION-COUNT
                       MOVE RR-JURISDICTION
                           TO JU-CODE (JURISDICTION-COUNT)
                   ELSE
                       IF NOT LOAD-FULL
                           DISPLAY "*JURISDICTION TABLE FULL AT "
                               RR-JURISDICTION "*"
                       END-IF
                       MOVE "Y" TO LOAD-FULL-SW
                   END-IF
               END-IF
           END-IF.
           PERFORM 411-READ-RATE-RCD.

       420-READ-TAXCAT-RCD.
           READ TAXCAT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       430-CHECK-ONE-RULE.
           IF TAXCAT-RECORD NOT = SPACES
               ADD 1 TO SECTION-CHECKED
               MOVE TC-JURISDICTION TO JURISDICTION-KEY
               PERFORM 440-FIND-JURISDICTION
               IF NOT JURISDICTION-FOUND
                   MOVE SPACES TO EXCEPTION-TEXT
                   STRING "JURISDICTION " DELIMITED BY SIZE
                          TC-JURISDICTION DELIMITED BY SIZE
                          "  CATEGORY " DELIMITED BY SIZE
                          TC-CATEGORY DELIMITED BY SIZE
                          "  RULE " DELIMITED BY SIZE
                          TC-RULE DELIMITED BY SIZE
                          INTO EXCEPTION-TEXT
                   PERFORM 810-WRITE-EXCEPTION
               END-IF
           END-IF.
           PERFORM 420-READ-TAXCAT-RCD.

      *----IS THE CODE IN JURISDICTION-KEY ON THE TABLE?----
       440-FIND-JURISDICTION.
           MOVE "N" TO JURISDICTION-FOUND-SW.
           IF JURISDICTION-COUNT > ZERO
               SET JU-IX TO 1
               SEARCH JURISDICTION-ENTRY
                   AT END
                       CONTINUE
                   WHEN JU-CODE (JU-IX) = JURISDICTION-KEY
                       MOVE "Y" TO JURISDICTION-FOUND-SW
               END-SEARCH
           END-IF.

      *----EVERY CERTIFICATE'S REASON CODE AGAINST THE CODES WE
      *----RECOGNIZE----
       500-CHECK-CERTIFICATES.
           MOVE 5 TO PAIR-SUB.
           PERFORM 800-START-SECTION.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT CERT-FILE.
           IF CERT-FILE-STATUS NOT = "35"
               PERFORM 510-READ-CERT-RCD
               PERFORM 520-CHECK-ONE-CERT
                   UNTIL EOF-SWITCH = "Y"
               CLOSE CERT-FILE
           END-IF.
           PERFORM 820-END-SECTION.

       510-READ-CERT-RCD.
           READ CERT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       520-CHECK-ONE-CERT.
           IF CERT-RECORD NOT = SPACES
               ADD 1 TO SECTION-CHECKED
               MOVE SPACES TO EXCEPTION-TEXT
               IF CR-REASON = SPACES
                   STRING "CERTIFICATE " DELIMITED BY SIZE
                          CR-CERT-NUMBER DELIMITED BY SIZE
                          "  NO REASON CODE  EXPIRES " DELIMITED BY SIZE
                          CR-EXPIRE-DATE DELIMITED BY SIZE
                          INTO EXCEPTION-TEXT
                   PERFORM 810-WRITE-EXCEPTION
               ELSE
                   MOVE CR-REASON TO ONE-REASON
                   PERFORM 540-FIND-REASON
                   IF NOT REASON-FOUND
                       STRING "CERTIFICATE " DELIMITED BY SIZE
                              CR-CERT-NUMBER DELIMITED BY SIZE
                              "  REASON " DELIMITED BY SIZE
                              CR-REASON DELIMITED BY SIZE
                              " UNKNOWN  EXPIRES " DELIMITED BY SIZE
                              CR-EXPIRE-DATE DELIMITED BY SIZE
                              INTO EXCEPTION-TEXT
                       PERFORM 810-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           PERFORM 510-READ-CERT-RCD.

      *----IS THE CODE IN ONE-REASON ON THE TABLE? THE UNUSED SLOTS
      *----ARE BLANK, SO A BLANK CODE IS NEVER LOOKED UP----
       540-FIND-REASON.
           MOVE "N" TO REASON-FOUND-SW.
           SET RC-IX TO 1.
           SEARCH REASON-ENTRY
               AT END
                   CONTINUE
               WHEN RC-CODE (RC-IX) = ONE-REASON
                   MOVE "Y" TO REASON-FOUND-SW
           END-SEARCH.

      *----THE DEPARTMENT BUDGETS AGAINST THE DEPARTMENT TABLE----
       600-CHECK-BUDGETS.
           MOVE 6 TO PAIR-SUB.
           PERFORM 800-START-SECTION.
           PERFORM 610-LOAD-DEPARTMENTS.
           IF FILE2-STATUS = "35"
               MOVE "SKIPPED - NO DEPARTMENT TABLE" TO SECTION-NOTE
           ELSE
               IF LOAD-FULL
                   MOVE "SKIPPED - DEPARTMENT TABLE FULL"
                       TO SECTION-NOTE
               ELSE
                   MOVE "N" TO EOF-SWITCH
                   OPEN INPUT BUDGETFILE
                   IF BUDGETFILE-STATUS NOT = "35"
                       PERFORM 620-READ-BUDGET-RCD
                       PERFORM 630-CHECK-ONE-BUDGET
                           UNTIL EOF-SWITCH = "Y"
                       CLOSE BUDGETFILE
                   END-IF
               END-IF
           END-IF.
           PERFORM 820-END-SECTION.

       610-LOAD-DEPARTMENTS.
           MOVE ZERO TO DEPARTMENT-COUNT.
           MOVE "N" TO LOAD-FULL-SW.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT FILE2.
           IF FILE2-STATUS NOT = "35"
               PERFORM 611-READ-DEPARTMENT-RCD
               PERFORM 612-STORE-DEPARTMENT
                   UNTIL EOF-SWITCH = "Y"
               CLOSE FILE2
           END-IF.

       611-READ-DEPARTMENT-RCD.
           READ FILE2
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       612-STORE-DEPARTMENT.
           IF DEPARTMENT-CODE-X NOT = SPACES
               IF DEPARTMENT-COUNT < 100
                   ADD 1 TO DEPARTMENT-COUNT
                   MOVE DEPARTMENT-CODE-X
                       TO DP-CODE (DEPARTMENT-COUNT)
               ELSE
                   IF NOT LOAD-FULL
                       DISPLAY "*DEPARTMENT TABLE FULL AT "
                           DEPARTMENT-CODE-X "*"
                   END-IF
                   MOVE "Y" TO LOAD-FULL-SW
               END-IF
           END-IF.
           PERFORM 611-READ-DEPARTMENT-RCD.

       620-READ-BUDGET-RCD.
           READ BUDGETFILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       630-CHECK-ONE-BUDGET.
           IF BUDGETFILE-PICS NOT = SPACES
               ADD 1 TO SECTION-CHECKED
               MOVE "N" TO DEPARTMENT-FOUND-SW
               IF DEPARTMENT-COUNT > ZERO
                   SET DP-IX TO 1
                   SEARCH DEPARTMENT-ENTRY
                       AT END
                           CONTINUE
                       WHEN DP-CODE (DP-IX) = BUDGET-DEPT-CODE-X
                           MOVE "Y" TO DEPARTMENT-FOUND-SW
                   END-SEARCH
               END-IF
               IF NOT DEPARTMENT-FOUND
                   MOVE SPACES TO EXCEPTION-TEXT
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                          BUDGET-DEPT-CODE-X DELIMITED BY SIZE
                          "  AUTHORIZED HEADCOUNT " DELIMITED BY SIZE
                          BUDGET-HEADCOUNT DELIMITED BY SIZE
                          "  BUDGETED SALARY " DELIMITED BY SIZE
                          BUDGET-SALARY DELIMITED BY SIZE
                          INTO EXCEPTION-TEXT
                   PERFORM 810-WRITE-EXCEPTION
               END-IF
           END-IF.
           PERFORM 620-READ-BUDGET-RCD.

      *----THE OPERATORS ON THE MAINTENANCE LOGS AGAINST THE
      *----OPERATOR MASTER (SAME FILE AND OVERRIDE AS THE MENU'S
      *----SIGN-ON). WITH NO MASTER THE SIGN-ON IS OFF AND THE LOGS
      *----CARRY NO OPERATORS WORTH CHECKING----
       700-CHECK-OPERATORS.
           MOVE 7 TO PAIR-SUB.
           PERFORM 800-START-SECTION.
           MOVE ZERO TO MISSING-OPER-COUNT.
           MOVE ZERO TO LOGS-READ.
           PERFORM 710-LOAD-OPERATORS.
           IF OPERFILE-STATUS = "35"
               MOVE "SKIPPED - NO OPERATOR MASTER" TO SECTION-NOTE
           ELSE
               PERFORM 720-READ-MAINT-LOG
                   VARYING MAINT-LOG-SUB FROM 1 BY 1
                   UNTIL MAINT-LOG-SUB > 5
               PERFORM 740-WRITE-MISSING-OPERATOR
                   VARYING MO-IX FROM 1 BY 1
                   UNTIL MO-IX > MISSING-OPER-COUNT
           END-IF.
           PERFORM 820-END-SECTION.

       710-LOAD-OPERATORS.
           MOVE ZERO TO OPERATOR-COUNT.
           MOVE "N" TO EOF-SWITCH.
           MOVE SPACES TO OPERFILE-NAME.
           ACCEPT OPERFILE-NAME FROM ENVIRONMENT "OPERATOR_FILE".
           IF OPERFILE-NAME = SPACES
               MOVE "OPERMAST.DAT" TO OPERFILE-NAME
           END-IF.
           OPEN INPUT OPERFILE.
           IF OPERFILE-STATUS NOT = "35"
               PERFORM 711-READ-OPERATOR-RCD
               PERFORM 712-STORE-OPERATOR
                   UNTIL EOF-SWITCH = "Y"
               CLOSE OPERFILE
           END-IF.

       711-READ-OPERATOR-RCD.
           READ OPERFILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       712-STORE-OPERATOR.
           IF OPF-ID NOT = SPACES
               IF OPERATOR-COUNT < 50
                   ADD 1 TO OPERATOR-COUNT
                   MOVE OPF-ID TO OP-ID (OPERATOR-COUNT)
               ELSE
                   DISPLAY "*OPERATOR TABLE FULL - " OPF-ID
                       " NOT LOADED*"
               END-IF
           END-IF.
           PERFORM 711-READ-OPERATOR-RCD.

       720-READ-MAINT-LOG.
           MOVE ML-FILE-NAME (MAINT-LOG-SUB) TO MAINT-LOG-NAME.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT MAINT-LOG.
           IF MAINT-LOG-STATUS NOT = "35"
               ADD 1 TO LOGS-READ
               PERFORM 721-READ-LOG-LINE
               PERFORM 730-CHECK-ONE-LOG-LINE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE MAINT-LOG
           END-IF.

       721-READ-LOG-LINE.
           READ MAINT-LOG
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----EXTERNAL STORAGE CAN PUT NUL BYTES IN AN OLD LINE'S
      *----OPERATOR COLUMN - THOSE ARE BLANK OPERATORS TOO----
       730-CHECK-ONE-LOG-LINE.
           IF MLI-DATE IS NUMERIC
                  AND MLI-OPERATOR NOT = SPACES
                  AND MLI-OPERATOR NOT = LOW-VALUES
               ADD 1 TO SECTION-CHECKED
               MOVE "N" TO OPERATOR-FOUND-SW
               IF OPERATOR-COUNT > ZERO
                   SET OP-IX TO 1
                   SEARCH OPERATOR-ENTRY
                       AT END
                           CONTINUE
                       WHEN OP-ID (OP-IX) = MLI-OPERATOR
                           MOVE "Y" TO OPERATOR-FOUND-SW
                   END-SEARCH
               END-IF
               IF NOT OPERATOR-FOUND
                   PERFORM 735-TALLY-MISSING-OPERATOR
               END-IF
           END-IF.
           PERFORM 721-READ-LOG-LINE.

       735-TALLY-MISSING-OPERATOR.
           MOVE "N" TO OPERATOR-FOUND-SW.
           IF MISSING-OPER-COUNT > ZERO
               SET MO-IX TO 1
               SEARCH MISSING-OPER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MO-SOURCE (MO-IX) = ML-SOURCE (MAINT-LOG-SUB)
                          AND MO-OPERATOR (MO-IX) = MLI-OPERATOR
                       MOVE "Y" TO OPERATOR-FOUND-SW
                       ADD 1 TO MO-LINES (MO-IX)
                       IF MLI-DATE < MO-FIRST-DATE (MO-IX)
                           MOVE MLI-DATE TO MO-FIRST-DATE (MO-IX)
                       END-IF
                       IF MLI-DATE > MO-LAST-DATE (MO-IX)
                           MOVE MLI-DATE TO MO-LAST-DATE (MO-IX)
                       END-IF
               END-SEARCH
           END-IF.
           IF NOT OPERATOR-FOUND
               IF MISSING-OPER-COUNT < 100
                   ADD 1 TO MISSING-OPER-COUNT
                   SET MO-IX TO MISSING-OPER-COUNT
                   MOVE ML-SOURCE (MAINT-LOG-SUB) TO MO-SOURCE (MO-IX)
                   MOVE MLI-OPERATOR TO MO-OPERATOR (MO-IX)
                   MOVE 1 TO MO-LINES (MO-IX)
                   MOVE MLI-DATE TO MO-FIRST-DATE (MO-IX)
                   MOVE MLI-DATE TO MO-LAST-DATE (MO-IX)
               ELSE
                   DISPLAY "*MISSING OPERATOR TABLE FULL - "
                       MLI-OPERATOR " NOT LISTED*"
               END-IF
           END-IF.

       740-WRITE-MISSING-OPERATOR.
           MOVE MO-LINES (MO-IX) TO COUNT-EDIT.
           MOVE SPACES TO EXCEPTION-TEXT.
           STRING MO-SOURCE (MO-IX) DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  MO-OPERATOR (MO-IX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  " LINE(S) " DELIMITED BY SIZE
                  MO-FIRST-DATE (MO-IX) DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  MO-LAST-DATE (MO-IX) DELIMITED BY SIZE
                  INTO EXCEPTION-TEXT.
           PERFORM 810-WRITE-EXCEPTION.

      *----THE FILE PAIR AND WHAT IS WRONG WHEN IT SHOWS UP----
       800-START-SECTION.
           MOVE ZERO TO SECTION-CHECKED.
           MOVE ZERO TO SECTION-EXCEPTIONS.
           MOVE SPACES TO SECTION-NOTE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM DASH-LINE.
           MOVE PT-LABEL (PAIR-SUB) TO SHL-LABEL.
           MOVE PT-DESC (PAIR-SUB) TO SHL-DESC.
           WRITE REPORT-LINE FROM SECTION-HEADING-LINE.

       810-WRITE-EXCEPTION.
           MOVE EXCEPTION-TEXT TO EDL-TEXT.
           WRITE REPORT-LINE FROM EXCEPTION-DETAIL-LINE.
           ADD 1 TO SECTION-EXCEPTIONS.

      *----A SKIPPED CHECK SAYS WHY; A CLEAN ONE SAYS SO. THE
      *----COUNTS GO TO THE SUMMARY AND THE RUN'S TOTAL----
       820-END-SECTION.
           IF SECTION-NOTE NOT = SPACES
               MOVE SPACES TO ML-TEXT
               STRING "    CHECK " DELIMITED BY SIZE
                      SECTION-NOTE DELIMITED BY SIZE
                      INTO ML-TEXT
               WRITE REPORT-LINE FROM MESSAGE-LINE
           ELSE
               IF SECTION-EXCEPTIONS = ZERO
                   MOVE "    NO EXCEPTIONS" TO ML-TEXT
                   WRITE REPORT-LINE FROM MESSAGE-LINE
               END-IF
           END-IF.
           MOVE SECTION-CHECKED TO STL-CHECKED.
           MOVE SECTION-EXCEPTIONS TO STL-EXCEPTIONS.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
           MOVE SECTION-CHECKED TO PS-CHECKED (PAIR-SUB).
           MOVE SECTION-EXCEPTIONS TO PS-EXCEPTIONS (PAIR-SUB).
           MOVE SECTION-NOTE TO PS-NOTE (PAIR-SUB).
           ADD SECTION-EXCEPTIONS TO TOTAL-EXCEPTIONS.
           DISPLAY PT-LABEL (PAIR-SUB) " " SECTION-EXCEPTIONS
               " EXCEPTION(S)".

      *----ONE LINE PER FILE PAIR AND THE TOTAL----
       850-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM DASH-LINE.
           WRITE REPORT-LINE FROM SUMMARY-HEADING-1.
           WRITE REPORT-LINE FROM SUMMARY-HEADING-2.
           PERFORM 851-PRINT-ONE-PAIR
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > 7.
           MOVE TOTAL-EXCEPTIONS TO STO-EXCEPTIONS.
           WRITE REPORT-LINE FROM SUMMARY-TOTAL-LINE.

       851-PRINT-ONE-PAIR.
           MOVE PT-LABEL (PAIR-SUB) TO SDL-LABEL.
           MOVE PS-CHECKED (PAIR-SUB) TO SDL-CHECKED.
           MOVE PS-EXCEPTIONS (PAIR-SUB) TO SDL-EXCEPTIONS.
           MOVE PS-NOTE (PAIR-SUB) TO SDL-NOTE.
           WRITE REPORT-LINE FROM SUMMARY-DETAIL-LINE.

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

       end program INTEGRITY-CHECK.
