      *with a grand total that ties back to the register session
      *summaries. These are the figures actually filed with each
      *county, which were previously hand-totaled in a spreadsheet.
      *input files SALESTAX.LOG, TAXAUTH.DAT
      *output files SALESTAX.REM, SALESTAX.FIL
      *printer ouput None
      *
      *MODS:
      *  the STATE/COUNTY/CITY split per jurisdiction. Live-log
      *  lines from before the date stamping cannot be placed in a
      *  month and are skipped with a count.
      *04/25/2016 - AT - SALES-TAX's audit line grew to 200 columns
      *  (the original receipt number of a return or void goes on
      *  the end, so each return can be paired with its sale); the
      *  live and archive records here are 200 bytes to match, so
      *  the wider lines are not split into two records on read.
      *04/29/2016 - AT - SALES-TAX's audit line grew to 250 columns
      *  and carries the part of a sale a tax holiday took out of
      *  tax in columns 193-202. That amount now moves from taxable
      *  to exempt sales and prints as its own HOLIDAY EXEMPT line
      *  under each jurisdiction, under the grand total, and under
      *  each jurisdiction of the quarterly filing. The live and
      *  archive records are 250 bytes to match.
      *05/03/2016 - AT - the quarterly filing was being re-keyed by
      *  hand into the state's portal and each county's form, and
      *  every quarter had a transposition. Q)uarterly mode now also
      *  writes a fixed-format filing file (SALESTAX.FIL, key
      *  SALESTAX_FILING_FILE) with one filing per taxing authority
      *  - the state, each county, and each city with an add-on.
      *  Each filing is an HDR record (permit number and period),
      *  a DTL record per jurisdiction (gross, exempt, taxable, tax
      *  due for that authority's component), EXM records for the
      *  exempt sales by reason, and a TRL record (record count and
      *  control totals). Authority codes and our permit numbers
      *  come from TAXAUTH.DAT (key SALESTAX_AUTHORITY_FILE). The
      *  printed quarterly report gains the same sales and exempt
      *  breakout per jurisdiction and an authority totals section
      *  carrying the trailer figures. A component with tax and no
      *  authority on file goes under authority NONE and counts as
      *  an exception.
      *05/15/2016 - AT - the remittance is a dated obligation (the
      *  20th), and nothing recorded that it had been run. Each run
      *  now writes STARTED and COMPLETED lines to the shared
      *  DAILY.LOG (key DAILY_LOG_FILE) like the batch reports do,
      *  so DEADLINE-CHECK can tell a met deadline from a missed one.
      *05/16/2016 - AT - finance works in fiscal periods (July-June,
      *  4-4-5 weeks), not calendar dates. The range prompt now
      *  offers F)iscal period: a fiscal year and period (0 for the
      *  whole year) is looked up on FISCAL-GEN's P07FISC.DAT (key
      *  FISCAL_CALENDAR_FILE) and becomes the from/to dates.

       environment division.
           input-output section.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.
               SELECT FISCAL-FILE ASSIGN TO DYNAMIC FISCAL-FILE-NAME
               organization is line sequential
               file status is FISCAL-FILE-STATUS.


               SELECT REMIT-FILE ASSIGN TO "SALESTAX.REM"
               organization is line sequential
               file status is ARCHIVE-FILE-STATUS.

               SELECT AUTH-FILE ASSIGN TO DYNAMIC AUTH-FILE-NAME
               organization is line sequential
               file status is AUTH-FILE-STATUS.

               SELECT FILING-FILE ASSIGN TO DYNAMIC FILING-FILE-NAME
               organization is line sequential
               file status is FILING-FILE-STATUS.

               SELECT DAILY-LOG-FILE ASSIGN TO DYNAMIC
                  DAILY-LOG-FILE-NAME
               organization is line sequential
               file status is DAILY-LOG-STATUS.

       data division.
           file section.
           FD AUDIT-FILE.
           01 AUDIT-LINE               PIC X(250).

           FD REMIT-FILE.
           01 REMIT-LINE               PIC X(132).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD         PIC X(80).

      *----ONE MONTH'S DATED ARCHIVE (SALESTAX.LOG.YYYYMM)----
           FD ARCHIVE-FILE.
           01 ARCHIVE-LINE             PIC X(250).

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

      *----TAXING AUTHORITY REFERENCE: WHICH AUTHORITY A
      *----JURISDICTION'S S)TATE, C)OUNTY OR CITY (Y) PORTION IS
      *----FILED WITH, AND OUR PERMIT NUMBER THERE. A BLANK
      *----JURISDICTION COVERS EVERY JURISDICTION WITHOUT A RECORD
      *----OF ITS OWN AT THAT LEVEL (THE USUAL STATE RECORD)----
           FD AUTH-FILE.
           01 AUTH-RECORD.
               05 TA-LEVEL             PIC X.
               05 TA-JURISDICTION      PIC X(3).
               05 TA-AUTHORITY-CODE    PIC X(6).
               05 TA-PERMIT-NO         PIC X(15).
               05 TA-AUTHORITY-NAME    PIC X(30).

      *----THE QUARTERLY FILING EXTRACT (LAYOUTS BELOW)----
           FD FILING-FILE.
           01 FILING-LINE              PIC X(120).


       working-storage section.
       01  AUDIT-FILE-STATUS   PIC X(2)        VALUE SPACES.
       01  ARCHIVE-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  ARCHIVE-FILE-NAME   PIC X(80)       VALUE SPACES.

       01  AUTH-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  AUTH-FILE-NAME      PIC X(80)       VALUE "TAXAUTH.DAT".
       01  AUTH-EOF-SWITCH     PIC X           VALUE "N".
       01  FILING-FILE-STATUS  PIC X(2)        VALUE SPACES.
       01  FILING-FILE-NAME    PIC X(80)       VALUE "SALESTAX.FIL".

      *----THE QUARTER BEING FILED AND ITS THREE MONTHS----
       01  QUARTER-FIELDS.
           05 Q-YEAR            PIC 9(4)  VALUE ZERO.
              10 QT-COUNTY-TAX     PIC S9(9)V99.
              10 QT-CITY-TAX       PIC S9(9)V99.
              10 QT-TRANS-COUNT    PIC 9(5).
              10 QT-HOLIDAY-SALES  PIC S9(9)V99.
              10 QT-HOLIDAY-COUNT  PIC 9(5).
              10 QT-TAXABLE-SALES  PIC S9(9)V99.
              10 QT-EXEMPT-SALES   PIC S9(9)V99.
              10 QT-FILING-SUB OCCURS 3 TIMES PIC 9(3).
       01  QT-ROW-OK-SWITCH    PIC X           VALUE "N".
           88 QT-ROW-OK                        VALUE "Y".
       01  QT-FULL-WARNED-SW   PIC X           VALUE "N".

      *----THE AUTHORITY REFERENCE AS LOADED----
       01  AUTH-COUNT          PIC 9(3)        VALUE ZERO.
       01  AUTH-TABLE.
           05 AUTH-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON AUTH-COUNT
                  INDEXED BY AU-IX.
              10 AU-LEVEL          PIC X.
              10 AU-JURISDICTION   PIC X(3).
              10 AU-AUTHORITY-CODE PIC X(6).
              10 AU-PERMIT-NO      PIC X(15).
              10 AU-AUTHORITY-NAME PIC X(30).
       01  AUTH-FULL-WARNED-SW PIC X           VALUE "N".

      *----ONE FILING PER TAXING AUTHORITY, TOTALED FROM THE SAME
      *----QUARTER ROWS THE REPORT PRINTS, SO THE EXTRACT TRAILERS
      *----AND THE AUTHORITY TOTALS ON THE REPORT ARE ONE SET OF
      *----FIGURES----
       01  FILING-COUNT        PIC 9(3)        VALUE ZERO.
       01  FILING-TABLE.
           05 FILING-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON FILING-COUNT
                  INDEXED BY FT-IX.
              10 FT-LEVEL          PIC X.
              10 FT-LEVEL-SUB      PIC 9.
              10 FT-AUTHORITY-CODE PIC X(6).
              10 FT-PERMIT-NO      PIC X(15).
              10 FT-AUTHORITY-NAME PIC X(30).
              10 FT-GROSS-SALES    PIC S9(9)V99.
              10 FT-EXEMPT-SALES   PIC S9(9)V99.
              10 FT-TAXABLE-SALES  PIC S9(9)V99.
              10 FT-TAX-DUE        PIC S9(9)V99.
              10 FT-RECORD-COUNT   PIC 9(7).
       01  FILING-FULL-WARNED-SW PIC X         VALUE "N".

      *----LEVEL 1/2/3 IS THE STATE/COUNTY/CITY COMPONENT----
       01  LEVEL-CODE-DEFS     PIC X(3)        VALUE "SCY".
       01  LEVEL-CODE-TABLE REDEFINES LEVEL-CODE-DEFS.
           05 LEVEL-CODE-ENTRY OCCURS 3 TIMES PIC X.

       01  FILING-WORK.
           05 LEVEL-SUB          PIC 9        VALUE ZERO.
           05 LEVEL-CODE         PIC X        VALUE SPACE.
           05 LEVEL-TAX          PIC S9(9)V99 VALUE ZERO.
           05 FILING-SUB         PIC 9(3)     VALUE ZERO.
           05 AUTH-FOUND-SW      PIC X        VALUE "N".
               88 AUTH-FOUND         VALUE "Y".
           05 FILING-ROW-OK-SW   PIC X        VALUE "N".
               88 FILING-ROW-OK      VALUE "Y".
           05 WANTED-CODE        PIC X(6)     VALUE SPACES.
           05 WANTED-PERMIT      PIC X(15)    VALUE SPACES.
           05 WANTED-NAME        PIC X(30)    VALUE SPACES.
           05 UNFILED-COUNT      PIC 9(5)     VALUE ZERO.
           05 PERIOD-FROM        PIC 9(8)     VALUE ZERO.
           05 PERIOD-TO          PIC 9(8)     VALUE ZERO.
           05 RUN-DATE           PIC 9(8)     VALUE ZERO.

      *----FILING EXTRACT RECORDS, 120 BYTES. AMOUNTS CARRY A
      *----LEADING SEPARATE SIGN. THE TRAILER'S RECORD COUNT
      *----INCLUDES THE HEADER AND THE TRAILER ITSELF----
       01  FILING-HEADER-OUT.
           05 FHO-RECORD-TYPE    PIC X(3)     VALUE "HDR".
           05 FHO-LEVEL          PIC X.
           05 FHO-AUTHORITY-CODE PIC X(6).
           05 FHO-PERMIT-NO      PIC X(15).
           05 FHO-AUTHORITY-NAME PIC X(30).
           05 FHO-YEAR           PIC 9(4).
           05 FHO-QUARTER        PIC 9.
           05 FHO-PERIOD-FROM    PIC 9(8).
           05 FHO-PERIOD-TO      PIC 9(8).
           05 FHO-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(36)    VALUE SPACES.

       01  FILING-DETAIL-OUT.
           05 FDO-RECORD-TYPE    PIC X(3)     VALUE "DTL".
           05 FDO-LEVEL          PIC X.
           05 FDO-AUTHORITY-CODE PIC X(6).
           05 FDO-JURISDICTION   PIC X(3).
           05 FDO-GROSS-SALES    PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FDO-EXEMPT-SALES   PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FDO-TAXABLE-SALES  PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FDO-TAX-DUE        PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FDO-TRANS-COUNT    PIC 9(7).
           05 FILLER             PIC X(52)    VALUE SPACES.

      *----ONE PER EXEMPT REASON UNDER A JURISDICTION; TAX-HOLIDAY
      *----SALES CARRY THE REASON HOLIDAY----
       01  FILING-EXEMPT-OUT.
           05 FEO-RECORD-TYPE    PIC X(3)     VALUE "EXM".
           05 FEO-LEVEL          PIC X.
           05 FEO-AUTHORITY-CODE PIC X(6).
           05 FEO-JURISDICTION   PIC X(3).
           05 FEO-REASON         PIC X(8).
           05 FEO-EXEMPT-SALES   PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FEO-TRANS-COUNT    PIC 9(7).
           05 FILLER             PIC X(80)    VALUE SPACES.

       01  FILING-TRAILER-OUT.
           05 FTO-RECORD-TYPE    PIC X(3)     VALUE "TRL".
           05 FTO-LEVEL          PIC X.
           05 FTO-AUTHORITY-CODE PIC X(6).
           05 FTO-PERMIT-NO      PIC X(15).
           05 FTO-YEAR           PIC 9(4).
           05 FTO-QUARTER        PIC 9.
           05 FTO-RECORD-COUNT   PIC 9(7).
           05 FTO-GROSS-SALES    PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FTO-EXEMPT-SALES   PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FTO-TAXABLE-SALES  PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FTO-TAX-DUE        PIC S9(9)V99
                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER             PIC X(35)    VALUE SPACES.

       01  Q-HEADING-LINE-1.
           05 FILLER  PIC X(36) VALUE
               "QUARTERLY TAX REMITTANCE - QUARTER ".
           05 FILLER            PIC X(44) VALUE
               " UNDATED LIVE-LOG LINE(S) COULD NOT BE PLACED".

      *----GROSS/TAXABLE/EXEMPT SALES UNDER EACH QUARTER
      *----JURISDICTION - THE FIGURES ON ITS DTL RECORDS----
       01  Q-SALES-LINE.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "GROSS".
           05 QSA-GROSS-SALES   PIC Z(9).99-.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "TAXABLE".
           05 QSA-TAXABLE-SALES PIC Z(9).99-.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "EXEMPT".
           05 QSA-EXEMPT-SALES  PIC Z(9).99-.

      *----ONE LINE PER FILING, EQUAL TO THAT FILING'S TRL RECORD--
       01  Q-AUTH-HEADING-LINE-1.
           05 FILLER  PIC X(23) VALUE "FILING AUTHORITY TOTALS".

       01  Q-AUTH-HEADING-LINE-2.
           05 FILLER  PIC X(9)  VALUE "L AUTH".
           05 FILLER  PIC X(16) VALUE "PERMIT NUMBER".
           05 FILLER  PIC X(15) VALUE "    GROSS SALES".
           05 FILLER  PIC X(15) VALUE "   EXEMPT SALES".
           05 FILLER  PIC X(15) VALUE "  TAXABLE SALES".
           05 FILLER  PIC X(15) VALUE "        TAX DUE".

       01  Q-AUTH-LINE.
           05 QAL-LEVEL          PIC X.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 QAL-AUTHORITY-CODE PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 QAL-PERMIT-NO      PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 QAL-GROSS-SALES    PIC Z(9).99-.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 QAL-EXEMPT-SALES   PIC Z(9).99-.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 QAL-TAXABLE-SALES  PIC Z(9).99-.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 QAL-TAX-DUE        PIC Z(9).99-.

       01  Q-UNFILED-LINE.
           05 QUL-COUNT         PIC Z(4)9.
           05 FILLER            PIC X(50) VALUE
               " COMPONENT(S) FILED UNDER AUTHORITY NONE - SEE THE".
           05 FILLER            PIC X(20) VALUE
               " AUTHORITY FILE".

      *----OPTIONAL FROM/TO DATE RANGE. ZERO MEANS NO BOUND ON THAT
      *----SIDE; A LINE FROM BEFORE THE DATE STAMPING WENT IN HAS
      *----NO DATE TO TEST AND IS LEFT OUT OF A RANGED RUN----
               88 LINE-WANTED       VALUE "Y".
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.

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

      *----THE AUDIT LOG CAN LEGITIMATELY HOLD MORE DISTINCT CODES
      *----THAN THE TABLES (THE REGISTER LOGS UNKNOWN JURISDICTIONS
      *----TOO), SO A FULL TABLE SAYS SO ONCE AND THE OVERFLOW LINES
           05 ALI-TRANS-DATE     PIC X(8).
           05 FILLER             PIC X(2).
           05 ALI-TRANS-TIME     PIC X(6).
           05 FILLER             PIC X(54).
           05 ALI-HOLIDAY-EXEMPT PIC X(10).

      *----NUMERIC WORK FIELDS PARSED OUT OF THE EDITED LOG AMOUNTS----
       01  PRICE-NUM           PIC S9(6)V99    VALUE ZERO.
       01  STATE-TAX-NUM       PIC S9(6)V99    VALUE ZERO.
       01  COUNTY-TAX-NUM      PIC S9(6)V99    VALUE ZERO.
       01  CITY-TAX-NUM        PIC S9(6)V99    VALUE ZERO.
       01  HOLIDAY-NUM         PIC S9(6)V99    VALUE ZERO.

      *----ONE ACCUMULATOR ROW PER JURISDICTION SEEN IN THE LOG----
       01  REMIT-COUNT         PIC 9(3)        VALUE ZERO.
              10 RT-STATE-TAX      PIC S9(9)V99.
              10 RT-COUNTY-TAX     PIC S9(9)V99.
              10 RT-CITY-TAX       PIC S9(9)V99.
              10 RT-HOLIDAY-SALES  PIC S9(9)V99.
              10 RT-HOLIDAY-COUNT  PIC 9(5).

      *----ONE ROW PER JURISDICTION/EXEMPT-REASON PAIR, PRINTED AS THE
      *----EXEMPT BREAKOUT UNDER ITS JURISDICTION'S LINE----
           05 GT-STATE-TAX       PIC S9(9)V99  VALUE ZERO.
           05 GT-COUNTY-TAX      PIC S9(9)V99  VALUE ZERO.
           05 GT-CITY-TAX        PIC S9(9)V99  VALUE ZERO.
           05 GT-HOLIDAY-SALES   PIC S9(9)V99  VALUE ZERO.
           05 GT-HOLIDAY-COUNT   PIC 9(7)      VALUE ZERO.

       01  HEADING-LINE-1.
           05 FILLER  PIC X(34) VALUE
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 RLO-TRANS-COUNT   PIC Z(4)9.

      *----SALES TAKEN OUT OF TAX BY A TAX HOLIDAY, PRINTED AS THEIR
      *----OWN EXEMPT BREAKOUT UNDER THE REASON LINES----
       01  HOLIDAY-LINE-OUT.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "HOLIDAY EXEMPT".
           05 HLO-EXEMPT-SALES  PIC Z(9).99-.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 HLO-TRANS-COUNT   PIC Z(6)9.

       01  GRAND-TOTAL-LINE-OUT.
           05 FILLER            PIC X(4)  VALUE "ALL".
           05 GTL-TAXABLE-SALES PIC Z(9).99-.
           05 TLO-TOTAL-COLLECTED PIC Z(9).99-.


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
           05 DLL-PROGRAM        PIC X(12)  VALUE "TAX-REMIT".
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
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

      *----THE SIGNED-ON OPERATOR HANDED DOWN BY THE MENU DRIVER
      *----(EXTERNAL; BLANK ON A STANDALONE RUN)----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.


       procedure division.

       000-MAIN.
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 050-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           PERFORM 055-GET-RUN-MODE.
           IF QUARTERLY-RUN
               PERFORM 400-QUARTERLY-RUN
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "NORMAL" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "NORMAL" TO RSA-COMPLETION-STATUS
               MOVE UNFILED-COUNT TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 060-GET-DATE-RANGE.
           MOVE ZERO TO GT-STATE-TAX.
           MOVE ZERO TO GT-COUNTY-TAX.
           MOVE ZERO TO GT-CITY-TAX.
           MOVE ZERO TO GT-HOLIDAY-SALES.
           MOVE ZERO TO GT-HOLIDAY-COUNT.
           MOVE "N" TO JUR-FULL-WARNED-SW.
           MOVE "N" TO REASON-FULL-WARNED-SW.
           OPEN INPUT AUDIT-FILE.
               CLOSE REMIT-FILE
               DISPLAY "REMITTANCE REPORT COMPLETE - SEE SALESTAX.REM"
           END-IF.
           MOVE GT-TRANS-COUNT TO DLL-RECORD-COUNT.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE ZERO TO RSA-EXCEPTION-COUNT.
           GOBACK.
               COMPUTE Q-MONTH-NO (3) = Q-MONTH-NO (1) + 2
           END-IF.

      *----ASK FOR THE OPTIONAL RANGE, EITHER AS FROM/TO DATES OR
      *----AS A FISCAL YEAR AND PERIOD LOOKED UP ON THE FISCAL
      *----CALENDAR----
       060-GET-DATE-RANGE.
           MOVE ZERO TO FROM-DATE.
           MOVE ZERO TO TO-DATE.
           MOVE "N" TO RANGE-GIVEN-SW.
           IF NOT UNATTENDED-RUN
               MOVE "D" TO RANGE-MODE
               DISPLAY "RANGE BY D)ATES OR F)ISCAL PERIOD? "
               ACCEPT RANGE-MODE
               IF FISCAL-RANGE
                   PERFORM 062-GET-FISCAL-PERIOD
               ELSE
                   PERFORM 061-GET-CALENDAR-DATES
               END-IF
               IF FROM-DATE NOT = ZERO OR TO-DATE NOT = ZERO
                   MOVE "Y" TO RANGE-GIVEN-SW
               END-IF
           END-IF.

      *----FROM/TO DATES. ZERO (OR A DATE THAT IS NOT A REAL
      *----CALENDAR DATE) LEAVES THAT BOUND OFF----
       061-GET-CALENDAR-DATES.
           DISPLAY "FROM DATE YYYYMMDD (0 FOR WHOLE LOG): ".
           ACCEPT FROM-DATE.
           DISPLAY "TO DATE YYYYMMDD (0 FOR NO END DATE): ".
           ACCEPT TO-DATE.
           IF FROM-DATE NOT = ZERO
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (FROM-DATE)
               IF DATE-CHECK-RESULT NOT = 0
                   DISPLAY "*NOT A REAL DATE - FROM BOUND IGNORED*"
                   MOVE ZERO TO FROM-DATE
               END-IF
           END-IF.
           IF TO-DATE NOT = ZERO
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (TO-DATE)
               IF DATE-CHECK-RESULT NOT = 0
                   DISPLAY "*NOT A REAL DATE - TO BOUND IGNORED*"
                   MOVE ZERO TO TO-DATE
               END-IF
           END-IF.

      *----A FISCAL YEAR AND PERIOD (0 FOR THE WHOLE YEAR) TURNED
      *----INTO ITS FIRST AND LAST DAY. A PERIOD NOT ON THE FISCAL
      *----CALENDAR LEAVES THE RANGE OFF, AS A BAD DATE DOES----
       062-GET-FISCAL-PERIOD.
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
               PERFORM 063-READ-FISCAL-RCD
               PERFORM 064-CHECK-FISCAL-RCD
                   UNTIL FISCAL-EOF-SW = "Y"
               CLOSE FISCAL-FILE
           END-IF.
           IF FISCAL-PERIOD-FOUND
               DISPLAY "FISCAL " WANT-FISCAL-YEAR " PERIOD "
                   WANT-PERIOD " RUNS " FROM-DATE " THRU " TO-DATE
           ELSE
               DISPLAY "*FISCAL PERIOD NOT ON THE CALENDAR - NO"
                   " RANGE APPLIED*"
               MOVE ZERO TO FROM-DATE
               MOVE ZERO TO TO-DATE
           END-IF.

       063-READ-FISCAL-RCD.
           READ FISCAL-FILE
               AT END
                   MOVE "Y" TO FISCAL-EOF-SW
           END-READ.

      *----A WHOLE-YEAR REQUEST TAKES THE EARLIEST START AND THE
      *----LATEST END OF THAT YEAR'S PERIODS----
       064-CHECK-FISCAL-RCD.
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
           PERFORM 063-READ-FISCAL-RCD.


      *----DOES THIS LINE'S TRANSACTION DATE FALL IN THE RANGE?----
       065-CHECK-LINE-DATE.
           MOVE "Y" TO LINE-WANTED-SW.
               COMPUTE CITY-TAX-NUM =
                   FUNCTION NUMVAL (ALI-CITY-TAX)
           END-IF.
           PERFORM 127-GET-HOLIDAY-AMOUNT.
           PERFORM 130-FIND-JURISDICTION-ROW.
           IF JUR-ROW-OK
               ADD 1 TO RT-TRANS-COUNT (RT-IX)
                   ADD 1 TO RE-TRANS-COUNT (RE-IX)
               END-IF
           ELSE
               SUBTRACT HOLIDAY-NUM FROM PRICE-NUM
               IF JUR-ROW-OK
                   ADD PRICE-NUM TO RT-TAXABLE-SALES (RT-IX)
               END-IF
               ADD PRICE-NUM TO GT-TAXABLE-SALES
               IF HOLIDAY-NUM NOT = ZERO
                   IF JUR-ROW-OK
                       ADD HOLIDAY-NUM TO RT-EXEMPT-SALES (RT-IX)
                       ADD HOLIDAY-NUM TO RT-HOLIDAY-SALES (RT-IX)
                       ADD 1 TO RT-HOLIDAY-COUNT (RT-IX)
                   END-IF
                   ADD HOLIDAY-NUM TO GT-EXEMPT-SALES
                   ADD HOLIDAY-NUM TO GT-HOLIDAY-SALES
                   ADD 1 TO GT-HOLIDAY-COUNT
               END-IF
           END-IF.

      *----THE PART OF A SALE'S PRICE A TAX HOLIDAY TOOK OUT OF TAX.
      *----A LINE WRITTEN BEFORE HOLIDAYS WERE LOGGED HAS NONE----
       127-GET-HOLIDAY-AMOUNT.
           IF ALI-HOLIDAY-EXEMPT = SPACES
                  OR ALI-EXEMPT-TAG = "EXEMPT-"
               MOVE ZERO TO HOLIDAY-NUM
           ELSE
               COMPUTE HOLIDAY-NUM =
                   FUNCTION NUMVAL (ALI-HOLIDAY-EXEMPT)
           END-IF.

      *----FIND (OR START) THE ACCUMULATOR ROW FOR THIS JURISDICTION--
                       MOVE ZERO TO RT-STATE-TAX (RT-IX)
                       MOVE ZERO TO RT-COUNTY-TAX (RT-IX)
                       MOVE ZERO TO RT-CITY-TAX (RT-IX)
                       MOVE ZERO TO RT-HOLIDAY-SALES (RT-IX)
                       MOVE ZERO TO RT-HOLIDAY-COUNT (RT-IX)
                   ELSE
                       MOVE "N" TO JUR-ROW-OK-SWITCH
                       IF JUR-FULL-WARNED-SW NOT = "Y"
           PERFORM 210-PRINT-ONE-REASON-LINE
               VARYING RE-IX FROM 1 BY 1
               UNTIL RE-IX > REASON-COUNT.
           IF RT-HOLIDAY-COUNT (RT-IX) > ZERO
               MOVE RT-HOLIDAY-SALES (RT-IX) TO HLO-EXEMPT-SALES
               MOVE RT-HOLIDAY-COUNT (RT-IX) TO HLO-TRANS-COUNT
               WRITE REMIT-LINE FROM HOLIDAY-LINE-OUT
           END-IF.

       210-PRINT-ONE-REASON-LINE.
           IF RE-JURISDICTION (RE-IX) = RT-JURISDICTION (RT-IX)
           MOVE GT-COUNTY-TAX TO CLO-COUNTY-TAX.
           MOVE GT-CITY-TAX   TO CLO-CITY-TAX.
           WRITE REMIT-LINE FROM COMPONENT-LINE-OUT.
           IF GT-HOLIDAY-COUNT > ZERO
               MOVE GT-HOLIDAY-SALES TO HLO-EXEMPT-SALES
               MOVE GT-HOLIDAY-COUNT TO HLO-TRANS-COUNT
               WRITE REMIT-LINE FROM HOLIDAY-LINE-OUT
           END-IF.
           MOVE GT-TOTAL-COLLECTED TO TLO-TOTAL-COLLECTED.
           WRITE REMIT-LINE FROM TIEBACK-LINE-OUT.

      *----EVER COUNTED TWICE----
       400-QUARTERLY-RUN.
           MOVE ZERO TO QREMIT-COUNT.
           MOVE ZERO TO REASON-COUNT.
           MOVE ZERO TO UNDATED-SKIP-COUNT.
           MOVE "N" TO QT-FULL-WARNED-SW.
           MOVE "N" TO REASON-FULL-WARNED-SW.
           PERFORM 410-TABULATE-ONE-ARCHIVE
               VARYING CURRENT-MONTH-SUB FROM 1 BY 1
               UNTIL CURRENT-MONTH-SUB > 3.
           PERFORM 440-TABULATE-LIVE-LOG.
           PERFORM 470-LOAD-AUTHORITIES.
           PERFORM 480-ASSIGN-FILINGS.
           OPEN OUTPUT REMIT-FILE.
           MOVE Q-QUARTER TO QH1-QUARTER.
           MOVE Q-YEAR    TO QH1-YEAR.
               MOVE UNDATED-SKIP-COUNT TO QSL-COUNT
               WRITE REMIT-LINE FROM Q-SKIPPED-LINE
           END-IF.
           PERFORM 490-PRINT-AUTHORITY-TOTALS.
           CLOSE REMIT-FILE.
           PERFORM 500-WRITE-FILING-EXTRACT.
           DISPLAY "QUARTERLY FILING COMPLETE - SEE SALESTAX.REM".
           DISPLAY "FILING EXTRACT WRITTEN TO "
               FUNCTION TRIM (FILING-FILE-NAME).

      *----ONE MONTH'S ARCHIVE, NAMED THE WAY MONTH-END-ARCHIVE
      *----NAMES THEM. A MISSING ARCHIVE JUST MEANS THAT MONTH IS
      *----ADD ONE LINE INTO ITS JURISDICTION'S QUARTER ROW UNDER
      *----THE MONTH IN CURRENT-MONTH-SUB----
       450-TABULATE-QTR-LINE.
           COMPUTE PRICE-NUM     = FUNCTION NUMVAL (ALI-PRICE).
           COMPUTE SALES-TAX-NUM = FUNCTION NUMVAL (ALI-SALES-TAX).
           IF ALI-STATE-TAX = SPACES
               MOVE ZERO TO STATE-TAX-NUM
               COMPUTE CITY-TAX-NUM =
                   FUNCTION NUMVAL (ALI-CITY-TAX)
           END-IF.
           PERFORM 127-GET-HOLIDAY-AMOUNT.
           PERFORM 455-FIND-QTR-ROW.
           IF QT-ROW-OK
               ADD SALES-TAX-NUM
               ADD COUNTY-TAX-NUM TO QT-COUNTY-TAX (QT-IX)
               ADD CITY-TAX-NUM TO QT-CITY-TAX (QT-IX)
               ADD 1 TO QT-TRANS-COUNT (QT-IX)
               IF HOLIDAY-NUM NOT = ZERO
                   ADD HOLIDAY-NUM TO QT-HOLIDAY-SALES (QT-IX)
                   ADD 1 TO QT-HOLIDAY-COUNT (QT-IX)
               END-IF
               PERFORM 452-TABULATE-QTR-SALES
           END-IF.

      *----TAXABLE AND EXEMPT SALES FOR THE FILINGS, SPLIT THE WAY
      *----THE LIVE REPORT SPLITS THEM: A TAX-HOLIDAY AMOUNT MOVES
      *----FROM TAXABLE TO EXEMPT----
       452-TABULATE-QTR-SALES.
           IF ALI-EXEMPT-TAG = "EXEMPT-"
               ADD PRICE-NUM TO QT-EXEMPT-SALES (QT-IX)
               PERFORM 140-FIND-REASON-ROW
               IF REASON-ROW-OK
                   ADD PRICE-NUM TO RE-EXEMPT-SALES (RE-IX)
                   ADD 1 TO RE-TRANS-COUNT (RE-IX)
               END-IF
           ELSE
               SUBTRACT HOLIDAY-NUM FROM PRICE-NUM
               ADD PRICE-NUM TO QT-TAXABLE-SALES (QT-IX)
               ADD HOLIDAY-NUM TO QT-EXEMPT-SALES (QT-IX)
           END-IF.

       455-FIND-QTR-ROW.
                       MOVE ZERO TO QT-COUNTY-TAX (QT-IX)
                       MOVE ZERO TO QT-CITY-TAX (QT-IX)
                       MOVE ZERO TO QT-TRANS-COUNT (QT-IX)
                       MOVE ZERO TO QT-HOLIDAY-SALES (QT-IX)
                       MOVE ZERO TO QT-HOLIDAY-COUNT (QT-IX)
                       MOVE ZERO TO QT-TAXABLE-SALES (QT-IX)
                       MOVE ZERO TO QT-EXEMPT-SALES (QT-IX)
                   ELSE
                       MOVE "N" TO QT-ROW-OK-SWITCH
                       IF QT-FULL-WARNED-SW NOT = "Y"
           MOVE QT-COUNTY-TAX (QT-IX) TO CLO-COUNTY-TAX.
           MOVE QT-CITY-TAX (QT-IX)   TO CLO-CITY-TAX.
           WRITE REMIT-LINE FROM COMPONENT-LINE-OUT.
           COMPUTE QSA-GROSS-SALES =
               QT-TAXABLE-SALES (QT-IX) + QT-EXEMPT-SALES (QT-IX).
           MOVE QT-TAXABLE-SALES (QT-IX) TO QSA-TAXABLE-SALES.
           MOVE QT-EXEMPT-SALES (QT-IX)  TO QSA-EXEMPT-SALES.
           WRITE REMIT-LINE FROM Q-SALES-LINE.
           PERFORM 465-PRINT-ONE-QTR-REASON
               VARYING RE-IX FROM 1 BY 1
               UNTIL RE-IX > REASON-COUNT.
           IF QT-HOLIDAY-COUNT (QT-IX) > ZERO
               MOVE QT-HOLIDAY-SALES (QT-IX) TO HLO-EXEMPT-SALES
               MOVE QT-HOLIDAY-COUNT (QT-IX) TO HLO-TRANS-COUNT
               WRITE REMIT-LINE FROM HOLIDAY-LINE-OUT
           END-IF.

       465-PRINT-ONE-QTR-REASON.
           IF RE-JURISDICTION (RE-IX) = QT-JURISDICTION (QT-IX)
               MOVE RE-REASON (RE-IX)       TO RLO-REASON
               MOVE RE-EXEMPT-SALES (RE-IX) TO RLO-EXEMPT-SALES
               MOVE RE-TRANS-COUNT (RE-IX)  TO RLO-TRANS-COUNT
               WRITE REMIT-LINE FROM REASON-LINE-OUT
           END-IF.

      *----LOAD THE TAXING AUTHORITY REFERENCE. WITHOUT ONE EVERY
      *----COMPONENT WITH TAX ON IT GOES UNDER AUTHORITY NONE----
       470-LOAD-AUTHORITIES.
           MOVE ZERO TO AUTH-COUNT.
           MOVE "N" TO AUTH-FULL-WARNED-SW.
           MOVE "N" TO AUTH-EOF-SWITCH.
           OPEN INPUT AUTH-FILE.
           IF AUTH-FILE-STATUS = "35"
               DISPLAY "*NO AUTHORITY FILE "
                   FUNCTION TRIM (AUTH-FILE-NAME)
                   " - TAX FILED UNDER AUTHORITY NONE*"
           ELSE
               PERFORM 471-READ-AUTH-RCD
               PERFORM 472-STORE-AUTHORITY
                   UNTIL AUTH-EOF-SWITCH = "Y"
               CLOSE AUTH-FILE
           END-IF.

       471-READ-AUTH-RCD.
           READ AUTH-FILE
               AT END
                   MOVE "Y" TO AUTH-EOF-SWITCH
           END-READ.

      *----A RECORD WITH NO S/C/Y LEVEL OR NO AUTHORITY CODE IS
      *----SHOWN AND SKIPPED----
       472-STORE-AUTHORITY.
           IF (TA-LEVEL = "S" OR TA-LEVEL = "C" OR TA-LEVEL = "Y")
                  AND TA-AUTHORITY-CODE NOT = SPACES
               IF AUTH-COUNT < 100
                   ADD 1 TO AUTH-COUNT
                   SET AU-IX TO AUTH-COUNT
                   MOVE TA-LEVEL          TO AU-LEVEL (AU-IX)
                   MOVE TA-JURISDICTION   TO AU-JURISDICTION (AU-IX)
                   MOVE TA-AUTHORITY-CODE
                       TO AU-AUTHORITY-CODE (AU-IX)
                   MOVE TA-PERMIT-NO      TO AU-PERMIT-NO (AU-IX)
                   MOVE TA-AUTHORITY-NAME
                       TO AU-AUTHORITY-NAME (AU-IX)
               ELSE
                   IF AUTH-FULL-WARNED-SW NOT = "Y"
                       DISPLAY "*AUTHORITY TABLE FULL - LATER"
                           " RECORDS IGNORED*"
                       MOVE "Y" TO AUTH-FULL-WARNED-SW
                   END-IF
               END-IF
           ELSE
               DISPLAY "*AUTHORITY RECORD SKIPPED - "
                   AUTH-RECORD (1:10) "*"
           END-IF.
           PERFORM 471-READ-AUTH-RCD.

      *----PLACE EACH JURISDICTION'S STATE, COUNTY AND CITY PORTION
      *----IN ITS AUTHORITY'S FILING AND TOTAL THE FILINGS----
       480-ASSIGN-FILINGS.
           MOVE ZERO TO FILING-COUNT.
           MOVE ZERO TO UNFILED-COUNT.
           MOVE "N" TO FILING-FULL-WARNED-SW.
           PERFORM 481-ASSIGN-ONE-JURISDICTION
               VARYING QT-IX FROM 1 BY 1
               UNTIL QT-IX > QREMIT-COUNT.

       481-ASSIGN-ONE-JURISDICTION.
           PERFORM 482-ASSIGN-ONE-COMPONENT
               VARYING LEVEL-SUB FROM 1 BY 1
               UNTIL LEVEL-SUB > 3.

      *----A COMPONENT WITH NO AUTHORITY ON FILE AND NO TAX ON IT
      *----(A JURISDICTION WITHOUT A CITY ADD-ON) IS NOT FILED----
       482-ASSIGN-ONE-COMPONENT.
           MOVE ZERO TO QT-FILING-SUB (QT-IX LEVEL-SUB).
           MOVE LEVEL-CODE-ENTRY (LEVEL-SUB) TO LEVEL-CODE.
           MOVE "N" TO FILING-ROW-OK-SW.
           PERFORM 485-GET-LEVEL-TAX.
           PERFORM 483-FIND-AUTHORITY.
           IF AUTH-FOUND
               PERFORM 484-FIND-FILING-ROW
           ELSE
               IF LEVEL-TAX NOT = ZERO
                   MOVE "NONE" TO WANTED-CODE
                   MOVE "NOT ON FILE" TO WANTED-PERMIT
                   MOVE "NO AUTHORITY ON FILE" TO WANTED-NAME
                   ADD 1 TO UNFILED-COUNT
                   DISPLAY "*NO " LEVEL-CODE " AUTHORITY FOR "
                       "JURISDICTION " QT-JURISDICTION (QT-IX)
                       " - FILED UNDER AUTHORITY NONE*"
                   PERFORM 484-FIND-FILING-ROW
               END-IF
           END-IF.
           IF FILING-ROW-OK
               MOVE FILING-SUB TO QT-FILING-SUB (QT-IX LEVEL-SUB)
               ADD QT-TAXABLE-SALES (QT-IX) QT-EXEMPT-SALES (QT-IX)
                   TO FT-GROSS-SALES (FT-IX)
               ADD QT-EXEMPT-SALES (QT-IX) TO FT-EXEMPT-SALES (FT-IX)
               ADD QT-TAXABLE-SALES (QT-IX)
                   TO FT-TAXABLE-SALES (FT-IX)
               ADD LEVEL-TAX TO FT-TAX-DUE (FT-IX)
           END-IF.

      *----THE JURISDICTION'S OWN RECORD AT THIS LEVEL, ELSE THE
      *----LEVEL'S BLANK-JURISDICTION RECORD----
       483-FIND-AUTHORITY.
           MOVE "N" TO AUTH-FOUND-SW.
           IF AUTH-COUNT > ZERO
               SET AU-IX TO 1
               SEARCH AUTH-ENTRY
                   AT END
                       CONTINUE
                   WHEN AU-LEVEL (AU-IX) = LEVEL-CODE
                          AND AU-JURISDICTION (AU-IX)
                              = QT-JURISDICTION (QT-IX)
                       MOVE "Y" TO AUTH-FOUND-SW
               END-SEARCH
               IF NOT AUTH-FOUND
                   SET AU-IX TO 1
                   SEARCH AUTH-ENTRY
                       AT END
                           CONTINUE
                       WHEN AU-LEVEL (AU-IX) = LEVEL-CODE
                              AND AU-JURISDICTION (AU-IX) = SPACES
                           MOVE "Y" TO AUTH-FOUND-SW
                   END-SEARCH
               END-IF
           END-IF.
           IF AUTH-FOUND
               MOVE AU-AUTHORITY-CODE (AU-IX) TO WANTED-CODE
               MOVE AU-PERMIT-NO (AU-IX)      TO WANTED-PERMIT
               MOVE AU-AUTHORITY-NAME (AU-IX) TO WANTED-NAME
           END-IF.

      *----FIND (OR START) THE FILING FOR WANTED-CODE AT THIS LEVEL--
       484-FIND-FILING-ROW.
           MOVE "Y" TO FILING-ROW-OK-SW.
           SET FT-IX TO 1.
           SEARCH FILING-ENTRY
               AT END
                   IF FILING-COUNT < 100
                       ADD 1 TO FILING-COUNT
                       SET FT-IX TO FILING-COUNT
                       MOVE LEVEL-CODE    TO FT-LEVEL (FT-IX)
                       MOVE LEVEL-SUB     TO FT-LEVEL-SUB (FT-IX)
                       MOVE WANTED-CODE   TO FT-AUTHORITY-CODE (FT-IX)
                       MOVE WANTED-PERMIT TO FT-PERMIT-NO (FT-IX)
                       MOVE WANTED-NAME   TO FT-AUTHORITY-NAME (FT-IX)
                       MOVE ZERO TO FT-GROSS-SALES (FT-IX)
                       MOVE ZERO TO FT-EXEMPT-SALES (FT-IX)
                       MOVE ZERO TO FT-TAXABLE-SALES (FT-IX)
                       MOVE ZERO TO FT-TAX-DUE (FT-IX)
                       MOVE ZERO TO FT-RECORD-COUNT (FT-IX)
                   ELSE
                       MOVE "N" TO FILING-ROW-OK-SW
                       ADD 1 TO UNFILED-COUNT
                       IF FILING-FULL-WARNED-SW NOT = "Y"
                           DISPLAY "*FILING TABLE FULL - LATER"
                               " AUTHORITIES LEFT OFF THE EXTRACT*"
                           MOVE "Y" TO FILING-FULL-WARNED-SW
                       END-IF
                   END-IF
               WHEN FT-LEVEL (FT-IX) = LEVEL-CODE
                      AND FT-AUTHORITY-CODE (FT-IX) = WANTED-CODE
                   CONTINUE
           END-SEARCH.
           SET FILING-SUB TO FT-IX.

      *----THE JURISDICTION'S TAX FOR THE COMPONENT IN LEVEL-SUB----
       485-GET-LEVEL-TAX.
           EVALUATE LEVEL-SUB
               WHEN 1
                   MOVE QT-STATE-TAX (QT-IX)  TO LEVEL-TAX
               WHEN 2
                   MOVE QT-COUNTY-TAX (QT-IX) TO LEVEL-TAX
               WHEN OTHER
                   MOVE QT-CITY-TAX (QT-IX)   TO LEVEL-TAX
           END-EVALUATE.

      *----THE AUTHORITY TOTALS, THE SAME FIGURES AS THE TRAILERS--
       490-PRINT-AUTHORITY-TOTALS.
           WRITE REMIT-LINE FROM Q-AUTH-HEADING-LINE-1.
           WRITE REMIT-LINE FROM Q-AUTH-HEADING-LINE-2.
           WRITE REMIT-LINE FROM HEADING-LINE-3.
           PERFORM 491-PRINT-ONE-AUTHORITY
               VARYING FT-IX FROM 1 BY 1
               UNTIL FT-IX > FILING-COUNT.
           WRITE REMIT-LINE FROM HEADING-LINE-3.
           IF UNFILED-COUNT > ZERO
               MOVE UNFILED-COUNT TO QUL-COUNT
               WRITE REMIT-LINE FROM Q-UNFILED-LINE
           END-IF.

       491-PRINT-ONE-AUTHORITY.
           MOVE FT-LEVEL (FT-IX)          TO QAL-LEVEL.
           MOVE FT-AUTHORITY-CODE (FT-IX) TO QAL-AUTHORITY-CODE.
           MOVE FT-PERMIT-NO (FT-IX)      TO QAL-PERMIT-NO.
           MOVE FT-GROSS-SALES (FT-IX)    TO QAL-GROSS-SALES.
           MOVE FT-EXEMPT-SALES (FT-IX)   TO QAL-EXEMPT-SALES.
           MOVE FT-TAXABLE-SALES (FT-IX)  TO QAL-TAXABLE-SALES.
           MOVE FT-TAX-DUE (FT-IX)        TO QAL-TAX-DUE.
           WRITE REMIT-LINE FROM Q-AUTH-LINE.

      *----THE FILING EXTRACT: HDR, DTL/EXM PER JURISDICTION, AND
      *----TRL FOR EACH AUTHORITY IN TURN----
       500-WRITE-FILING-EXTRACT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE RUN-DATE =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           COMPUTE PERIOD-FROM = Q-MONTH-NO (1) * 100 + 1.
           IF Q-QUARTER = 1 OR Q-QUARTER = 4
               COMPUTE PERIOD-TO = Q-MONTH-NO (3) * 100 + 31
           ELSE
               COMPUTE PERIOD-TO = Q-MONTH-NO (3) * 100 + 30
           END-IF.
           OPEN OUTPUT FILING-FILE.
           PERFORM 510-WRITE-ONE-FILING
               VARYING FT-IX FROM 1 BY 1
               UNTIL FT-IX > FILING-COUNT.
           CLOSE FILING-FILE.

       510-WRITE-ONE-FILING.
           SET FILING-SUB TO FT-IX.
           MOVE FT-LEVEL-SUB (FT-IX) TO LEVEL-SUB.
           MOVE FT-LEVEL (FT-IX)          TO FHO-LEVEL.
           MOVE FT-AUTHORITY-CODE (FT-IX) TO FHO-AUTHORITY-CODE.
           MOVE FT-PERMIT-NO (FT-IX)      TO FHO-PERMIT-NO.
           MOVE FT-AUTHORITY-NAME (FT-IX) TO FHO-AUTHORITY-NAME.
           MOVE Q-YEAR      TO FHO-YEAR.
           MOVE Q-QUARTER   TO FHO-QUARTER.
           MOVE PERIOD-FROM TO FHO-PERIOD-FROM.
           MOVE PERIOD-TO   TO FHO-PERIOD-TO.
           MOVE RUN-DATE    TO FHO-RUN-DATE.
           WRITE FILING-LINE FROM FILING-HEADER-OUT.
           MOVE 1 TO FT-RECORD-COUNT (FT-IX).
           PERFORM 520-WRITE-JURISDICTION-DETAIL
               VARYING QT-IX FROM 1 BY 1
               UNTIL QT-IX > QREMIT-COUNT.
           ADD 1 TO FT-RECORD-COUNT (FT-IX).
           MOVE FT-LEVEL (FT-IX)          TO FTO-LEVEL.
           MOVE FT-AUTHORITY-CODE (FT-IX) TO FTO-AUTHORITY-CODE.
           MOVE FT-PERMIT-NO (FT-IX)      TO FTO-PERMIT-NO.
           MOVE Q-YEAR                    TO FTO-YEAR.
           MOVE Q-QUARTER                 TO FTO-QUARTER.
           MOVE FT-RECORD-COUNT (FT-IX)   TO FTO-RECORD-COUNT.
           MOVE FT-GROSS-SALES (FT-IX)    TO FTO-GROSS-SALES.
           MOVE FT-EXEMPT-SALES (FT-IX)   TO FTO-EXEMPT-SALES.
           MOVE FT-TAXABLE-SALES (FT-IX)  TO FTO-TAXABLE-SALES.
           MOVE FT-TAX-DUE (FT-IX)        TO FTO-TAX-DUE.
           WRITE FILING-LINE FROM FILING-TRAILER-OUT.

       520-WRITE-JURISDICTION-DETAIL.
           IF QT-FILING-SUB (QT-IX LEVEL-SUB) = FILING-SUB
               PERFORM 485-GET-LEVEL-TAX
               MOVE FT-LEVEL (FT-IX)         TO FDO-LEVEL
               MOVE FT-AUTHORITY-CODE (FT-IX) TO FDO-AUTHORITY-CODE
               MOVE QT-JURISDICTION (QT-IX)  TO FDO-JURISDICTION
               COMPUTE FDO-GROSS-SALES =
                   QT-TAXABLE-SALES (QT-IX) + QT-EXEMPT-SALES (QT-IX)
               MOVE QT-EXEMPT-SALES (QT-IX)  TO FDO-EXEMPT-SALES
               MOVE QT-TAXABLE-SALES (QT-IX) TO FDO-TAXABLE-SALES
               MOVE LEVEL-TAX                TO FDO-TAX-DUE
               MOVE QT-TRANS-COUNT (QT-IX)   TO FDO-TRANS-COUNT
               WRITE FILING-LINE FROM FILING-DETAIL-OUT
               ADD 1 TO FT-RECORD-COUNT (FT-IX)
               MOVE FT-LEVEL (FT-IX)          TO FEO-LEVEL
               MOVE FT-AUTHORITY-CODE (FT-IX) TO FEO-AUTHORITY-CODE
               MOVE QT-JURISDICTION (QT-IX)   TO FEO-JURISDICTION
               PERFORM 525-WRITE-EXEMPT-DETAIL
                   VARYING RE-IX FROM 1 BY 1
                   UNTIL RE-IX > REASON-COUNT
               IF QT-HOLIDAY-COUNT (QT-IX) > ZERO
                   MOVE "HOLIDAY" TO FEO-REASON
                   MOVE QT-HOLIDAY-SALES (QT-IX) TO FEO-EXEMPT-SALES
                   MOVE QT-HOLIDAY-COUNT (QT-IX) TO FEO-TRANS-COUNT
                   WRITE FILING-LINE FROM FILING-EXEMPT-OUT
                   ADD 1 TO FT-RECORD-COUNT (FT-IX)
               END-IF
           END-IF.

       525-WRITE-EXEMPT-DETAIL.
           IF RE-JURISDICTION (RE-IX) = QT-JURISDICTION (QT-IX)
               MOVE RE-REASON (RE-IX)       TO FEO-REASON
               MOVE RE-EXEMPT-SALES (RE-IX) TO FEO-EXEMPT-SALES
               MOVE RE-TRANS-COUNT (RE-IX)  TO FEO-TRANS-COUNT
               WRITE FILING-LINE FROM FILING-EXEMPT-OUT
               ADD 1 TO FT-RECORD-COUNT (FT-IX)
           END-IF.


      *----READ THE CENTRAL PARAMETER FILE AND APPLY EVERY KEYWORD
                   MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_AUTHORITY_FILE"
                   MOVE PARM-VALUE TO AUTH-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_FILING_FILE"
                   MOVE PARM-VALUE TO FILING-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DAILY_LOG_FILE"
                   MOVE PARM-VALUE TO DAILY-LOG-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "FISCAL_CALENDAR_FILE"
                   MOVE PARM-VALUE TO FISCAL-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 051-READ-PARM-RCD.

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

       end program TAX-REMIT.
