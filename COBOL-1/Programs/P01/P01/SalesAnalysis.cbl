       identification division.
       program-id. SALES-ANALYSIS.
       author. Alan Thomas.
       date-compiled. 04/27/2016.
      *function: Product and category sales analysis. Reads the
      *item-detail lines SALES-TAX writes to SALESTAX.ITM (one per
      *line item of every sale, return and void) for a chosen date
      *range and totals units, sales and tax by SKU and by
      *taxability category, then lists the top sellers (by sales
      *dollars) in each jurisdiction. Returns and voids carry their
      *amounts reversed and count as minus one unit, so every
      *figure is net. A range reaching back before this month also
      *reads the month-end archives (SALESTAX.ITM.YYYYMM) the
      *detail file was rolled into.
      *input files SALESTAX.ITM and its archives, PRODMAST.DAT,
      *            P07FISC.DAT
      *output files SALESANL.RPT
      *printer ouput None
      *
      *MODS:
      *04/27/2016 - AT - first version.
      *06/01/2016 - AT - the period prompt now offers F)iscal period
      *  as DRAWER-TREND's does: a fiscal year and period (0 for the
      *  whole year) is looked up on FISCAL-GEN's P07FISC.DAT (key
      *  FISCAL_CALENDAR_FILE) and becomes the from/to dates.

       environment division.
           input-output section.
               file-control.
               SELECT ITEM-FILE ASSIGN TO DYNAMIC ITEM-READ-NAME
               organization is line sequential
               file status is ITEM-FILE-STATUS.

               SELECT PRODUCT-FILE ASSIGN TO DYNAMIC PRODUCT-FILE-NAME
               organization is line sequential
               file status is PRODUCT-FILE-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.
               SELECT FISCAL-FILE ASSIGN TO DYNAMIC FISCAL-FILE-NAME
               organization is line sequential
               file status is FISCAL-FILE-STATUS.

               SELECT ANALYSIS-FILE ASSIGN TO "SALESANL.RPT"
               organization is line sequential.

       data division.
           file section.
           FD ITEM-FILE.
           01 ITEM-LINE                PIC X(120).

      *----SAME LAYOUT SALES-TAX's 140-LOAD-PRODUCTS READS (ONLY
      *----THE DESCRIPTION IS WANTED HERE)----
           FD PRODUCT-FILE.
           01 PRODUCT-RECORD.
               05 PR-SKU               PIC X(8).
               05 PR-DESCRIPTION       PIC X(20).
               05 PR-CATEGORY          PIC X(2).

           FD ANALYSIS-FILE.
           01 ANALYSIS-LINE            PIC X(100).

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


       working-storage section.
       01  ITEM-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  ITEM-FILE-NAME      PIC X(80)       VALUE "SALESTAX.ITM".
       01  ITEM-READ-NAME      PIC X(80)       VALUE SPACES.
       01  PRODUCT-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  PRODUCT-FILE-NAME   PIC X(80)       VALUE "PRODMAST.DAT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - READ HERE TOO SO THIS PROGRAM ALWAYS READS
      *----THE DETAIL FILE SALES-TAX WRITES----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01  EOF-SWITCH          PIC X           VALUE "N".

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

      *----PRODUCT DESCRIPTIONS, FOR THE SKU SECTION ONLY----
       01  PRODUCT-COUNT       PIC 9(3)        VALUE ZERO.
       01  PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON PRODUCT-COUNT
                  INDEXED BY PM-IX.
              10 PM-SKU          PIC X(8).
              10 PM-DESCRIPTION  PIC X(20).

      *----NET UNITS, SALES AND TAX BY SKU----
       01  SKU-COUNT           PIC 9(4)        VALUE ZERO.
       01  SKU-TABLE.
           05 SKU-ENTRY OCCURS 1 TO 1000 TIMES
                  DEPENDING ON SKU-COUNT
                  INDEXED BY SK-IX.
              10 SK-SKU          PIC X(8).
              10 SK-CATEGORY     PIC X(2).
              10 SK-UNITS        PIC S9(7).
              10 SK-SALES        PIC S9(9)V99.
              10 SK-TAX          PIC S9(9)V99.

      *----NET UNITS, SALES AND TAX BY CATEGORY----
       01  CATEGORY-COUNT      PIC 9(3)        VALUE ZERO.
       01  CATEGORY-TABLE.
           05 CATEGORY-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON CATEGORY-COUNT
                  INDEXED BY CA-IX.
              10 CA-CATEGORY     PIC X(2).
              10 CA-UNITS        PIC S9(7).
              10 CA-SALES        PIC S9(9)V99.
              10 CA-TAX          PIC S9(9)V99.

      *----NET UNITS AND SALES BY JURISDICTION AND SKU, FOR THE
      *----TOP-SELLER LISTS----
       01  JURSKU-COUNT        PIC 9(4)        VALUE ZERO.
       01  JURSKU-TABLE.
           05 JURSKU-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON JURSKU-COUNT
                  INDEXED BY JS-IX JS-JX.
              10 JS-JURISDICTION PIC X(3).
              10 JS-SKU          PIC X(8).
              10 JS-UNITS        PIC S9(7).
              10 JS-SALES        PIC S9(9)V99.
              10 JS-PRINTED-SW   PIC X.
              10 JS-PICKED-SW    PIC X.

      *----THE CHOSEN PERIOD, THE MONTHS OF ARCHIVES IT TOUCHES,
      *----AND HOW MANY TOP SELLERS TO LIST----
       01  SELECT-FIELDS.
           05 FROM-DATE         PIC 9(8)    VALUE ZERO.
           05 TO-DATE           PIC 9(8)    VALUE ZERO.
           05 TOP-COUNT         PIC 9(2)    VALUE 5.
           05 LINE-DATE         PIC 9(8)    VALUE ZERO.
           05 SCAN-MONTH        PIC 9(6)    VALUE ZERO.
           05 SCAN-YEAR-MONTH REDEFINES SCAN-MONTH.
              10 SCAN-YEAR      PIC 9(4).
              10 SCAN-MM        PIC 9(2).
           05 LAST-SCAN-MONTH   PIC 9(6)    VALUE ZERO.
           05 LAST-YEAR-MONTH REDEFINES LAST-SCAN-MONTH.
              10 LAST-YEAR      PIC 9(4).
              10 LAST-MM        PIC 9(2).
           05 SKIPPED-COUNT     PIC 9(5)    VALUE ZERO.
           05 LINES-SELECTED    PIC 9(7)    VALUE ZERO.
           05 FILES-READ        PIC 9(3)    VALUE ZERO.
           05 TABLE-FULL-SW     PIC X       VALUE "N".
               88 A-TABLE-FILLED    VALUE "Y".

      *----ONE SELECTED LINE'S FIGURES----
       01  LINE-FIELDS.
           05 LINE-SKU          PIC X(8)     VALUE SPACES.
           05 LINE-CATEGORY     PIC X(2)     VALUE SPACES.
           05 LINE-UNITS        PIC S9(1)    VALUE ZERO.
           05 LINE-PRICE        PIC S9(7)V99 VALUE ZERO.
           05 LINE-TAX          PIC S9(7)V99 VALUE ZERO.

      *----REPORT TOTALS AND THE TOP-SELLER PICK IN PROGRESS----
       01  TOTAL-FIELDS.
           05 GRAND-UNITS       PIC S9(8)    VALUE ZERO.
           05 GRAND-SALES       PIC S9(10)V99 VALUE ZERO.
           05 GRAND-TAX         PIC S9(10)V99 VALUE ZERO.
           05 RANK-NUMBER       PIC 9(2)     VALUE ZERO.
           05 BEST-SUB          PIC 9(4)     VALUE ZERO.
           05 BEST-SALES        PIC S9(9)V99 VALUE ZERO.
           05 JUR-IN-HAND       PIC X(3)     VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR           PIC 9(4).
           05 CD-MONTH          PIC 9(2).
           05 CD-DAY            PIC 9(2).
           05 FILLER            PIC X(13).

       01  HEADING-LINE-1.
           05 FILLER  PIC X(36) VALUE
               "PRODUCT / CATEGORY SALES ANALYSIS".
           05 FILLER            PIC X(5)  VALUE "FROM ".
           05 HL1-FROM-DATE     PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 HL1-TO-DATE       PIC 9(8).

       01  HEADING-LINE-2.
           05 FILLER  PIC X(78) VALUE ALL "-".

       01  SECTION-HEADING.
           05 SH-TEXT           PIC X(60).

       01  SKU-COLUMN-HEADING.
           05 FILLER            PIC X(10) VALUE "SKU".
           05 FILLER            PIC X(22) VALUE "DESCRIPTION".
           05 FILLER            PIC X(6)  VALUE "CAT".
           05 FILLER            PIC X(10) VALUE "   UNITS".
           05 FILLER            PIC X(14) VALUE "        SALES".
           05 FILLER            PIC X(12) VALUE "        TAX".

       01  CATEGORY-COLUMN-HEADING.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "CAT".
           05 FILLER            PIC X(10) VALUE "   UNITS".
           05 FILLER            PIC X(14) VALUE "        SALES".
           05 FILLER            PIC X(12) VALUE "        TAX".

       01  TOP-COLUMN-HEADING.
           05 FILLER            PIC X(8)  VALUE "  RANK".
           05 FILLER            PIC X(10) VALUE "SKU".
           05 FILLER            PIC X(22) VALUE "DESCRIPTION".
           05 FILLER            PIC X(10) VALUE "   UNITS".
           05 FILLER            PIC X(13) VALUE "        SALES".

       01  SKU-LINE-OUT.
           05 SLO-SKU           PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SLO-DESCRIPTION   PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SLO-CATEGORY      PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SLO-UNITS         PIC Z(6)9-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SLO-SALES         PIC Z(8)9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 SLO-TAX           PIC Z(7)9.99-.

       01  TOP-LINE-OUT.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 TLO-RANK          PIC Z9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TLO-SKU           PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TLO-DESCRIPTION   PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TLO-UNITS         PIC Z(6)9-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TLO-SALES         PIC Z(8)9.99-.

       01  JURISDICTION-HEADING.
           05 FILLER            PIC X(13) VALUE "JURISDICTION ".
           05 JH-JURISDICTION   PIC X(3).

       01  SUMMARY-LINE-OUT.
           05 SUM-COUNT         PIC Z(6)9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SUM-LABEL         PIC X(50).


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE: AN UNATTENDED
      *----RUN COVERS THE MONTH TO DATE WITH THE TOP FIVE----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

       procedure division.

       000-MAIN.
           PERFORM 050-READ-PARM-FILE.
           MOVE ZERO TO SKU-COUNT.
           MOVE ZERO TO CATEGORY-COUNT.
           MOVE ZERO TO JURSKU-COUNT.
           MOVE ZERO TO SKIPPED-COUNT.
           MOVE ZERO TO LINES-SELECTED.
           MOVE ZERO TO FILES-READ.
           MOVE ZERO TO GRAND-UNITS.
           MOVE ZERO TO GRAND-SALES.
           MOVE ZERO TO GRAND-TAX.
           MOVE "N" TO TABLE-FULL-SW.
           PERFORM 060-GET-PERIOD.
           IF FROM-DATE > TO-DATE
               DISPLAY "*FROM DATE IS AFTER TO DATE - NOTHING"
                   " SELECTED*"
           ELSE
               PERFORM 100-LOAD-PRODUCTS
               PERFORM 200-READ-ARCHIVE-MONTH
                   UNTIL SCAN-MONTH > LAST-SCAN-MONTH
               MOVE ITEM-FILE-NAME TO ITEM-READ-NAME
               PERFORM 210-READ-ONE-ITEM-FILE
               IF FILES-READ = ZERO
                   DISPLAY "*NO SALESTAX.ITM DETAIL FOR THE PERIOD -"
                       " NOTHING TO REPORT*"
               ELSE
                   OPEN OUTPUT ANALYSIS-FILE
                   MOVE FROM-DATE TO HL1-FROM-DATE
                   MOVE TO-DATE TO HL1-TO-DATE
                   WRITE ANALYSIS-LINE FROM HEADING-LINE-1
                   WRITE ANALYSIS-LINE FROM HEADING-LINE-2
                   PERFORM 300-WRITE-SKU-SECTION
                   PERFORM 400-WRITE-CATEGORY-SECTION
                   PERFORM 500-WRITE-TOP-SELLERS
                   WRITE ANALYSIS-LINE FROM HEADING-LINE-2
                   MOVE LINES-SELECTED TO SUM-COUNT
                   MOVE "ITEM LINE(S) IN THE PERIOD" TO SUM-LABEL
                   WRITE ANALYSIS-LINE FROM SUMMARY-LINE-OUT
                   MOVE SKIPPED-COUNT TO SUM-COUNT
                   MOVE "UNREADABLE LINE(S) LEFT OUT" TO SUM-LABEL
                   WRITE ANALYSIS-LINE FROM SUMMARY-LINE-OUT
                   CLOSE ANALYSIS-FILE
                   DISPLAY "SALES ANALYSIS COMPLETE - SEE SALESANL.RPT"
               END-IF
           END-IF.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE SKIPPED-COUNT TO RSA-EXCEPTION-COUNT.
           GOBACK.

      *----THE PERIOD AND THE TOP-SELLER COUNT. ZERO DATES MEAN THE
      *----FIRST OF THIS MONTH AND TODAY; AN UNATTENDED RUN TAKES
      *----THE MONTH TO DATE AND THE TOP FIVE. THE ARCHIVES TO READ
      *----RUN FROM THE FROM-DATE'S MONTH TO THE MONTH AFTER THE
      *----TO-DATE'S (A MONTH CLOSED OUT LATE LANDS IN THE NEXT
      *----MONTH'S ARCHIVE); THE DATE TEST SORTS OUT THE REST. THE
      *----PERIOD IS EITHER FROM/TO DATES OR A FISCAL YEAR AND PERIOD
      *----LOOKED UP ON THE FISCAL CALENDAR----
       060-GET-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE ZERO TO FROM-DATE.
           MOVE ZERO TO TO-DATE.
           MOVE 5 TO TOP-COUNT.
           IF NOT UNATTENDED-RUN
               MOVE "D" TO RANGE-MODE
               DISPLAY "PERIOD BY D)ATES OR F)ISCAL PERIOD? "
               ACCEPT RANGE-MODE
               IF FISCAL-RANGE
                   PERFORM 061-GET-FISCAL-PERIOD
               ELSE
                   DISPLAY "FROM DATE YYYYMMDD (0 FOR FIRST OF MONTH): "
                   ACCEPT FROM-DATE
                   DISPLAY "TO DATE YYYYMMDD (0 FOR TODAY): "
                   ACCEPT TO-DATE
               END-IF
               DISPLAY "TOP SELLERS PER JURISDICTION (0 FOR 5): "
               ACCEPT TOP-COUNT
               IF TOP-COUNT = ZERO
                   MOVE 5 TO TOP-COUNT
               END-IF
           END-IF.
           IF FROM-DATE = ZERO
               MOVE CD-YEAR  TO FROM-DATE (1:4)
               MOVE CD-MONTH TO FROM-DATE (5:2)
               MOVE "01"     TO FROM-DATE (7:2)
           END-IF.
           IF TO-DATE = ZERO
               MOVE CD-YEAR  TO TO-DATE (1:4)
               MOVE CD-MONTH TO TO-DATE (5:2)
               MOVE CD-DAY   TO TO-DATE (7:2)
           END-IF.
           MOVE FROM-DATE (1:6) TO SCAN-MONTH.
           MOVE TO-DATE (1:6) TO LAST-SCAN-MONTH.
           IF LAST-MM = 12
               ADD 1 TO LAST-YEAR
               MOVE 1 TO LAST-MM
           ELSE
               ADD 1 TO LAST-MM
           END-IF.

      *----A FISCAL YEAR AND PERIOD (0 FOR THE WHOLE YEAR) TURNED
      *----INTO ITS FIRST AND LAST DAY. A PERIOD NOT ON THE FISCAL
      *----CALENDAR FALLS BACK TO THE MONTH TO DATE, AS ZERO DATES
      *----DO----
       061-GET-FISCAL-PERIOD.
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
               PERFORM 062-READ-FISCAL-RCD
               PERFORM 063-CHECK-FISCAL-RCD
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

       062-READ-FISCAL-RCD.
           READ FISCAL-FILE
               AT END
                   MOVE "Y" TO FISCAL-EOF-SW
           END-READ.

      *----A WHOLE-YEAR REQUEST TAKES THE EARLIEST START AND THE
      *----LATEST END OF THAT YEAR'S PERIODS----
       063-CHECK-FISCAL-RCD.
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
           PERFORM 062-READ-FISCAL-RCD.

      *----PRODUCT DESCRIPTIONS. NO MASTER JUST MEANS A BLANK
      *----DESCRIPTION COLUMN----
       100-LOAD-PRODUCTS.
           MOVE ZERO TO PRODUCT-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "35"
               PERFORM 110-READ-PRODUCT-RCD
               PERFORM 120-STORE-PRODUCT-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE PRODUCT-FILE
           END-IF.

       110-READ-PRODUCT-RCD.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       120-STORE-PRODUCT-RCD.
           IF PRODUCT-COUNT < 500
               ADD 1 TO PRODUCT-COUNT
               MOVE PR-SKU         TO PM-SKU (PRODUCT-COUNT)
               MOVE PR-DESCRIPTION TO PM-DESCRIPTION (PRODUCT-COUNT)
           END-IF.
           PERFORM 110-READ-PRODUCT-RCD.

      *----ONE MONTH'S ARCHIVE (<NAME>.YYYYMM), THEN ON TO THE NEXT
      *----MONTH----
       200-READ-ARCHIVE-MONTH.
           MOVE SPACES TO ITEM-READ-NAME.
           STRING FUNCTION TRIM (ITEM-FILE-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  SCAN-MONTH DELIMITED BY SIZE
                  INTO ITEM-READ-NAME.
           PERFORM 210-READ-ONE-ITEM-FILE.
           IF SCAN-MM = 12
               ADD 1 TO SCAN-YEAR
               MOVE 1 TO SCAN-MM
           ELSE
               ADD 1 TO SCAN-MM
           END-IF.

      *----READ ONE DETAIL FILE (LIVE OR ARCHIVE) IF IT IS THERE----
       210-READ-ONE-ITEM-FILE.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT ITEM-FILE.
           IF ITEM-FILE-STATUS NOT = "35"
               ADD 1 TO FILES-READ
               PERFORM 211-READ-ITEM-LINE
               PERFORM 220-TALLY-ITEM-LINE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ITEM-FILE
           END-IF.

       211-READ-ITEM-LINE.
           READ ITEM-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----KEEP THE LINES INSIDE THE PERIOD; AN UNREADABLE LINE IS
      *----COUNTED AND LEFT OUT----
       220-TALLY-ITEM-LINE.
           MOVE ITEM-LINE TO ITEM-LINE-IN.
           IF ILI-DATE IS NOT NUMERIC
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE ILI-DATE TO LINE-DATE
               IF LINE-DATE NOT < FROM-DATE
                      AND LINE-DATE NOT > TO-DATE
                   ADD 1 TO LINES-SELECTED
                   MOVE ILI-SKU TO LINE-SKU
                   MOVE ILI-CATEGORY TO LINE-CATEGORY
                   COMPUTE LINE-PRICE = FUNCTION NUMVAL (ILI-PRICE)
                   COMPUTE LINE-TAX = FUNCTION NUMVAL (ILI-ITEM-TAX)
                   IF ILI-TRANS-TYPE = "RETURN" OR ILI-TRANS-TYPE =
                          "VOID"
                       MOVE -1 TO LINE-UNITS
                   ELSE
                       MOVE 1 TO LINE-UNITS
                   END-IF
                   ADD LINE-UNITS TO GRAND-UNITS
                   ADD LINE-PRICE TO GRAND-SALES
                   ADD LINE-TAX   TO GRAND-TAX
                   PERFORM 230-TALLY-SKU
                   PERFORM 240-TALLY-CATEGORY
                   PERFORM 250-TALLY-JURISDICTION-SKU
               END-IF
           END-IF.
           PERFORM 211-READ-ITEM-LINE.

       230-TALLY-SKU.
           SET SK-IX TO 1.
           SEARCH SKU-ENTRY
               AT END
                   IF SKU-COUNT < 1000
                       ADD 1 TO SKU-COUNT
                       MOVE LINE-SKU      TO SK-SKU (SKU-COUNT)
                       MOVE LINE-CATEGORY TO SK-CATEGORY (SKU-COUNT)
                       MOVE LINE-UNITS    TO SK-UNITS (SKU-COUNT)
                       MOVE LINE-PRICE    TO SK-SALES (SKU-COUNT)
                       MOVE LINE-TAX      TO SK-TAX (SKU-COUNT)
                   ELSE
                       PERFORM 260-NOTE-TABLE-FULL
                   END-IF
               WHEN SK-SKU (SK-IX) = LINE-SKU
                   ADD LINE-UNITS TO SK-UNITS (SK-IX)
                   ADD LINE-PRICE TO SK-SALES (SK-IX)
                   ADD LINE-TAX   TO SK-TAX (SK-IX)
           END-SEARCH.

       240-TALLY-CATEGORY.
           SET CA-IX TO 1.
           SEARCH CATEGORY-ENTRY
               AT END
                   IF CATEGORY-COUNT < 200
                       ADD 1 TO CATEGORY-COUNT
                       MOVE LINE-CATEGORY
                           TO CA-CATEGORY (CATEGORY-COUNT)
                       MOVE LINE-UNITS TO CA-UNITS (CATEGORY-COUNT)
                       MOVE LINE-PRICE TO CA-SALES (CATEGORY-COUNT)
                       MOVE LINE-TAX   TO CA-TAX (CATEGORY-COUNT)
                   ELSE
                       PERFORM 260-NOTE-TABLE-FULL
                   END-IF
               WHEN CA-CATEGORY (CA-IX) = LINE-CATEGORY
                   ADD LINE-UNITS TO CA-UNITS (CA-IX)
                   ADD LINE-PRICE TO CA-SALES (CA-IX)
                   ADD LINE-TAX   TO CA-TAX (CA-IX)
           END-SEARCH.

       250-TALLY-JURISDICTION-SKU.
           SET JS-IX TO 1.
           SEARCH JURSKU-ENTRY
               AT END
                   IF JURSKU-COUNT < 3000
                       ADD 1 TO JURSKU-COUNT
                       MOVE ILI-JURISDICTION
                           TO JS-JURISDICTION (JURSKU-COUNT)
                       MOVE LINE-SKU   TO JS-SKU (JURSKU-COUNT)
                       MOVE LINE-UNITS TO JS-UNITS (JURSKU-COUNT)
                       MOVE LINE-PRICE TO JS-SALES (JURSKU-COUNT)
                       MOVE "N" TO JS-PRINTED-SW (JURSKU-COUNT)
                       MOVE "N" TO JS-PICKED-SW (JURSKU-COUNT)
                   ELSE
                       PERFORM 260-NOTE-TABLE-FULL
                   END-IF
               WHEN JS-JURISDICTION (JS-IX) = ILI-JURISDICTION
                      AND JS-SKU (JS-IX) = LINE-SKU
                   ADD LINE-UNITS TO JS-UNITS (JS-IX)
                   ADD LINE-PRICE TO JS-SALES (JS-IX)
           END-SEARCH.

      *----SAY SO ONCE WHEN A TABLE FILLS; THE GRAND TOTALS STILL
      *----TAKE IN EVERY LINE----
       260-NOTE-TABLE-FULL.
           IF NOT A-TABLE-FILLED
               MOVE "Y" TO TABLE-FULL-SW
               DISPLAY "*A SUMMARY TABLE IS FULL - LATER SKUS LEFT OFF"
                   " THE DETAIL SECTIONS*"
           END-IF.

      *----UNITS, SALES AND TAX BY SKU, WITH THE GRAND TOTAL----
       300-WRITE-SKU-SECTION.
           MOVE SPACES TO SECTION-HEADING.
           MOVE "SALES BY SKU" TO SH-TEXT.
           WRITE ANALYSIS-LINE FROM SECTION-HEADING.
           WRITE ANALYSIS-LINE FROM SKU-COLUMN-HEADING.
           PERFORM 310-WRITE-ONE-SKU
               VARYING SK-IX FROM 1 BY 1
               UNTIL SK-IX > SKU-COUNT.
           MOVE SPACES TO SKU-LINE-OUT.
           MOVE "TOTAL" TO SLO-SKU.
           MOVE GRAND-UNITS TO SLO-UNITS.
           MOVE GRAND-SALES TO SLO-SALES.
           MOVE GRAND-TAX TO SLO-TAX.
           WRITE ANALYSIS-LINE FROM SKU-LINE-OUT.
           WRITE ANALYSIS-LINE FROM HEADING-LINE-2.

       310-WRITE-ONE-SKU.
           MOVE SPACES TO SKU-LINE-OUT.
           IF SK-SKU (SK-IX) = SPACES
               MOVE "(NO SKU)" TO SLO-SKU
           ELSE
               MOVE SK-SKU (SK-IX) TO SLO-SKU
               PERFORM 320-FIND-DESCRIPTION
           END-IF.
           MOVE SK-CATEGORY (SK-IX) TO SLO-CATEGORY.
           MOVE SK-UNITS (SK-IX) TO SLO-UNITS.
           MOVE SK-SALES (SK-IX) TO SLO-SALES.
           MOVE SK-TAX (SK-IX) TO SLO-TAX.
           WRITE ANALYSIS-LINE FROM SKU-LINE-OUT.

       320-FIND-DESCRIPTION.
           SET PM-IX TO 1.
           SEARCH PRODUCT-ENTRY
               AT END
                   MOVE "*NOT ON MASTER*" TO SLO-DESCRIPTION
               WHEN PM-SKU (PM-IX) = SK-SKU (SK-IX)
                   MOVE PM-DESCRIPTION (PM-IX) TO SLO-DESCRIPTION
           END-SEARCH.

      *----UNITS, SALES AND TAX BY TAXABILITY CATEGORY----
       400-WRITE-CATEGORY-SECTION.
           MOVE SPACES TO SECTION-HEADING.
           MOVE "SALES BY CATEGORY" TO SH-TEXT.
           WRITE ANALYSIS-LINE FROM SECTION-HEADING.
           WRITE ANALYSIS-LINE FROM CATEGORY-COLUMN-HEADING.
           PERFORM 410-WRITE-ONE-CATEGORY
               VARYING CA-IX FROM 1 BY 1
               UNTIL CA-IX > CATEGORY-COUNT.
           WRITE ANALYSIS-LINE FROM HEADING-LINE-2.

       410-WRITE-ONE-CATEGORY.
           MOVE SPACES TO SKU-LINE-OUT.
           IF CA-CATEGORY (CA-IX) = SPACES
               MOVE "(NONE)" TO SLO-SKU
               MOVE "FULL RATE, NO CATEGORY" TO SLO-DESCRIPTION
           ELSE
               MOVE CA-CATEGORY (CA-IX) TO SLO-CATEGORY
           END-IF.
           MOVE CA-UNITS (CA-IX) TO SLO-UNITS.
           MOVE CA-SALES (CA-IX) TO SLO-SALES.
           MOVE CA-TAX (CA-IX) TO SLO-TAX.
           WRITE ANALYSIS-LINE FROM SKU-LINE-OUT.

      *----THE TOP SELLERS BY SALES DOLLARS IN EACH JURISDICTION, IN
      *----THE ORDER THE JURISDICTIONS FIRST TURN UP----
       500-WRITE-TOP-SELLERS.
           MOVE SPACES TO SECTION-HEADING.
           MOVE "TOP SELLERS BY JURISDICTION" TO SH-TEXT.
           WRITE ANALYSIS-LINE FROM SECTION-HEADING.
           PERFORM 510-CONSIDER-ONE-JURISDICTION
               VARYING JS-IX FROM 1 BY 1
               UNTIL JS-IX > JURSKU-COUNT.

      *----LIST THIS ENTRY'S JURISDICTION, UNLESS AN EARLIER ENTRY
      *----FOR THE SAME JURISDICTION ALREADY DID----
       510-CONSIDER-ONE-JURISDICTION.
           IF JS-PRINTED-SW (JS-IX) NOT = "Y"
               MOVE JS-JURISDICTION (JS-IX) TO JUR-IN-HAND
               MOVE JUR-IN-HAND TO JH-JURISDICTION
               WRITE ANALYSIS-LINE FROM JURISDICTION-HEADING
               WRITE ANALYSIS-LINE FROM TOP-COLUMN-HEADING
               PERFORM 515-MARK-ONE-PRINTED
                   VARYING JS-JX FROM 1 BY 1
                   UNTIL JS-JX > JURSKU-COUNT
               MOVE ZERO TO RANK-NUMBER
               MOVE 1 TO BEST-SUB
               PERFORM 520-PICK-NEXT-TOP
                   UNTIL RANK-NUMBER NOT < TOP-COUNT
                      OR BEST-SUB = ZERO
           END-IF.

       515-MARK-ONE-PRINTED.
           IF JS-JURISDICTION (JS-JX) = JUR-IN-HAND
               MOVE "Y" TO JS-PRINTED-SW (JS-JX)
           END-IF.

      *----FIND THE BEST NOT-YET-LISTED SKU IN THE JURISDICTION;
      *----BEST-SUB COMES BACK ZERO WHEN THERE ARE NO MORE----
       520-PICK-NEXT-TOP.
           MOVE ZERO TO BEST-SUB.
           MOVE ZERO TO BEST-SALES.
           PERFORM 530-CHECK-ONE-CANDIDATE
               VARYING JS-JX FROM 1 BY 1
               UNTIL JS-JX > JURSKU-COUNT.
           IF BEST-SUB NOT = ZERO
               ADD 1 TO RANK-NUMBER
               MOVE "Y" TO JS-PICKED-SW (BEST-SUB)
               MOVE SPACES TO TOP-LINE-OUT
               MOVE RANK-NUMBER TO TLO-RANK
               IF JS-SKU (BEST-SUB) = SPACES
                   MOVE "(NO SKU)" TO TLO-SKU
               ELSE
                   MOVE JS-SKU (BEST-SUB) TO TLO-SKU
                   SET PM-IX TO 1
                   SEARCH PRODUCT-ENTRY
                       AT END
                           MOVE "*NOT ON MASTER*" TO TLO-DESCRIPTION
                       WHEN PM-SKU (PM-IX) = JS-SKU (BEST-SUB)
                           MOVE PM-DESCRIPTION (PM-IX)
                               TO TLO-DESCRIPTION
                   END-SEARCH
               END-IF
               MOVE JS-UNITS (BEST-SUB) TO TLO-UNITS
               MOVE JS-SALES (BEST-SUB) TO TLO-SALES
               WRITE ANALYSIS-LINE FROM TOP-LINE-OUT
           END-IF.

      *----A SKU WHOSE NET SALES ARE ZERO OR BELOW (RETURNED AS
      *----MUCH AS WAS SOLD) IS NOT A SELLER----
       530-CHECK-ONE-CANDIDATE.
           IF JS-JURISDICTION (JS-JX) = JUR-IN-HAND
                  AND JS-PICKED-SW (JS-JX) NOT = "Y"
                  AND JS-SALES (JS-JX) > BEST-SALES
               SET BEST-SUB TO JS-JX
               MOVE JS-SALES (JS-JX) TO BEST-SALES
           END-IF.


      *----READ THE CENTRAL PARAMETER FILE AND APPLY EVERY KEYWORD
      *----THIS PROGRAM RECOGNIZES, SHOWING EACH VALUE AS IT LANDS--
       050-READ-PARM-FILE.
           MOVE SPACES TO PARM-ENV-OVERRIDE.
           ACCEPT PARM-ENV-OVERRIDE FROM ENVIRONMENT "PARM_FILE".
           IF PARM-ENV-OVERRIDE NOT = SPACES
               MOVE PARM-ENV-OVERRIDE TO PARM-FILE-NAME
           END-IF.
           MOVE "N" TO PARM-EOF-SWITCH.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = "35"
               PERFORM 051-READ-PARM-RCD
               PERFORM 052-APPLY-ONE-PARM
                   UNTIL PARM-EOF-SWITCH = "Y"
               CLOSE PARM-FILE
           END-IF.

       051-READ-PARM-RCD.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO PARM-EOF-SWITCH
           END-READ.

       052-APPLY-ONE-PARM.
           MOVE SPACES TO PARM-KEY.
           MOVE SPACES TO PARM-VALUE.
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO PARM-KEY PARM-VALUE.
           EVALUATE PARM-KEY
               WHEN "SALESTAX_ITEM_FILE"
                   MOVE PARM-VALUE TO ITEM-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_PRODUCT_FILE"
                   MOVE PARM-VALUE TO PRODUCT-FILE-NAME
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

       end program SALES-ANALYSIS.
