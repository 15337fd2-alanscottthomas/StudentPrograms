      *  second row for the same date and register; the trend
      *  report keeps only the last one, so rerunning a day
      *  corrects the history rather than double-counting it.
      *04/25/2016 - AT - SALES-TAX's audit line grew to 200 columns
      *  (the original receipt number of a return or void goes on
      *  the end); the audit record here is 200 bytes to match, so
      *  the wider lines are not split into two records on read.
      *04/29/2016 - AT - SALES-TAX's audit line grew to 250 columns
      *  (the tax-holiday exempt amount goes on the end); the audit
      *  record here is 250 bytes to match.
      *05/02/2016 - AT - SALES-TAX took on a house-account tender
      *  (HOUSE in the tender columns). House charges get their own
      *  per-register column beside checks and card and, like them,
      *  are kept out of the cash the drawer is expected to hold.
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


               SELECT DRAWER-FILE ASSIGN TO "DRAWER.RPT"
       data division.
           file section.
           FD AUDIT-FILE.
           01 AUDIT-LINE               PIC X(250).

           FD DRAWER-FILE.
           01 DRAWER-LINE              PIC X(132).
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
       01  AUDIT-FILE-STATUS   PIC X(2)        VALUE SPACES.
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

      *----THE AUDIT LOG LINE AS SALES-TAX's 120-WRITE-AUDIT-LINE
      *----LAYS IT OUT - THE TOTAL, REGISTER, AND TENDER ARE ALL
      *----THAT IS NEEDED HERE--
              10 RG-CASH-EXPECTED PIC S9(9)V99.
              10 RG-CHECK-TOTAL  PIC S9(9)V99.
              10 RG-CARD-TOTAL   PIC S9(9)V99.
              10 RG-HOUSE-TOTAL  PIC S9(9)V99.
              10 RG-TRANS-COUNT  PIC 9(5).
              10 RG-COUNTED-SW   PIC X.

           05 FILLER  PIC X(14) VALUE SPACES.
           05 FILLER  PIC X(13) VALUE "    CHECKS".
           05 FILLER  PIC X(12) VALUE "      CARD".
           05 FILLER  PIC X(14) VALUE "      HOUSE".

       01  HEADING-LINE-3.
           05 FILLER  PIC X(119) VALUE ALL "-".

       01  DRAWER-LINE-OUT.
           05 DLO-REGISTER      PIC X(4).
           05 DLO-CHECK-TOTAL   PIC Z(7).99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DLO-CARD-TOTAL    PIC Z(7).99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DLO-HOUSE-TOTAL   PIC Z(7).99-.


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

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
                       MOVE ZERO TO RG-CASH-EXPECTED (RG-IX)
                       MOVE ZERO TO RG-CHECK-TOTAL (RG-IX)
                       MOVE ZERO TO RG-CARD-TOTAL (RG-IX)
                       MOVE ZERO TO RG-HOUSE-TOTAL (RG-IX)
                       MOVE ZERO TO RG-TRANS-COUNT (RG-IX)
                       MOVE "N" TO RG-COUNTED-SW (RG-IX)
                   ELSE
                       ADD TOTAL-NUM TO RG-CHECK-TOTAL (RG-IX)
                   WHEN "CARD"
                       ADD TOTAL-NUM TO RG-CARD-TOTAL (RG-IX)
                   WHEN "HOUSE"
                       ADD TOTAL-NUM TO RG-HOUSE-TOTAL (RG-IX)
                   WHEN OTHER
                       ADD TOTAL-NUM TO RG-CASH-EXPECTED (RG-IX)
               END-EVALUATE
           MOVE OVER-SHORT             TO DLO-OVER-SHORT.
           MOVE RG-CHECK-TOTAL (RG-IX) TO DLO-CHECK-TOTAL.
           MOVE RG-CARD-TOTAL (RG-IX)  TO DLO-CARD-TOTAL.
           MOVE RG-HOUSE-TOTAL (RG-IX) TO DLO-HOUSE-TOTAL.
           IF OVER-SHORT > ZERO
               MOVE "OVER"  TO DLO-VERDICT
               ADD 1 TO UNBALANCED-COUNT
               MOVE ZERO                   TO DLO-OVER-SHORT
               MOVE RG-CHECK-TOTAL (RG-IX) TO DLO-CHECK-TOTAL
               MOVE RG-CARD-TOTAL (RG-IX)  TO DLO-CARD-TOTAL
               MOVE RG-HOUSE-TOTAL (RG-IX) TO DLO-HOUSE-TOTAL
               MOVE "NOT COUNTED" TO DLO-VERDICT
               ADD 1 TO UNBALANCED-COUNT
               WRITE DRAWER-LINE FROM DRAWER-LINE-OUT
                   MOVE PARM-VALUE TO HISTORY-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "FISCAL_CALENDAR_FILE"
                   MOVE PARM-VALUE TO FISCAL-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
