      *
      *MODS:
      *04/20/2016 - AT - first version.
      *05/16/2016 - AT - finance works in fiscal periods (July-June,
      *  4-4-5 weeks), not calendar dates. The period prompt now
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

               SELECT TREND-FILE ASSIGN TO "DRAWER.TRD"
               organization is line sequential.
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
       01  HISTORY-FILE-STATUS PIC X(2)        VALUE SPACES.
           05 RERUN-FOUND-SW    PIC X       VALUE "N".
               88 RERUN-ROW-FOUND   VALUE "Y".

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

      *----ONE REGISTER'S TREND BOOKKEEPING----
       01  REGISTER-FIELDS.
           05 REG-TOTAL         PIC S9(9)V99 VALUE ZERO.
           GOBACK.

      *----THE PERIOD AND THE TOLERANCE. AN UNATTENDED RUN COVERS
      *----EVERYTHING AT THE 5.00 DEFAULT. THE PERIOD IS EITHER
      *----FROM/TO DATES OR A FISCAL YEAR AND PERIOD LOOKED UP ON THE
      *----FISCAL CALENDAR----
       060-GET-PERIOD-AND-TOLERANCE.
           MOVE ZERO TO FROM-DATE.
           MOVE ZERO TO TO-DATE.
           MOVE 5.00 TO TOLERANCE.
           IF NOT UNATTENDED-RUN
               MOVE "D" TO RANGE-MODE
               DISPLAY "PERIOD BY D)ATES OR F)ISCAL PERIOD? "
               ACCEPT RANGE-MODE
               IF FISCAL-RANGE
                   PERFORM 061-GET-FISCAL-PERIOD
               ELSE
                   DISPLAY "FROM DATE YYYYMMDD (0 FOR WHOLE HISTORY): "
                   ACCEPT FROM-DATE
                   DISPLAY "TO DATE YYYYMMDD (0 FOR NO END DATE): "
                   ACCEPT TO-DATE
               END-IF
               DISPLAY "TOLERANCE (ex. 0005.00, 0 FOR 5.00): "
               ACCEPT TOLERANCE
               IF TOLERANCE = ZERO
               END-IF
           END-IF.

      *----A FISCAL YEAR AND PERIOD (0 FOR THE WHOLE YEAR) TURNED
      *----INTO ITS FIRST AND LAST DAY. A PERIOD NOT ON THE FISCAL
      *----CALENDAR LEAVES THE RANGE OFF, AS A BAD DATE DOES----
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
               DISPLAY "*FISCAL PERIOD NOT ON THE CALENDAR - NO"
                   " RANGE APPLIED*"
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

       110-READ-HISTORY-LINE.
           READ HISTORY-FILE
               AT END
                   MOVE PARM-VALUE TO HISTORY-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "FISCAL_CALENDAR_FILE"
                   MOVE PARM-VALUE TO FISCAL-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
