      *  schedule file (P07SCHED.DAT, overridable with
      *  DATE_SCHEDULE_FILE), so the operations calendar comes from
      *  one run.
      *05/15/2016 - AT - each schedule line now carries the program
      *  that must have run by that date (TAX-REMIT, PAYROLL-REGISTER,
      *  MONTH-END-ARCHIVE, ...) so DEADLINE-CHECK can hold the
      *  calendar against the daily log, and an S) run can add its
      *  dates to the existing schedule file instead of replacing it,
      *  so the whole calendar is built up one rule at a time.
      *05/16/2016 - AT - finance asks which fiscal period a date is
      *  in. A new F) calculation looks the date up on FISCAL-GEN's
      *  fiscal calendar (P07FISC.DAT, key FISCAL_CALENDAR_FILE) and
      *  shows the fiscal year, period, the period's dates, the week
      *  of the period and the week of the fiscal year.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.

               SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
                  SCHEDULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

               SELECT FISCAL-FILE ASSIGN TO DYNAMIC
                  FISCAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FISCAL-FILE-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           01 HOLIDAY-RECORD.
               05 HR-DATE              PIC 9(8).

      *----ONE GENERATED SCHEDULE DATE WITH ITS DAY NAME, ANY
      *----ROLL NOTE, AND THE PROGRAM THAT IS DUE BY THAT DATE----
           FD SCHEDULE-FILE.
           01 SCHEDULE-RECORD          PIC X(60).

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
               05 FILLER               PIC X.
               05 FR-WEEKS             PIC 9.
               05 FILLER               PIC X.
               05 FR-FIRST-WEEK        PIC 9(2).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).
       01 EOF-SWITCH            PIC X VALUE "N".

      *----ELAPSED-DAYS BETWEEN TWO DATES, DATE ARITHMETIC FROM ONE
      *----DATE AND A SIGNED DAY COUNT, RECURRING SCHEDULE
      *----GENERATION, OR THE FISCAL PERIOD A DATE FALLS IN----
       01 DATE-CALC-MODE        PIC X VALUE "E".
           88 ARITHMETIC-CALC        VALUE "A" "a".
           88 SCHEDULE-CALC          VALUE "S" "s".
           88 FISCAL-CALC            VALUE "F" "f".

       01 SCHEDULE-FILE-NAME   PIC X(80) VALUE "P07SCHED.DAT".
       01 SCHEDULE-FILE-STATUS PIC X(2)  VALUE SPACES.

      *----THE RECURRENCE RULE AND ITS GENERATION STATE----
       01 SCHEDULE-FIELDS.
           05 SCH-DAY-NAME      PIC X(9)  VALUE SPACES.
           05 SCH-BUSINESS-SW   PIC X     VALUE "N".
               88 SCH-DAY-IS-BUSINESS VALUE "Y".
           05 SCH-PROGRAM       PIC X(20) VALUE SPACES.
           05 SCH-FILE-ACTION   PIC X     VALUE "R".
               88 ADD-TO-SCHEDULE    VALUE "A" "a".

       01 SCHEDULE-LINE-OUT.
           05 SLO-DATE          PIC 9(8).
           05 SLO-DAY-NAME      PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SLO-ROLL-NOTE     PIC X(11).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SLO-PROGRAM       PIC X(20).

      *----FISCAL CALENDAR (P07FISC.DAT, WRITTEN BY FISCAL-GEN) AND
      *----THE PERIOD FOUND FOR THE DATE ASKED ABOUT----
       01 FISCAL-FILE-NAME     PIC X(80) VALUE "P07FISC.DAT".
       01 FISCAL-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 FISCAL-FIELDS.
           05 FISCAL-EOF-SW     PIC X     VALUE "N".
           05 FISCAL-FOUND-SW   PIC X     VALUE "N".
               88 FISCAL-PERIOD-FOUND VALUE "Y".
           05 FISCAL-DATE       PIC 9(8)  VALUE ZERO.
           05 FISCAL-INTEGER    PIC S9(9) VALUE ZERO.
           05 FP-FISCAL-YEAR    PIC 9(4)  VALUE ZERO.
           05 FP-PERIOD         PIC 9(2)  VALUE ZERO.
           05 FP-START-DATE     PIC 9(8)  VALUE ZERO.
           05 FP-END-DATE       PIC 9(8)  VALUE ZERO.
           05 FP-FIRST-WEEK     PIC 9(2)  VALUE ZERO.
           05 FP-PERIOD-WEEK    PIC 9     VALUE ZERO.
           05 FP-FISCAL-WEEK    PIC 9(2)  VALUE ZERO.

       01 INVALID-DATE-COUNT    PIC 9(5) VALUE ZERO.

       100-GETDATES.
           DISPLAY "-----------------".
           DISPLAY "Calculation - E)lapsed days, A) date"
               " arithmetic, S)chedule or F)iscal period: ".
           ACCEPT DATE-CALC-MODE.
           IF FISCAL-CALC
               PERFORM 300-FISCAL-PERIOD-OF-DATE
           ELSE
           IF SCHEDULE-CALC
               PERFORM 200-SCHEDULE-RUN
           ELSE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *----SCHEDULE GENERATION: ONE RULE, ONE ROLL RULE, ONE COUNT,
               IF SCH-HORIZON > 60
                   MOVE 60 TO SCH-HORIZON
               END-IF
               MOVE SPACES TO SCH-PROGRAM
               DISPLAY "Program due by each date (e.g. TAX-REMIT): "
               ACCEPT SCH-PROGRAM
               MOVE FUNCTION UPPER-CASE (SCH-PROGRAM) TO SCH-PROGRAM
               DISPLAY "A) add to the schedule file, R) replace it: "
               ACCEPT SCH-FILE-ACTION
           END-IF.

      *----ADDING TO A SCHEDULE FILE THAT IS NOT THERE YET JUST
      *----STARTS ONE (STATUS 35 ON OPEN EXTEND)----
       206-GENERATE-SCHEDULE.
           IF ADD-TO-SCHEDULE
               OPEN EXTEND SCHEDULE-FILE
               IF SCHEDULE-FILE-STATUS = "35"
                   OPEN OUTPUT SCHEDULE-FILE
               END-IF
           ELSE
               OPEN OUTPUT SCHEDULE-FILE
           END-IF.
           COMPUTE SCH-ANCHOR-INTEGER =
               FUNCTION INTEGER-OF-DATE (START-DATE).
           MOVE START-DATE (1:4) TO SCH-YEAR.
           MOVE SCH-WORK-DATE TO SLO-DATE.
           MOVE SCH-DAY-NAME  TO SLO-DAY-NAME.
           MOVE SCH-ROLL-NOTE TO SLO-ROLL-NOTE.
           MOVE SCH-PROGRAM   TO SLO-PROGRAM.
           WRITE SCHEDULE-RECORD FROM SCHEDULE-LINE-OUT.
           DISPLAY SLO-DATE " " SLO-DAY-NAME " " SLO-ROLL-NOTE
               " " SLO-PROGRAM.

      *----WHICH FISCAL YEAR, PERIOD AND WEEK IS THIS DATE IN? THE
      *----WEEKS COUNT FROM THE PERIOD'S FIRST DAY, SO WEEK 1 IS ITS
      *----FIRST SEVEN DAYS----
       300-FISCAL-PERIOD-OF-DATE.
           DISPLAY "YYYYMMDD - Enter date (0 to exit): ".
           ACCEPT FISCAL-DATE.
           IF FISCAL-DATE = 0
               MOVE 'Y' TO SWITCH
           ELSE
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (FISCAL-DATE)
               IF DATE-CHECK-RESULT NOT = 0
                   DISPLAY "*INVALID DATE ENTERED*"
                   ADD 1 TO INVALID-DATE-COUNT
               ELSE
                   PERFORM 305-FIND-FISCAL-PERIOD
                   IF FISCAL-PERIOD-FOUND
                       PERFORM 320-SHOW-FISCAL-PERIOD
                   ELSE
                       DISPLAY "*" FISCAL-DATE " IS NOT ON THE FISCAL"
                           " CALENDAR - RUN FISCAL-GEN*"
                   END-IF
               END-IF
           END-IF.

       305-FIND-FISCAL-PERIOD.
           MOVE "N" TO FISCAL-FOUND-SW.
           MOVE "N" TO FISCAL-EOF-SW.
           OPEN INPUT FISCAL-FILE.
           IF FISCAL-FILE-STATUS NOT = "35"
               PERFORM 310-READ-FISCAL-RCD
               PERFORM 315-CHECK-FISCAL-RCD
                   UNTIL FISCAL-EOF-SW = "Y"
               CLOSE FISCAL-FILE
           END-IF.

       310-READ-FISCAL-RCD.
           READ FISCAL-FILE
               AT END
                   MOVE "Y" TO FISCAL-EOF-SW
           END-READ.

       315-CHECK-FISCAL-RCD.
           IF FR-FISCAL-YEAR IS NUMERIC AND FR-PERIOD IS NUMERIC
                  AND FR-START-DATE IS NUMERIC
                  AND FR-END-DATE IS NUMERIC
               IF FISCAL-DATE NOT < FR-START-DATE
                      AND FISCAL-DATE NOT > FR-END-DATE
                   MOVE FR-FISCAL-YEAR TO FP-FISCAL-YEAR
                   MOVE FR-PERIOD      TO FP-PERIOD
                   MOVE FR-START-DATE  TO FP-START-DATE
                   MOVE FR-END-DATE    TO FP-END-DATE
                   MOVE ZERO           TO FP-FIRST-WEEK
                   IF FR-FIRST-WEEK IS NUMERIC
                       MOVE FR-FIRST-WEEK TO FP-FIRST-WEEK
                   END-IF
                   MOVE "Y" TO FISCAL-FOUND-SW
                   MOVE "Y" TO FISCAL-EOF-SW
               END-IF
           END-IF.
           IF FISCAL-EOF-SW = "N"
               PERFORM 310-READ-FISCAL-RCD
           END-IF.

       320-SHOW-FISCAL-PERIOD.
           COMPUTE FISCAL-INTEGER =
               FUNCTION INTEGER-OF-DATE (FISCAL-DATE)
             - FUNCTION INTEGER-OF-DATE (FP-START-DATE).
           COMPUTE FP-PERIOD-WEEK = FISCAL-INTEGER / 7 + 1.
           DISPLAY "Fiscal year " FP-FISCAL-YEAR ", period "
               FP-PERIOD " (" FP-START-DATE " - " FP-END-DATE ")".
           DISPLAY "Week " FP-PERIOD-WEEK " of the period".
           IF FP-FIRST-WEEK NOT = ZERO
               COMPUTE FP-FISCAL-WEEK =
                   FP-FIRST-WEEK + FP-PERIOD-WEEK - 1
               DISPLAY "Week " FP-FISCAL-WEEK " of the fiscal year"
           END-IF.

      *----DATE PLUS OR MINUS A DAY COUNT GIVES A CALENDAR DATE----
       130-DATE-ARITHMETIC.
                   MOVE PARM-VALUE TO SCHEDULE-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "FISCAL_CALENDAR_FILE"
                   MOVE PARM-VALUE TO FISCAL-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
