       identification division.
       program-id. DEADLINE-CHECK.
       author. Alan Thomas.
       date-compiled. 05/15/2016.
      *function: Hold the operations calendar against what actually
      *ran. DATE-CALC's S) mode writes every recurring deadline to
      *P07SCHED.DAT, each line tagged with the program that must have
      *run by that date (TAX-REMIT, PAYROLL-REGISTER,
      *MONTH-END-ARCHIVE, ...), but nothing ever read it back - a
      *missed remittance was found by the state, not by us. This
      *program loads the schedule, loads every COMPLETED line with
      *NORMAL status from DAILY.LOG and its dated month-end archives
      *(DAILY.LOG.YYYYMM), and gives each deadline a status:
      *  MET      - the program completed after the prior deadline
      *             for the same program and on or before this one
      *  LATE     - passed with no run in time, but it ran after,
      *             before the next deadline for the same program
      *  MISSED   - passed and the program has not run since
      *  DUE SOON - still ahead, not yet run, and within the keyed
      *             number of business days (weekends and P07HOLS.DAT
      *             holidays skipped, as DATE-CALC counts them)
      *  UPCOMING - still ahead, outside that window
      *The full list goes to P07DEAD.RPT in date order; the MISSED
      *and DUE SOON lines also go to P07DEADX.DAT, which
      *LOG-ANALYZER prints in the morning report's exceptions.
      *The daily log carries only twelve columns of program name, so
      *a schedule tag is translated to the name its program logs
      *under through the table below; a tag not in the table is
      *matched on its first twelve columns.
      *input files P07SCHED.DAT, P07HOLS.DAT, DAILY.LOG and its
      *  dated archives
      *output files P07DEAD.RPT, P07DEADX.DAT
      *printer ouput None
      *
      *MODS:
      *05/15/2016 - AT - first version.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
                  SCHEDULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

               SELECT HOLIDAY-FILE ASSIGN TO DYNAMIC
                  HOLIDAY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-FILE-STATUS.

               SELECT DAILY-LOG-FILE ASSIGN TO DYNAMIC
                  LOG-OPEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAILY-LOG-STATUS.

               SELECT DEADLINE-REPORT-FILE ASSIGN TO DYNAMIC
                  DEADLINE-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC
                  EXCEPTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----ONE SCHEDULE LINE AS DATE-CALC'S S) MODE WRITES IT----
           FD SCHEDULE-FILE.
           01 SCHEDULE-RECORD.
               05 SR-DATE              PIC 9(8).
               05 FILLER               PIC X(2).
               05 SR-DAY-NAME          PIC X(9).
               05 FILLER               PIC X(2).
               05 SR-ROLL-NOTE         PIC X(11).
               05 FILLER               PIC X(2).
               05 SR-PROGRAM           PIC X(20).
               05 FILLER               PIC X(6).

           FD HOLIDAY-FILE.
           01 HOLIDAY-RECORD.
               05 HR-DATE              PIC 9(8).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD         PIC X(80).

           FD DEADLINE-REPORT-FILE.
           01 DEADLINE-REPORT-LINE     PIC X(80).

           FD EXCEPTION-FILE.
           01 EXCEPTION-RECORD         PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       WORKING-STORAGE SECTION.
       01 SCHEDULE-FILE-NAME   PIC X(80) VALUE "P07SCHED.DAT".
       01 SCHEDULE-FILE-STATUS PIC X(2)  VALUE SPACES.
       01 HOLIDAY-FILE-NAME    PIC X(80) VALUE "P07HOLS.DAT".
       01 HOLIDAY-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 DEADLINE-REPORT-NAME PIC X(80) VALUE "P07DEAD.RPT".
       01 EXCEPTION-FILE-NAME  PIC X(80) VALUE "P07DEADX.DAT".

      *----THE LIVE DAILY LOG (SAME DAILY_LOG_FILE OVERRIDE AND KEY
      *----AS THE WRITERS) AND THE NAME ACTUALLY OPENED, WHICH IS
      *----EITHER IT OR ONE OF ITS <NAME>.YYYYMM MONTH-END ARCHIVES-
       01 DAILY-LOG-FILE-NAME  PIC X(80) VALUE "DAILY.LOG".
       01 DAILY-LOG-STATUS     PIC X(2)  VALUE SPACES.
       01 LOG-OPEN-NAME        PIC X(80) VALUE SPACES.
       01 ENV-OVERRIDE         PIC X(80) VALUE SPACES.

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME SCHEDULE, HOLIDAY, AND DAILY-LOG
      *----KEYS THE PROGRAMS THAT WRITE THOSE FILES HONOR----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01 EOF-SWITCH           PIC X     VALUE "N".

      *----HOW FAR AHEAD, IN BUSINESS DAYS, A DEADLINE NOT YET RUN
      *----IS CALLED DUE SOON (DEADLINE_DAYS_AHEAD, OR KEYED)----
       01 DAYS-AHEAD           PIC 9(3)  VALUE 3.
       01 DAYS-AHEAD-KEYED     PIC 9(3)  VALUE ZERO.
       01 DAYS-AHEAD-EDIT      PIC ZZ9.

      *----SCHEDULE TAGS WHOSE PROGRAMS LOG UNDER ANOTHER NAME----
       01 LOG-NAME-DEFS.
           05 FILLER PIC X(32) VALUE
               "TAX-REMIT           TAX-REMIT   ".
           05 FILLER PIC X(32) VALUE
               "PAYROLL-REGISTER    PAYROLL-REG ".
           05 FILLER PIC X(32) VALUE
               "MONTH-END-ARCHIVE   MONTH-END   ".
           05 FILLER PIC X(32) VALUE
               "SALES-TAX           SALES-TAX   ".
           05 FILLER PIC X(32) VALUE
               "REPORTMAKER         P05-PURCHASR".
           05 FILLER PIC X(32) VALUE
               "EMPLOYEE-REPORTMAKERP09-EMPLOYEE".
       01 LOG-NAME-TABLE REDEFINES LOG-NAME-DEFS.
           05 LOG-NAME-ENTRY OCCURS 6 TIMES INDEXED BY LN-IX.
              10 LN-TAG          PIC X(20).
              10 LN-LOG-NAME     PIC X(12).

      *----ONE LOG LINE AS THE BATCH PROGRAMS WRITE IT----
       01 LOG-LINE-IN.
           05 LLI-PROGRAM       PIC X(12).
           05 FILLER            PIC X(2).
           05 LLI-EVENT         PIC X(9).
           05 FILLER            PIC X(2).
           05 LLI-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X(2).
           05 LLI-RUN-TIME      PIC 9(6).
           05 FILLER            PIC X(2).
           05 LLI-RECORD-COUNT  PIC X(7).
           05 FILLER            PIC X(2).
           05 LLI-STATUS        PIC X(8).

      *----THE DEADLINES, INSERT-SORTED INTO DATE ORDER AS LOADED,
      *----WITH THE STATUS EACH ONE IS GIVEN----
       01 DEADLINE-COUNT        PIC 9(3)  VALUE ZERO.
       01 DEADLINE-TABLE.
           05 DEADLINE-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON DEADLINE-COUNT
                  INDEXED BY DL-IX.
              10 DL-DATE         PIC 9(8).
              10 DL-INTEGER      PIC S9(9).
              10 DL-PROGRAM      PIC X(20).
              10 DL-LOG-NAME     PIC X(12).
              10 DL-STATUS       PIC X(8).
              10 DL-RUN-DATE     PIC 9(8).
              10 DL-RUN-INTEGER  PIC S9(9).
              10 DL-DAYS-LEFT    PIC 9(3).

      *----EVERY NORMAL COMPLETION FOUND IN THE LOG AND ARCHIVES----
       01 RUN-COUNT             PIC 9(4)  VALUE ZERO.
       01 RUN-TABLE.
           05 RUN-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON RUN-COUNT
                  INDEXED BY RN-IX.
              10 RN-LOG-NAME     PIC X(12).
              10 RN-INTEGER      PIC S9(9).

      *----HOLIDAY CALENDAR, SHARED WITH DATE-CALC (P07HOLS.DAT),
      *----HELD AS INTEGER DAY NUMBERS----
       01 HOLIDAY-EOF-SWITCH    PIC X     VALUE "N".
       01 HOLIDAY-COUNT         PIC 9(3)  VALUE ZERO.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON HOLIDAY-COUNT
                  INDEXED BY HO-IX.
              10 HOLIDAY-INTEGER PIC S9(9).

       01 CHECK-FIELDS.
           05 TODAY-DATE         PIC 9(8)  VALUE ZERO.
           05 TODAY-INTEGER      PIC S9(9) VALUE ZERO.
           05 WORK-INTEGER       PIC S9(9) VALUE ZERO.
           05 WORK-DATE          PIC 9(8)  VALUE ZERO.
           05 INSERT-AT          PIC 9(3)  VALUE ZERO.
           05 SHIFT-SUB          PIC 9(3)  VALUE ZERO.
           05 SCAN-SUB           PIC S9(4) VALUE ZERO.
           05 PRIOR-INTEGER      PIC S9(9) VALUE ZERO.
           05 PRIOR-SUB          PIC S9(4) VALUE ZERO.
           05 NEXT-INTEGER       PIC S9(9) VALUE ZERO.
           05 FIRST-RUN-INTEGER  PIC S9(9) VALUE ZERO.
           05 WINDOW-LOW         PIC S9(9) VALUE ZERO.
           05 WINDOW-HIGH        PIC S9(9) VALUE ZERO.
           05 BUSINESS-DAYS      PIC 9(5)  VALUE ZERO.
           05 BD-CURRENT         PIC S9(9) VALUE ZERO.
           05 BD-DOW             PIC 9     VALUE ZERO.
           05 HOLIDAY-FOUND-SW   PIC X     VALUE "N".
               88 DAY-IS-HOLIDAY     VALUE "Y".
           05 ARCHIVE-MONTH      PIC 9(6)  VALUE ZERO.
           05 LAST-MONTH         PIC 9(6)  VALUE ZERO.
           05 ARCHIVE-YEAR       PIC 9(4)  VALUE ZERO.
           05 ARCHIVE-MM         PIC 9(2)  VALUE ZERO.
           05 LOGS-READ          PIC 9(3)  VALUE ZERO.
           05 TABLE-FULL-SW      PIC X     VALUE "N".

       01 STATUS-COUNTS.
           05 MET-COUNT          PIC 9(5)  VALUE ZERO.
           05 LATE-COUNT         PIC 9(5)  VALUE ZERO.
           05 MISSED-COUNT       PIC 9(5)  VALUE ZERO.
           05 DUE-SOON-COUNT     PIC 9(5)  VALUE ZERO.
           05 UPCOMING-COUNT     PIC 9(5)  VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05 CD-DATE            PIC 9(8).
           05 FILLER             PIC X(13).

       01 HEADING-LINE-1.
           05 FILLER  PIC X(21) VALUE "DEADLINE CHECK AS OF ".
           05 HL1-DATE            PIC 9(8).
           05 FILLER  PIC X(20) VALUE " - DUE SOON WITHIN ".
           05 HL1-DAYS            PIC ZZ9.
           05 FILLER  PIC X(17) VALUE " BUSINESS DAY(S)".

       01 HEADING-LINE-2.
           05 FILLER  PIC X(10) VALUE "DEADLINE".
           05 FILLER  PIC X(22) VALUE "PROGRAM".
           05 FILLER  PIC X(10) VALUE "STATUS".
           05 FILLER  PIC X(24) VALUE "DETAIL".

       01 DASH-LINE.
           05 FILLER  PIC X(70) VALUE ALL "-".

       01 DEADLINE-LINE-OUT.
           05 DLO-DATE            PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DLO-PROGRAM         PIC X(20).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DLO-STATUS          PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 DLO-DETAIL          PIC X(24).

       01 DETAIL-DAYS-EDIT       PIC ZZ9.

       01 TOTAL-LINE-OUT.
           05 TLO-LABEL           PIC X(12).
           05 TLO-COUNT           PIC ZZ,ZZ9.

       01 NO-SCHEDULE-LINE.
           05 FILLER  PIC X(40) VALUE
               "   (NO SCHEDULE FILE - NOTHING TO CHECK)".

      *----ONE EXCEPTION LINE FOR LOG-ANALYZER'S MORNING REPORT----
       01 EXCEPTION-LINE-OUT.
           05 XLO-STATUS          PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 XLO-DATE            PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 XLO-PROGRAM         PIC X(20).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 XLO-DETAIL          PIC X(24).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 XLO-AS-OF           PIC 9(8).


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE: AN UNATTENDED RUN
      *----SKIPS THE LOOK-AHEAD PROMPT AND USES THE PARAMETER----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".


       PROCEDURE DIVISION.
       000-MAIN.
           MOVE ZERO TO DEADLINE-COUNT.
           MOVE ZERO TO RUN-COUNT.
           MOVE ZERO TO LOGS-READ.
           MOVE ZERO TO MET-COUNT.
           MOVE ZERO TO LATE-COUNT.
           MOVE ZERO TO MISSED-COUNT.
           MOVE ZERO TO DUE-SOON-COUNT.
           MOVE ZERO TO UPCOMING-COUNT.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "DAILY_LOG_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO DAILY-LOG-FILE-NAME
           END-IF.
           PERFORM 005-READ-PARM-FILE.
           DISPLAY "--------------------------------------------".
           DISPLAY "  DEADLINE CHECK".
           DISPLAY "--------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE TO TODAY-DATE.
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-DATE).
           IF NOT UNATTENDED-RUN
               MOVE DAYS-AHEAD TO DAYS-AHEAD-EDIT
               DISPLAY "Business days to look ahead (0 keeps "
                   DAYS-AHEAD-EDIT "): "
               ACCEPT DAYS-AHEAD-KEYED
               IF DAYS-AHEAD-KEYED > ZERO
                   MOVE DAYS-AHEAD-KEYED TO DAYS-AHEAD
               END-IF
           END-IF.
           PERFORM 050-LOAD-HOLIDAYS.
           PERFORM 100-LOAD-SCHEDULE.
           OPEN OUTPUT DEADLINE-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE TODAY-DATE TO HL1-DATE.
           MOVE DAYS-AHEAD TO HL1-DAYS.
           WRITE DEADLINE-REPORT-LINE FROM HEADING-LINE-1.
           WRITE DEADLINE-REPORT-LINE FROM DASH-LINE.
           IF SCHEDULE-FILE-STATUS = "35"
               DISPLAY "*NO SCHEDULE FILE FOUND - NOTHING TO CHECK*"
               WRITE DEADLINE-REPORT-LINE FROM NO-SCHEDULE-LINE
           ELSE
               PERFORM 200-LOAD-COMPLETED-RUNS
               WRITE DEADLINE-REPORT-LINE FROM HEADING-LINE-2
               PERFORM 300-CHECK-ONE-DEADLINE
                   VARYING DL-IX FROM 1 BY 1
                   UNTIL DL-IX > DEADLINE-COUNT
               WRITE DEADLINE-REPORT-LINE FROM DASH-LINE
               PERFORM 400-WRITE-TOTALS
               DISPLAY DEADLINE-COUNT " DEADLINE(S) CHECKED AGAINST "
                   LOGS-READ " LOG FILE(S) - SEE P07DEAD.RPT"
               IF MISSED-COUNT > ZERO
                   DISPLAY "*" MISSED-COUNT " DEADLINE(S) MISSED*"
               END-IF
               IF DUE-SOON-COUNT > ZERO
                   DISPLAY "*" DUE-SOON-COUNT " DEADLINE(S) DUE SOON*"
               END-IF
           END-IF.
           CLOSE DEADLINE-REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           COMPUTE RSA-EXCEPTION-COUNT = MISSED-COUNT + DUE-SOON-COUNT.
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
               WHEN "DATE_SCHEDULE_FILE"
                   MOVE PARM-VALUE TO SCHEDULE-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "HOLIDAY_FILE"
                   MOVE PARM-VALUE TO HOLIDAY-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DAILY_LOG_FILE"
                   MOVE PARM-VALUE TO DAILY-LOG-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DEADLINE_REPORT_FILE"
                   MOVE PARM-VALUE TO DEADLINE-REPORT-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DEADLINE_EXCEPTION_FILE"
                   MOVE PARM-VALUE TO EXCEPTION-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DEADLINE_DAYS_AHEAD"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE DAYS-AHEAD =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.


      *----LOAD THE SHARED HOLIDAY CALENDAR. NO FILE JUST MEANS NO
      *----HOLIDAYS - WEEKENDS ALONE MAKE A DAY NON-BUSINESS THEN----
       050-LOAD-HOLIDAYS.
           MOVE ZERO TO HOLIDAY-COUNT.
           MOVE "N" TO HOLIDAY-EOF-SWITCH.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS NOT = "35"
               PERFORM 055-READ-HOLIDAY-RCD
               PERFORM 060-STORE-HOLIDAY-RCD
                   UNTIL HOLIDAY-EOF-SWITCH = "Y"
               CLOSE HOLIDAY-FILE
           END-IF.

       055-READ-HOLIDAY-RCD.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO HOLIDAY-EOF-SWITCH
           END-READ.

       060-STORE-HOLIDAY-RCD.
           IF HR-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (HR-DATE) = 0
                   IF HOLIDAY-COUNT < 100
                       ADD 1 TO HOLIDAY-COUNT
                       COMPUTE HOLIDAY-INTEGER (HOLIDAY-COUNT) =
                           FUNCTION INTEGER-OF-DATE (HR-DATE)
                   END-IF
               END-IF
           END-IF.
           PERFORM 055-READ-HOLIDAY-RCD.


      *----LOAD THE SCHEDULE. LINES WITH NO PROGRAM TAG (WRITTEN
      *----BEFORE THE TAG WAS ADDED) OR A BAD DATE ARE SKIPPED----
       100-LOAD-SCHEDULE.
           MOVE "N" TO EOF-SWITCH.
           MOVE "N" TO TABLE-FULL-SW.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-FILE-STATUS NOT = "35"
               PERFORM 105-READ-SCHEDULE-RCD
               PERFORM 110-STORE-DEADLINE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE SCHEDULE-FILE
           END-IF.

       105-READ-SCHEDULE-RCD.
           READ SCHEDULE-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       110-STORE-DEADLINE.
           IF SR-DATE IS NUMERIC
              AND SR-PROGRAM NOT = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD (SR-DATE) = 0
                   IF DEADLINE-COUNT < 500
                       PERFORM 120-INSERT-DEADLINE
                   ELSE
                       IF TABLE-FULL-SW = "N"
                           DISPLAY "*SCHEDULE TABLE FULL - LATER"
                               " LINES NOT CHECKED*"
                           MOVE "Y" TO TABLE-FULL-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 105-READ-SCHEDULE-RCD.

      *----FIND THE FIRST ENTRY DATED AFTER THE NEW ONE, OPEN A
      *----SLOT THERE, AND FILL IT----
       120-INSERT-DEADLINE.
           ADD 1 TO DEADLINE-COUNT.
           MOVE DEADLINE-COUNT TO INSERT-AT.
           SET DL-IX TO 1.
           SEARCH DEADLINE-ENTRY
               AT END
                   CONTINUE
               WHEN DL-IX < DEADLINE-COUNT
                AND DL-DATE (DL-IX) > SR-DATE
                   SET INSERT-AT TO DL-IX
           END-SEARCH.
           PERFORM 125-SHIFT-ONE-UP
               VARYING SHIFT-SUB FROM DEADLINE-COUNT BY -1
               UNTIL SHIFT-SUB NOT > INSERT-AT.
           MOVE SR-DATE    TO DL-DATE (INSERT-AT).
           COMPUTE DL-INTEGER (INSERT-AT) =
               FUNCTION INTEGER-OF-DATE (SR-DATE).
           MOVE SR-PROGRAM TO DL-PROGRAM (INSERT-AT).
           MOVE SR-PROGRAM TO DL-LOG-NAME (INSERT-AT).
           SET LN-IX TO 1.
           SEARCH LOG-NAME-ENTRY
               AT END
                   CONTINUE
               WHEN LN-TAG (LN-IX) = SR-PROGRAM
                   MOVE LN-LOG-NAME (LN-IX) TO DL-LOG-NAME (INSERT-AT)
           END-SEARCH.
           MOVE SPACES TO DL-STATUS (INSERT-AT).
           MOVE ZERO TO DL-RUN-DATE (INSERT-AT).
           MOVE ZERO TO DL-RUN-INTEGER (INSERT-AT).
           MOVE ZERO TO DL-DAYS-LEFT (INSERT-AT).

       125-SHIFT-ONE-UP.
           MOVE DEADLINE-ENTRY (SHIFT-SUB - 1)
               TO DEADLINE-ENTRY (SHIFT-SUB).


      *----EVERY NORMAL COMPLETION IN THE LIVE LOG AND IN EACH MONTH'S
      *----ARCHIVE FROM THE MONTH BEFORE THE EARLIEST DEADLINE (OR
      *----TODAY, IF EARLIER) THROUGH THIS MONTH. A MONTH WITH NO
      *----ARCHIVE ON DISK IS SIMPLY PASSED OVER----
       200-LOAD-COMPLETED-RUNS.
           MOVE "N" TO TABLE-FULL-SW.
           MOVE DAILY-LOG-FILE-NAME TO LOG-OPEN-NAME.
           PERFORM 210-READ-ONE-LOG.
           IF DEADLINE-COUNT > ZERO
              AND DL-DATE (1) < TODAY-DATE
               MOVE DL-DATE (1) (1:4) TO ARCHIVE-YEAR
               MOVE DL-DATE (1) (5:2) TO ARCHIVE-MM
           ELSE
               MOVE TODAY-DATE (1:4) TO ARCHIVE-YEAR
               MOVE TODAY-DATE (5:2) TO ARCHIVE-MM
           END-IF.
           IF ARCHIVE-MM = 01
               MOVE 12 TO ARCHIVE-MM
               SUBTRACT 1 FROM ARCHIVE-YEAR
           ELSE
               SUBTRACT 1 FROM ARCHIVE-MM
           END-IF.
           COMPUTE ARCHIVE-MONTH = ARCHIVE-YEAR * 100 + ARCHIVE-MM.
           MOVE TODAY-DATE (1:6) TO LAST-MONTH.
           PERFORM 205-READ-ONE-ARCHIVE
               UNTIL ARCHIVE-MONTH > LAST-MONTH.

       205-READ-ONE-ARCHIVE.
           MOVE SPACES TO LOG-OPEN-NAME.
           STRING FUNCTION TRIM (DAILY-LOG-FILE-NAME)
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  ARCHIVE-MONTH DELIMITED BY SIZE
                  INTO LOG-OPEN-NAME.
           PERFORM 210-READ-ONE-LOG.
           IF ARCHIVE-MM = 12
               MOVE 01 TO ARCHIVE-MM
               ADD 1 TO ARCHIVE-YEAR
           ELSE
               ADD 1 TO ARCHIVE-MM
           END-IF.
           COMPUTE ARCHIVE-MONTH = ARCHIVE-YEAR * 100 + ARCHIVE-MM.

       210-READ-ONE-LOG.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT DAILY-LOG-FILE.
           IF DAILY-LOG-STATUS NOT = "35"
               ADD 1 TO LOGS-READ
               PERFORM 215-READ-LOG-LINE
               PERFORM 220-STORE-COMPLETED-RUN
                   UNTIL EOF-SWITCH = "Y"
               CLOSE DAILY-LOG-FILE
           END-IF.

       215-READ-LOG-LINE.
           READ DAILY-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----ONLY A NORMAL COMPLETION COUNTS: A RUN STOPPED ON A BAD
      *----OR MISSING INPUT FILE DID NOT DO THE JOB THAT WAS DUE----
       220-STORE-COMPLETED-RUN.
           MOVE DAILY-LOG-RECORD TO LOG-LINE-IN.
           IF LLI-EVENT = "COMPLETED"
              AND LLI-STATUS = "NORMAL"
              AND LLI-RUN-DATE IS NUMERIC
               IF RUN-COUNT < 3000
                   ADD 1 TO RUN-COUNT
                   MOVE LLI-PROGRAM TO RN-LOG-NAME (RUN-COUNT)
                   COMPUTE RN-INTEGER (RUN-COUNT) =
                       FUNCTION INTEGER-OF-DATE (LLI-RUN-DATE)
               ELSE
                   IF TABLE-FULL-SW = "N"
                       DISPLAY "*RUN TABLE FULL - LATER COMPLETIONS"
                           " NOT SEEN*"
                       MOVE "Y" TO TABLE-FULL-SW
                   END-IF
               END-IF
           END-IF.
           PERFORM 215-READ-LOG-LINE.


      *----STATUS ONE DEADLINE. ITS WINDOW OPENS THE DAY AFTER THE
      *----PRIOR DEADLINE FOR THE SAME PROGRAM (SO ONE RUN NEVER
      *----SATISFIES TWO DEADLINES) AND CLOSES ON THE DEADLINE. A
      *----LATE RUN BELONGS TO THE DEADLINE IT WAS LATE FOR, SO THE
      *----WINDOW THEN OPENS THE DAY AFTER THAT RUN INSTEAD----
       300-CHECK-ONE-DEADLINE.
           PERFORM 310-FIND-PRIOR-AND-NEXT.
           COMPUTE WINDOW-LOW = PRIOR-INTEGER + 1.
           IF PRIOR-SUB > ZERO
               IF DL-STATUS (PRIOR-SUB) = "LATE"
                   COMPUTE WINDOW-LOW = DL-RUN-INTEGER (PRIOR-SUB) + 1
               END-IF
           END-IF.
           MOVE DL-INTEGER (DL-IX) TO WINDOW-HIGH.
           IF WINDOW-HIGH > TODAY-INTEGER
               MOVE TODAY-INTEGER TO WINDOW-HIGH
           END-IF.
           PERFORM 320-FIND-FIRST-RUN.
           EVALUATE TRUE
               WHEN FIRST-RUN-INTEGER > ZERO
                   MOVE "MET" TO DL-STATUS (DL-IX)
                   ADD 1 TO MET-COUNT
               WHEN DL-INTEGER (DL-IX) < TODAY-INTEGER
                   PERFORM 330-CHECK-LATE-RUN
               WHEN OTHER
                   PERFORM 340-COUNT-DAYS-LEFT
           END-EVALUATE.
           PERFORM 350-WRITE-DEADLINE-LINE.

      *----THE SAME PROGRAM'S DEADLINES BEFORE AND AFTER THIS ONE
      *----(ZERO BEFORE THE FIRST, THE FAR FUTURE AFTER THE LAST)--
       310-FIND-PRIOR-AND-NEXT.
           MOVE ZERO TO PRIOR-INTEGER.
           MOVE ZERO TO PRIOR-SUB.
           MOVE 999999999 TO NEXT-INTEGER.
           PERFORM 315-CHECK-ONE-NEIGHBOR
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > DEADLINE-COUNT.

       315-CHECK-ONE-NEIGHBOR.
           IF DL-PROGRAM (SCAN-SUB) = DL-PROGRAM (DL-IX)
               IF DL-INTEGER (SCAN-SUB) < DL-INTEGER (DL-IX)
                  AND DL-INTEGER (SCAN-SUB) > PRIOR-INTEGER
                   MOVE DL-INTEGER (SCAN-SUB) TO PRIOR-INTEGER
                   MOVE SCAN-SUB TO PRIOR-SUB
               END-IF
               IF DL-INTEGER (SCAN-SUB) > DL-INTEGER (DL-IX)
                  AND DL-INTEGER (SCAN-SUB) < NEXT-INTEGER
                   MOVE DL-INTEGER (SCAN-SUB) TO NEXT-INTEGER
               END-IF
           END-IF.

      *----EARLIEST COMPLETION OF THE PROGRAM INSIDE WINDOW-LOW
      *----THROUGH WINDOW-HIGH (ZERO WHEN THERE IS NONE)----
       320-FIND-FIRST-RUN.
           MOVE ZERO TO FIRST-RUN-INTEGER.
           PERFORM 325-CHECK-ONE-RUN
               VARYING RN-IX FROM 1 BY 1
               UNTIL RN-IX > RUN-COUNT.
           IF FIRST-RUN-INTEGER > ZERO
               MOVE FIRST-RUN-INTEGER TO DL-RUN-INTEGER (DL-IX)
               COMPUTE DL-RUN-DATE (DL-IX) =
                   FUNCTION DATE-OF-INTEGER (FIRST-RUN-INTEGER)
           END-IF.

       325-CHECK-ONE-RUN.
           IF RN-LOG-NAME (RN-IX) = DL-LOG-NAME (DL-IX)
              AND RN-INTEGER (RN-IX) NOT < WINDOW-LOW
              AND RN-INTEGER (RN-IX) NOT > WINDOW-HIGH
               IF FIRST-RUN-INTEGER = ZERO
                  OR RN-INTEGER (RN-IX) < FIRST-RUN-INTEGER
                   MOVE RN-INTEGER (RN-IX) TO FIRST-RUN-INTEGER
               END-IF
           END-IF.

      *----A PASSED DEADLINE WITH NO RUN IN TIME. A RUN AFTER IT BUT
      *----BEFORE THE NEXT ONE'S DATE MAKES IT LATE; NONE, MISSED (A
      *----RUN ON THE NEXT DEADLINE'S DATE IS THAT DEADLINE'S RUN)--
       330-CHECK-LATE-RUN.
           COMPUTE WINDOW-LOW = DL-INTEGER (DL-IX) + 1.
           COMPUTE WINDOW-HIGH = NEXT-INTEGER - 1.
           IF WINDOW-HIGH > TODAY-INTEGER
               MOVE TODAY-INTEGER TO WINDOW-HIGH
           END-IF.
           PERFORM 320-FIND-FIRST-RUN.
           IF FIRST-RUN-INTEGER > ZERO
               MOVE "LATE" TO DL-STATUS (DL-IX)
               ADD 1 TO LATE-COUNT
           ELSE
               MOVE "MISSED" TO DL-STATUS (DL-IX)
               ADD 1 TO MISSED-COUNT
           END-IF.

      *----NOT YET RUN AND NOT YET PASSED: BUSINESS DAYS FROM TODAY
      *----TO THE DEADLINE, COUNTED THE WAY DATE-CALC COUNTS THEM
      *----(TODAY ITSELF IS ZERO DAYS LEFT)----
       340-COUNT-DAYS-LEFT.
           MOVE ZERO TO BUSINESS-DAYS.
           MOVE TODAY-INTEGER TO BD-CURRENT.
           PERFORM 345-COUNT-ONE-DAY
               UNTIL BD-CURRENT NOT < DL-INTEGER (DL-IX)
                  OR BUSINESS-DAYS > DAYS-AHEAD.
           IF BUSINESS-DAYS NOT > DAYS-AHEAD
               MOVE BUSINESS-DAYS TO DL-DAYS-LEFT (DL-IX)
               MOVE "DUE SOON" TO DL-STATUS (DL-IX)
               ADD 1 TO DUE-SOON-COUNT
           ELSE
               MOVE "UPCOMING" TO DL-STATUS (DL-IX)
               ADD 1 TO UPCOMING-COUNT
           END-IF.

       345-COUNT-ONE-DAY.
           ADD 1 TO BD-CURRENT.
           COMPUTE BD-DOW = FUNCTION REM (BD-CURRENT, 7).
           IF BD-DOW NOT = 6 AND BD-DOW NOT = 0
               PERFORM 347-CHECK-HOLIDAY
               IF NOT DAY-IS-HOLIDAY
                   ADD 1 TO BUSINESS-DAYS
               END-IF
           END-IF.

       347-CHECK-HOLIDAY.
           MOVE "N" TO HOLIDAY-FOUND-SW.
           SET HO-IX TO 1.
           SEARCH HOLIDAY-ENTRY
               AT END
                   CONTINUE
               WHEN HOLIDAY-INTEGER (HO-IX) = BD-CURRENT
                   MOVE "Y" TO HOLIDAY-FOUND-SW
           END-SEARCH.

      *----EVERY DEADLINE GOES ON THE REPORT; MISSED AND DUE SOON
      *----ALSO GO TO THE EXCEPTION FILE FOR THE MORNING REPORT----
       350-WRITE-DEADLINE-LINE.
           MOVE SPACES TO DLO-DETAIL.
           EVALUATE DL-STATUS (DL-IX)
               WHEN "MET"
                   STRING "RAN " DL-RUN-DATE (DL-IX)
                       DELIMITED BY SIZE INTO DLO-DETAIL
               WHEN "LATE"
                   STRING "RAN LATE " DL-RUN-DATE (DL-IX)
                       DELIMITED BY SIZE INTO DLO-DETAIL
               WHEN "MISSED"
                   MOVE "NO COMPLETED RUN" TO DLO-DETAIL
               WHEN "DUE SOON"
                   MOVE DL-DAYS-LEFT (DL-IX) TO DETAIL-DAYS-EDIT
                   STRING DETAIL-DAYS-EDIT " BUSINESS DAY(S) LEFT"
                       DELIMITED BY SIZE INTO DLO-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE DL-DATE (DL-IX)    TO DLO-DATE.
           MOVE DL-PROGRAM (DL-IX) TO DLO-PROGRAM.
           MOVE DL-STATUS (DL-IX)  TO DLO-STATUS.
           WRITE DEADLINE-REPORT-LINE FROM DEADLINE-LINE-OUT.
           IF DL-STATUS (DL-IX) = "MISSED" OR "DUE SOON"
               MOVE DL-STATUS (DL-IX)  TO XLO-STATUS
               MOVE DL-DATE (DL-IX)    TO XLO-DATE
               MOVE DL-PROGRAM (DL-IX) TO XLO-PROGRAM
               MOVE DLO-DETAIL         TO XLO-DETAIL
               MOVE TODAY-DATE         TO XLO-AS-OF
               WRITE EXCEPTION-RECORD FROM EXCEPTION-LINE-OUT
           END-IF.

       400-WRITE-TOTALS.
           MOVE "MET"      TO TLO-LABEL.
           MOVE MET-COUNT  TO TLO-COUNT.
           WRITE DEADLINE-REPORT-LINE FROM TOTAL-LINE-OUT.
           MOVE "LATE"     TO TLO-LABEL.
           MOVE LATE-COUNT TO TLO-COUNT.
           WRITE DEADLINE-REPORT-LINE FROM TOTAL-LINE-OUT.
           MOVE "MISSED"   TO TLO-LABEL.
           MOVE MISSED-COUNT TO TLO-COUNT.
           WRITE DEADLINE-REPORT-LINE FROM TOTAL-LINE-OUT.
           MOVE "DUE SOON" TO TLO-LABEL.
           MOVE DUE-SOON-COUNT TO TLO-COUNT.
           WRITE DEADLINE-REPORT-LINE FROM TOTAL-LINE-OUT.
           MOVE "UPCOMING" TO TLO-LABEL.
           MOVE UPCOMING-COUNT TO TLO-COUNT.
           WRITE DEADLINE-REPORT-LINE FROM TOTAL-LINE-OUT.

       end program DEADLINE-CHECK.
