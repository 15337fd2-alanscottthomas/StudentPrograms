      *start time, duration, record count, and the count change
      *against the prior run of the same program. The log finally
      *has the data; this is the program that reads it.
      *input files DAILY.LOG (override with DAILY_LOG_FILE),
      *  P07DEADX.DAT
      *output files P00MORN.RPT
      *printer ouput None
      *
      *  central parameter file (same DAILY_LOG_FILE key the three
      *  writers honor, file beating the environment override), so
      *  the morning report always reads the log the jobs wrote.
      *05/15/2016 - AT - the deadlines DEADLINE-CHECK finds missed or
      *  due soon (its exception file P07DEADX.DAT, key
      *  DEADLINE_EXCEPTION_FILE) are printed under the never-
      *  completed runs, and count toward the exception count handed
      *  back to the menu driver. TAX-REMIT, PAYROLL-REGISTER, and
      *  MONTH-END-ARCHIVE now write to the log as well.

       environment division.
           input-output section.

               SELECT MORNING-FILE ASSIGN TO "P00MORN.RPT"
               organization is line sequential.

               SELECT DEADLINE-FILE ASSIGN TO DYNAMIC
                  DEADLINE-FILE-NAME
               organization is line sequential
               file status is DEADLINE-FILE-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.
           FD MORNING-FILE.
           01 MORNING-LINE              PIC X(100).

           FD DEADLINE-FILE.
           01 DEADLINE-RECORD           PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

       01  ENV-OVERRIDE        PIC X(80) VALUE SPACES.
       01  EOF-SWITCH          PIC X     VALUE "N".

      *----DEADLINE-CHECK'S MISSED AND DUE-SOON LINES----
       01  DEADLINE-FILE-STATUS PIC X(2)  VALUE SPACES.
       01  DEADLINE-FILE-NAME  PIC X(80) VALUE "P07DEADX.DAT".
       01  DEADLINE-EOF-SWITCH PIC X     VALUE "N".
       01  DEADLINE-COUNT      PIC 9(3)  VALUE ZERO.

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - READ HERE TOO SO THIS PROGRAM ALWAYS WORKS
      *----ON THE SAME FILES AS THE PROGRAMS IT RECONCILES AGAINST--
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.


      *----ONE LOG LINE AS THE BATCH PROGRAMS WRITE IT----
       01  LOG-LINE-IN.
           05 LLI-PROGRAM       PIC X(12).
           05 FILLER            PIC X(2).
           05 FILLER  PIC X(34) VALUE
               "   (EVERY STARTED RUN COMPLETED)".

       01  DEADLINE-HEADING.
           05 FILLER  PIC X(38) VALUE
               "** DEADLINES MISSED OR DUE SOON **".

      *----ONE LINE OF DEADLINE-CHECK'S EXCEPTION FILE----
       01  DEADLINE-LINE-IN.
           05 DLI-STATUS        PIC X(8).
           05 FILLER            PIC X(2).
           05 DLI-DATE          PIC X(8).
           05 FILLER            PIC X(2).
           05 DLI-PROGRAM       PIC X(20).
           05 FILLER            PIC X(2).
           05 DLI-DETAIL        PIC X(24).
           05 FILLER            PIC X(2).
           05 DLI-AS-OF         PIC X(8).

       01  DEADLINE-LINE-OUT.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DLO-STATUS        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DLO-DATE          PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DLO-PROGRAM       PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DLO-DETAIL        PIC X(24).
           05 FILLER            PIC X(7)  VALUE " AS OF ".
           05 DLO-AS-OF         PIC X(8).

       01  NO-DEADLINE-FILE-LINE.
           05 FILLER  PIC X(40) VALUE
               "   (NO DEADLINE CHECK ON FILE)".

       01  NO-DEADLINE-LINE.
           05 FILLER  PIC X(40) VALUE
               "   (NO DEADLINES MISSED OR DUE SOON)".

       01  RUNS-HEADING-1.
           05 FILLER  PIC X(18) VALUE "COMPLETED RUNS".

           MOVE ZERO TO PRIOR-COUNT.
           MOVE ZERO TO ORPHAN-COUNT.
           MOVE ZERO TO RUN-COUNT.
           MOVE ZERO TO DEADLINE-COUNT.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "DAILY_LOG_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               WRITE MORNING-LINE FROM HEADING-LINE-1
               WRITE MORNING-LINE FROM DASH-LINE
               PERFORM 200-REPORT-ORPHANS
               PERFORM 250-REPORT-DEADLINES
               PERFORM 300-REPORT-COMPLETED-RUNS
               CLOSE MORNING-FILE
               DISPLAY "MORNING REPORT COMPLETE - SEE P00MORN.RPT"
                   DISPLAY "*" ORPHAN-COUNT " RUN(S) NEVER"
                       " COMPLETED - SEE THE TOP OF THE REPORT*"
               END-IF
               IF DEADLINE-COUNT > ZERO
                   DISPLAY "*" DEADLINE-COUNT " DEADLINE(S) MISSED OR"
                       " DUE SOON - SEE THE TOP OF THE REPORT*"
               END-IF
           END-IF.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           COMPUTE RSA-EXCEPTION-COUNT = ORPHAN-COUNT + DEADLINE-COUNT.
           GOBACK.

       100-READ-LOG-LINE.
               MOVE ZERO TO MATCH-SUB
           END-IF.

      *----DEADLINE-CHECK'S MISSED AND DUE-SOON DEADLINES, AS OF
      *----ITS LAST RUN. NO FILE MEANS IT HAS NOT BEEN RUN HERE----
       250-REPORT-DEADLINES.
           WRITE MORNING-LINE FROM DEADLINE-HEADING.
           MOVE "N" TO DEADLINE-EOF-SWITCH.
           OPEN INPUT DEADLINE-FILE.
           IF DEADLINE-FILE-STATUS = "35"
               WRITE MORNING-LINE FROM NO-DEADLINE-FILE-LINE
           ELSE
               PERFORM 255-READ-DEADLINE-LINE
               PERFORM 260-REPORT-ONE-DEADLINE
                   UNTIL DEADLINE-EOF-SWITCH = "Y"
               CLOSE DEADLINE-FILE
               IF DEADLINE-COUNT = ZERO
                   WRITE MORNING-LINE FROM NO-DEADLINE-LINE
               END-IF
           END-IF.
           WRITE MORNING-LINE FROM DASH-LINE.

       255-READ-DEADLINE-LINE.
           READ DEADLINE-FILE
               AT END
                   MOVE "Y" TO DEADLINE-EOF-SWITCH
           END-READ.

       260-REPORT-ONE-DEADLINE.
           MOVE DEADLINE-RECORD TO DEADLINE-LINE-IN.
           MOVE DLI-STATUS  TO DLO-STATUS.
           MOVE DLI-DATE    TO DLO-DATE.
           MOVE DLI-PROGRAM TO DLO-PROGRAM.
           MOVE DLI-DETAIL  TO DLO-DETAIL.
           MOVE DLI-AS-OF   TO DLO-AS-OF.
           WRITE MORNING-LINE FROM DEADLINE-LINE-OUT.
           ADD 1 TO DEADLINE-COUNT.
           PERFORM 255-READ-DEADLINE-LINE.

      *----EVERY STARTED/COMPLETED PAIR, IN LOG ORDER----
       300-REPORT-COMPLETED-RUNS.
           WRITE MORNING-LINE FROM RUNS-HEADING-1.
                   MOVE PARM-VALUE TO DAILY-LOG-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DEADLINE_EXCEPTION_FILE"
                   MOVE PARM-VALUE TO DEADLINE-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
