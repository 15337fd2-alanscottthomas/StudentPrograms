      *logs are restarted empty for the new month. Rerunning in the
      *same month rewrites that month's archive from whatever is in
      *the live logs, so run it once, at month end.
      *input files SALESTAX.LOG, TRIGCALC.LOG, DAILY.LOG,
      *  SALESTAX.ITM
      *output files dated archives, P00MONTH.RPT
      *printer ouput None
      *
      *  report read one DAILY.LOG and month end rolled another.
      *  This program now resolves all three names the same way the
      *  writers do.
      *04/25/2016 - AT - SALES-TAX's audit lines are 200 columns
      *  now (the original receipt number of a return or void goes
      *  on the end); the copy records are 200 bytes so nothing is
      *  truncated or split on the way into the archive.
      *04/27/2016 - AT - SALES-TAX's new item-detail file
      *  (SALESTAX.ITM, or SALESTAX_ITEM_FILE) is rolled here as a
      *  fourth log, with its line count on the summary.
      *04/29/2016 - AT - SALES-TAX's audit lines are 250 columns
      *  now (the tax-holiday exempt amount goes on the end); the
      *  copy records are 250 bytes to match.
      *05/15/2016 - AT - month end is a dated obligation and nothing
      *  recorded that it had been run. A confirmed close-out now
      *  writes STARTED and COMPLETED lines to DAILY.LOG, so
      *  DEADLINE-CHECK can see it. Both lines go into the freshly
      *  restarted log after the archiving is done (the STARTED line
      *  carrying the time the run began), since a STARTED line
      *  written first would be carried off into the archive.

       environment division.
           input-output section.

               SELECT SUMMARY-FILE ASSIGN TO "P00MONTH.RPT"
               organization is line sequential.

               SELECT DAILY-LOG-FILE ASSIGN TO DYNAMIC DAILY-LOG-NAME
               organization is line sequential
               file status is DAILY-LOG-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.
       data division.
           file section.
           FD SOURCE-LOG.
           01 SOURCE-RECORD             PIC X(250).

           FD ARCHIVE-LOG.
           01 ARCHIVE-RECORD            PIC X(250).

           FD SUMMARY-FILE.
           01 SUMMARY-LINE              PIC X(100).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD          PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

       01  EOF-SWITCH          PIC X     VALUE "N".
       01  CONFIRM-SWITCH      PIC X     VALUE "N".

      *----THE LIVE LOG NAMES, RESOLVED THE SAME WAY THE
      *----PROGRAMS THAT WRITE THEM RESOLVE THEM (ENVIRONMENT
      *----OVERRIDE FOR THE DAILY LOG, THEN THE PARAMETER FILE), SO
      *----MONTH END ROLLS THE SAME FILES THE JOBS APPENDED TO----
       01  SALESTAX-LOG-NAME   PIC X(80) VALUE "SALESTAX.LOG".
       01  TRIGCALC-LOG-NAME   PIC X(80) VALUE "TRIGCALC.LOG".
       01  DAILY-LOG-NAME      PIC X(80) VALUE "DAILY.LOG".
       01  ITEM-LOG-NAME       PIC X(80) VALUE "SALESTAX.ITM".
       01  ENV-OVERRIDE        PIC X(80) VALUE SPACES.

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
           88 SALESTAX-LOG-KIND    VALUE 1.
           88 TRIGCALC-LOG-KIND    VALUE 2.
           88 DAILYLOG-LOG-KIND    VALUE 3.
           88 ITEMLOG-LOG-KIND     VALUE 4.

       01  ARCHIVE-FIELDS.
           05 RECORDS-COPIED    PIC 9(7)     VALUE ZERO.
           05 TAX-COLLECTED     PIC S9(9)V99 VALUE ZERO.
           05 SALES-TRANS-COUNT PIC 9(7)     VALUE ZERO.
           05 TRIG-LINE-COUNT   PIC 9(7)     VALUE ZERO.
           05 ITEM-LINE-COUNT   PIC 9(7)     VALUE ZERO.

      *----COMPLETED-RUN COUNTS BY PROGRAM OUT OF DAILY.LOG----
       01  RUN-PROGRAM-COUNT   PIC 9(2) VALUE ZERO.
               "  CALCULATIONS:".
           05 TGL-LINE-COUNT    PIC Z(6)9.

       01  ITEM-SUMMARY-LINE.
           05 FILLER            PIC X(24) VALUE
               "  ITEM LINES:".
           05 ISL-LINE-COUNT    PIC Z(6)9.

       01  RUN-SUMMARY-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RSL-PROGRAM       PIC X(12).
           05 FILLER            PIC X(17) VALUE " COMPLETED RUN(S)".


      *----THE SHARED DAILY RUN LOG (SAME NAME AND OVERRIDES AS
      *----THE OTHER WRITERS): A STARTED LINE AT THE TOP OF THE RUN
      *----AND A COMPLETED LINE AT THE END, SO THE MORNING REPORT AND
      *----DEADLINE-CHECK CAN SEE THAT THIS JOB RAN----
       01  DAILY-LOG-STATUS    PIC X(2)  VALUE SPACES.

       01  DLL-CURRENT-DATE-AND-TIME.
           05 DLL-CD-YEAR     PIC 9(4).
           05 DLL-CD-MONTH    PIC 9(2).
           05 DLL-CD-DAY      PIC 9(2).
           05 DLL-CD-HOURS    PIC 9(2).
           05 DLL-CD-MINUTES  PIC 9(2).
           05 DLL-CD-SECONDS  PIC 9(2).
           05 FILLER          PIC X(7).

       01  DAILY-LOG-LINE.
           05 DLL-PROGRAM        PIC X(12)  VALUE "MONTH-END".
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

      *----THE STARTED LINE, BUILT WHEN THE RUN BEGINS AND HELD UNTIL
      *----THE LIVE LOG HAS BEEN ARCHIVED AND RESTARTED----
       01  STARTED-LOG-LINE    PIC X(80) VALUE SPACES.
       01  TOTAL-ARCHIVED      PIC 9(7)  VALUE ZERO.

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

           MOVE ZERO TO TAX-COLLECTED.
           MOVE ZERO TO SALES-TRANS-COUNT.
           MOVE ZERO TO TRIG-LINE-COUNT.
           MOVE ZERO TO ITEM-LINE-COUNT.
           MOVE ZERO TO RUN-PROGRAM-COUNT.
           MOVE ZERO TO TOTAL-ARCHIVED.
           PERFORM 900-LOG-RUN-STARTED.
           DISPLAY "--------------------------------------------".
           DISPLAY "  MONTH-END LOG ARCHIVE".
           DISPLAY "--------------------------------------------".
               MOVE DAILY-LOG-NAME TO SOURCE-LOG-NAME
               PERFORM 100-ARCHIVE-ONE-LOG

               MOVE 4 TO LOG-KIND
               MOVE ITEM-LOG-NAME TO SOURCE-LOG-NAME
               PERFORM 100-ARCHIVE-ONE-LOG

               CLOSE SUMMARY-FILE
               DISPLAY "MONTH CLOSED OUT - SEE P00MONTH.RPT"
               PERFORM 098-OPEN-DAILY-LOG
               WRITE DAILY-LOG-RECORD FROM STARTED-LOG-LINE
               MOVE TOTAL-ARCHIVED TO DLL-RECORD-COUNT
               MOVE "NORMAL" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
           END-IF.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE ZERO TO RSA-EXCEPTION-COUNT.
               CLOSE SOURCE-LOG
               MOVE SOURCE-LOG-NAME TO ALO-LOG-NAME
               MOVE RECORDS-COPIED TO ALO-RECORDS
               ADD RECORDS-COPIED TO TOTAL-ARCHIVED
               MOVE ARCHIVE-LOG-NAME TO ALO-ARCHIVE-NAME
               WRITE SUMMARY-LINE FROM ARCHIVE-LINE-OUT
               PERFORM 200-WRITE-LOG-SUMMARY
                   IF SOURCE-RECORD (15:9) = "COMPLETED"
                       PERFORM 130-COUNT-ONE-RUN
                   END-IF
               WHEN ITEMLOG-LOG-KIND
                   ADD 1 TO ITEM-LINE-COUNT
           END-EVALUATE.
           PERFORM 110-READ-SOURCE-RCD.

                   PERFORM 210-WRITE-ONE-RUN-COUNT
                       VARYING RC-IX FROM 1 BY 1
                       UNTIL RC-IX > RUN-PROGRAM-COUNT
               WHEN ITEMLOG-LOG-KIND
                   MOVE ITEM-LINE-COUNT TO ISL-LINE-COUNT
                   WRITE SUMMARY-LINE FROM ITEM-SUMMARY-LINE
           END-EVALUATE.
           WRITE SUMMARY-LINE FROM DASH-LINE.

                   MOVE PARM-VALUE TO TRIGCALC-LOG-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_ITEM_FILE"
                   MOVE PARM-VALUE TO ITEM-LOG-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DAILY_LOG_FILE"
                   MOVE PARM-VALUE TO DAILY-LOG-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
           END-EVALUATE.
           PERFORM 051-READ-PARM-RCD.

      *----OPEN FOR APPEND, CREATING THE LOG IF THIS IS ITS FIRST USE
      *----(STATUS 35 ON OPEN EXTEND MEANS THE FILE DOESN'T EXIST YET)
       098-OPEN-DAILY-LOG.
           OPEN EXTEND DAILY-LOG-FILE.
           IF DAILY-LOG-STATUS = "35"
               OPEN OUTPUT DAILY-LOG-FILE
           END-IF.

      *----EXTERNAL STORAGE COMES UP LOW-VALUES, NOT SPACES, ON A
      *----STANDALONE RUN - NORMALIZE BEFORE IT GOES ON THE LOG.
      *----THE LINE IS ONLY BUILT HERE; 000-MAIN WRITES IT----
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
           MOVE DAILY-LOG-LINE TO STARTED-LOG-LINE.

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

       end program MONTH-END-ARCHIVE.
