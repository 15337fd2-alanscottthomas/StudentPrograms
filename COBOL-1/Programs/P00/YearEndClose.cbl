       identification division.
       program-id. YEAR-END-CLOSE.
       author. Alan Thomas.
       date-compiled.
      *function: Close a calendar year in one run instead of a list
      *of January chores someone has to remember. The year closed is
      *keyed (last year by default, this year when run in December;
      *an unattended run takes the default). The close is refused
      *outright unless December's MONTH-END-ARCHIVE has run - its
      *DAILY.LOG.YYYY12 archive must be on disk - since the
      *December logs would otherwise be missing from the year. A
      *confirmed close then, in order: takes the year-end copy of
      *every master through BACKUP-MASTERS (kept out of its
      *generation rotation); generates next year's holiday
      *calendar through HOLIDAY-GEN; consolidates the twelve
      *monthly SALESTAX.LOG.YYYYMM and DAILY.LOG.YYYYMM archives
      *into annual SALESTAX.LOG.YYYY and DAILY.LOG.YYYY files with
      *a month-by-month and yearly summary (the monthly archives
      *stay where they are - SALES-TAX looks a return's original
      *sale up in its month's archive); shows where the receipt
      *number sequence (SALESTAX.SEQ) stands and restarts it only
      *on a keyed Y; and totals the year's closing year-to-date
      *earnings from P09YTD.DAT, which is kept by year so the new
      *year starts its own records with nothing to reset. Every
      *step goes on a checklist report (P00YEAR.RPT) as DONE, as
      *NOTE, or as PERSON where someone still has to act, and the
      *PERSON count is the run's exception count.
      *input files DAILY.LOG.YYYYMM, SALESTAX.LOG.YYYYMM,
      *  SALESTAX.SEQ, P09YTD.DAT, P07HOLS.DAT
      *output files DAILY.LOG.YYYY, SALESTAX.LOG.YYYY, P00YEAR.RPT,
      *  SALESTAX.SEQ (on a restart), and through the programs it
      *  calls, the year-end master generations and P07HOLS.DAT
      *printer ouput None
      *
      *MODS:
      *05/28/2016 - AT - first version.
      *05/31/2016 - AT - the backup line says every master on disk:
      *  BACKUP-MASTERS now copies every master, and one a site has
      *  never created is noted there rather than failed.

       environment division.
           input-output section.
               file-control.
               SELECT SOURCE-LOG ASSIGN TO DYNAMIC SOURCE-LOG-NAME
               organization is line sequential
               file status is SOURCE-LOG-STATUS.

               SELECT ANNUAL-LOG ASSIGN TO DYNAMIC ANNUAL-LOG-NAME
               organization is line sequential
               file status is ANNUAL-LOG-STATUS.

               SELECT HOLIDAY-FILE ASSIGN TO DYNAMIC HOLIDAY-FILE-NAME
               organization is line sequential
               file status is HOLIDAY-FILE-STATUS.

               SELECT SEQFILE ASSIGN TO DYNAMIC SEQFILE-NAME
               organization is line sequential
               file status is SEQFILE-STATUS.

               SELECT YTDFILE ASSIGN TO DYNAMIC YTDFILE-NAME
               organization is line sequential
               file status is YTDFILE-STATUS.

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
      *----ONE MONTHLY ARCHIVE LINE, AT THE WIDTH MONTH-END-ARCHIVE
      *----COPIES THEM----
           FD SOURCE-LOG.
           01 SOURCE-RECORD             PIC X(250).

           FD ANNUAL-LOG.
           01 ANNUAL-RECORD             PIC X(250).

      *----THE HOLIDAY CALENDAR HOLIDAY-GEN WRITES----
           FD HOLIDAY-FILE.
           01 HOLIDAY-RECORD.
               05 HR-DATE               PIC 9(8).

      *----SALES-TAX'S NEXT RECEIPT NUMBER----
           FD SEQFILE.
           01 SEQ-RECORD.
               05 SQ-NEXT-RECEIPT       PIC 9(6).

      *----PAYROLL-REGISTER'S YEAR-TO-DATE RECORD (THE DEDUCTION
      *----BUCKETS ON THE END ARE NOT NEEDED HERE)----
           FD YTDFILE.
           01 YTDFILE-PICS.
               05 YTD-YEAR              PIC 9(4).
               05 YTD-SSN               PIC 9(9).
               05 YTD-LAST-RUN          PIC 9(8).
               05 YTD-GROSS             PIC 9(7)V99.
               05 YTD-PRETAX            PIC 9(7)V99.
               05 YTD-TAX               PIC 9(7)V99.
               05 YTD-POSTTAX           PIC 9(7)V99.
               05 YTD-NET               PIC 9(7)V99.
               05 FILLER                PIC X(120).

           FD REPORT-FILE.
           01 REPORT-LINE               PIC X(100).

           FD PARM-FILE.
           01 PARM-RECORD               PIC X(120).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD          PIC X(80).


       working-storage section.
       01  SOURCE-LOG-NAME     PIC X(80) VALUE SPACES.
       01  SOURCE-LOG-STATUS   PIC X(2)  VALUE SPACES.
       01  ANNUAL-LOG-NAME     PIC X(80) VALUE SPACES.
       01  ANNUAL-LOG-STATUS   PIC X(2)  VALUE SPACES.
       01  HOLIDAY-FILE-NAME   PIC X(80) VALUE "P07HOLS.DAT".
       01  HOLIDAY-FILE-STATUS PIC X(2)  VALUE SPACES.
       01  SEQFILE-NAME        PIC X(80) VALUE "SALESTAX.SEQ".
       01  SEQFILE-STATUS      PIC X(2)  VALUE SPACES.
       01  YTDFILE-NAME        PIC X(80) VALUE "C:\COBOL\P09YTD.DAT".
       01  YTDFILE-STATUS      PIC X(2)  VALUE SPACES.
       01  REPORT-FILE-NAME    PIC X(80) VALUE "P00YEAR.RPT".
       01  SALESTAX-LOG-NAME   PIC X(80) VALUE "SALESTAX.LOG".
       01  EOF-SWITCH          PIC X     VALUE "N".
       01  CONFIRM-SWITCH      PIC X     VALUE "N".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE FILE NAMES RESOLVE THROUGH THE SAME KEYS
      *----THE PROGRAMS THAT WRITE THEM HONOR----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

      *----THE YEAR BEING CLOSED AND THE ONE BEING OPENED----
       01  YEAR-FIELDS.
           05 RUN-DATE          PIC 9(8)  VALUE ZERO.
           05 RUN-DATE-X REDEFINES RUN-DATE.
              10 RUN-YEAR        PIC 9(4).
              10 RUN-MONTH       PIC 9(2).
              10 RUN-DAY         PIC 9(2).
           05 CLOSE-YEAR        PIC 9(4)  VALUE ZERO.
           05 NEW-YEAR          PIC 9(4)  VALUE ZERO.
           05 KEYED-YEAR        PIC 9(4)  VALUE ZERO.
           05 ARCHIVE-MONTH     PIC 9(6)  VALUE ZERO.
           05 ARCHIVE-MONTH-X REDEFINES ARCHIVE-MONTH.
              10 ARCHIVE-YEAR    PIC 9(4).
              10 ARCHIVE-MM      PIC 9(2).
       01  MONTH-SUB           PIC 9(2)  VALUE ZERO.

      *----WHICH LOG IS BEING CONSOLIDATED DECIDES WHICH FIGURES ARE
      *----ACCUMULATED, AS IN MONTH-END-ARCHIVE----
       01  LOG-KIND            PIC 9     VALUE ZERO.
           88 SALESTAX-LOG-KIND    VALUE 1.
           88 DAILYLOG-LOG-KIND    VALUE 2.
       01  LOG-BASE-NAME       PIC X(80) VALUE SPACES.

      *----THE TWO LOGS (SUBSCRIPTED BY LOG-KIND) AND THEIR TWELVE
      *----MONTHS: LINES, AND FOR SALESTAX.LOG THE TAX ON THEM, FOR
      *----DAILY.LOG THE RUNS COMPLETED----
       01  LOG-TABLE.
           05 LOG-ENTRY OCCURS 2 TIMES.
              10 LT-BASE-NAME    PIC X(80).
              10 LT-MONTHS-FOUND PIC 9(2).
              10 LT-LINES        PIC 9(8).
              10 LT-TAX          PIC S9(9)V99.
              10 LT-RUNS         PIC 9(8).
              10 MONTH-ENTRY OCCURS 12 TIMES.
                 15 MT-FOUND-SW  PIC X.
                 15 MT-LINES     PIC 9(7).
                 15 MT-TAX       PIC S9(9)V99.
                 15 MT-RUNS      PIC 9(7).
       01  TAX-WORK            PIC S9(6)V99 VALUE ZERO.

      *----COMPLETED RUNS FOR THE YEAR BY PROGRAM, OUT OF THE DAILY
      *----LOG ARCHIVES----
       01  RUN-PROGRAM-COUNT   PIC 9(2) VALUE ZERO.
       01  RUN-COUNT-TABLE.
           05 RUN-COUNT-ENTRY OCCURS 1 TO 60 TIMES
                  DEPENDING ON RUN-PROGRAM-COUNT
                  INDEXED BY RC-IX.
              10 RC-PROGRAM      PIC X(12).
              10 RC-RUNS         PIC 9(6).

      *----WHAT THE STEPS FOUND----
       01  CLOSE-FIGURES.
           05 BACKUP-FAILED     PIC 9(5)     VALUE ZERO.
           05 HOLIDAY-NEW-COUNT PIC 9(3)     VALUE ZERO.
           05 NEXT-RECEIPT      PIC 9(6)     VALUE ZERO.
           05 RECEIPTS-LEFT     PIC 9(6)     VALUE ZERO.
           05 YTD-CLOSE-COUNT   PIC 9(5)     VALUE ZERO.
           05 YTD-NEW-COUNT     PIC 9(5)     VALUE ZERO.
           05 YTD-CLOSE-GROSS   PIC 9(11)V99 VALUE ZERO.
           05 YTD-CLOSE-TAX     PIC 9(11)V99 VALUE ZERO.
           05 YTD-CLOSE-NET     PIC 9(11)V99 VALUE ZERO.
           05 TOTAL-CONSOLIDATED PIC 9(8)    VALUE ZERO.
           05 PERSON-COUNT      PIC 9(3)     VALUE ZERO.
       01  REFUSED-SWITCH      PIC X        VALUE "N".
           88 CLOSE-REFUSED         VALUE "Y".
       01  SEQ-FOUND-SW        PIC X        VALUE "N".
           88 SEQ-FILE-FOUND        VALUE "Y".
       01  RESTART-SWITCH      PIC X        VALUE "N".
       01  SAVED-UNATTENDED    PIC X        VALUE SPACES.

      *----THE CHECKLIST LINE: WHAT BECAME OF ONE STEP----
       01  CHECK-LINE.
           05 CL-MARK           PIC X(8).
           05 CL-TEXT           PIC X(92).
       01  CHECK-TEXT          PIC X(92)    VALUE SPACES.

       01  HEADING-LINE-1.
           05 FILLER  PIC X(19) VALUE "YEAR-END CLOSE FOR ".
           05 HL1-YEAR  PIC 9(4).
           05 FILLER  PIC X(8)  VALUE "   RUN: ".
           05 HL1-RUN-DATE PIC 9(8).
           05 FILLER  PIC X(13) VALUE "   OPERATOR: ".
           05 HL1-OPERATOR PIC X(3).

       01  DASH-LINE.
           05 FILLER  PIC X(100) VALUE ALL "-".

       01  SUMMARY-HEADING-LINE.
           05 SHL-TEXT  PIC X(100).

       01  MONTH-LINE.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 MNL-NAME  PIC X(30).
           05 MNL-LINES PIC Z(6)9.
           05 FILLER  PIC X(9)  VALUE " LINE(S) ".
           05 MNL-LABEL PIC X(16).
           05 MNL-VALUE PIC X(14).

       01  RUN-SUMMARY-LINE.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 RSL-PROGRAM PIC X(12).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 RSL-RUNS  PIC Z(5)9.
           05 FILLER  PIC X(17) VALUE " COMPLETED RUN(S)".

       01  EDIT-FIELDS.
           05 EDIT-COUNT        PIC Z(7)9.
           05 EDIT-AMOUNT       PIC Z(10)9.99.
           05 EDIT-GROSS        PIC Z(10)9.99.
           05 EDIT-TAX          PIC Z(10)9.99.
           05 EDIT-NET          PIC Z(10)9.99.
           05 EDIT-SIGNED       PIC Z(8)9.99-.
           05 EDIT-RUNS         PIC Z(12)9.
           05 EDIT-RECEIPT      PIC 9(6).


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
           05 DLL-PROGRAM        PIC X(12)  VALUE "YEAR-END".
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
      *----PRIVATE COPY AND BEHAVES AS BEFORE). THE PROGRAMS CALLED
      *----HERE SET IT TOO, SO IT IS READ STRAIGHT AFTER EACH CALL
      *----AND SET FOR THIS RUN LAST----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE: AN UNATTENDED RUN
      *----CLOSES THE DEFAULT YEAR WITHOUT ASKING, LEAVES THE
      *----RECEIPT SEQUENCE RUNNING, AND KEYS NO CLOSURE DAYS----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

      *----THE SIGNED-ON OPERATOR HANDED DOWN BY THE MENU DRIVER
      *----(EXTERNAL; BLANK ON A STANDALONE RUN)----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.

      *----THE YEAR BEING CLOSED, HANDED DOWN TO BACKUP-MASTERS AND
      *----HOLIDAY-GEN FOR THE LENGTH OF THEIR CALLS AND ZEROED
      *----AGAIN AFTER, SO A LATER MENU RUN OF EITHER IS ORDINARY--
       01  YEAR-END-AREA EXTERNAL.
           05 YEA-CLOSE-YEAR    PIC 9(4).


       procedure division.

       000-MAIN.
           INITIALIZE CLOSE-FIGURES.
           MOVE ZERO TO RUN-PROGRAM-COUNT.
           MOVE ZERO TO YEA-CLOSE-YEAR.
           DISPLAY "--------------------------------------------".
           DISPLAY "  YEAR-END CLOSE".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           PERFORM 010-GET-CLOSE-YEAR.
           OPEN OUTPUT REPORT-FILE.
           MOVE CLOSE-YEAR TO HL1-YEAR.
           MOVE RUN-DATE TO HL1-RUN-DATE.
           MOVE OPR-ID TO HL1-OPERATOR.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM DASH-LINE.
           PERFORM 020-CHECK-DECEMBER-CLOSED.
           IF CLOSE-REFUSED
               DISPLAY "*YEAR-END CLOSE REFUSED - DECEMBER "
                   CLOSE-YEAR " MONTH-END ARCHIVE HAS NOT RUN*"
               CLOSE REPORT-FILE
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "REJECTED" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "REJECTED" TO RSA-COMPLETION-STATUS
               MOVE 1 TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           IF UNATTENDED-RUN
               MOVE "Y" TO CONFIRM-SWITCH
               DISPLAY "UNATTENDED RUN - YEAR CLOSE CONFIRMED"
           ELSE
               DISPLAY "CLOSE " CLOSE-YEAR " AND OPEN " NEW-YEAR
                   " (Y/N)? "
               ACCEPT CONFIRM-SWITCH
           END-IF.
           IF CONFIRM-SWITCH NOT = "Y" AND "y"
               DISPLAY "*NOTHING CLOSED*"
               MOVE "*NOT CONFIRMED - NOTHING CLOSED*" TO CHECK-TEXT
               MOVE "NOTE" TO CL-MARK
               PERFORM 800-WRITE-CHECK-LINE
               CLOSE REPORT-FILE
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "NORMAL" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "NORMAL" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 100-TAKE-YEAR-END-BACKUP.
           PERFORM 200-GENERATE-HOLIDAYS.
           INITIALIZE LOG-TABLE.
           MOVE SALESTAX-LOG-NAME TO LT-BASE-NAME (1).
           MOVE DAILY-LOG-FILE-NAME TO LT-BASE-NAME (2).
           PERFORM 300-CONSOLIDATE-ONE-LOG
               VARYING LOG-KIND FROM 1 BY 1
               UNTIL LOG-KIND > 2.
           MOVE "MONTHLY ARCHIVES LEFT IN PLACE - SALES-TAX LOOKS A"
               TO CHECK-TEXT.
           MOVE "NOTE" TO CL-MARK.
           PERFORM 800-WRITE-CHECK-LINE.
           MOVE "  RETURN'S SALE UP IN ITS MONTH'S ARCHIVE; REMOVE"
               TO CHECK-TEXT.
           MOVE SPACES TO CL-MARK.
           PERFORM 800-WRITE-CHECK-LINE.
           MOVE "  THEM BY HAND ONCE NO RETURN CAN REACH BACK THAT FAR"
               TO CHECK-TEXT.
           MOVE SPACES TO CL-MARK.
           PERFORM 800-WRITE-CHECK-LINE.
           PERFORM 400-RECEIPT-SEQUENCE.
           PERFORM 500-YEAR-TO-DATE.
           PERFORM 600-WRITE-SUMMARIES.
           CLOSE REPORT-FILE.
           DISPLAY "YEAR " CLOSE-YEAR " CLOSED - " PERSON-COUNT
               " ITEM(S) NEED A PERSON - SEE "
               FUNCTION TRIM (REPORT-FILE-NAME).
           MOVE TOTAL-CONSOLIDATED TO DLL-RECORD-COUNT.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE PERSON-COUNT TO RSA-EXCEPTION-COUNT.
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
               WHEN "YEAR_END_REPORT_FILE"
                   MOVE PARM-VALUE TO REPORT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_AUDIT_FILE"
                   MOVE PARM-VALUE TO SALESTAX-LOG-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_SEQ_FILE"
                   MOVE PARM-VALUE TO SEQFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "HOLIDAY_FILE"
                   MOVE PARM-VALUE TO HOLIDAY-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_YTD_FILE"
                   MOVE PARM-VALUE TO YTDFILE-NAME
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

      *----LAST YEAR BY DEFAULT, OR THIS YEAR WHEN RUN IN DECEMBER
      *----(AFTER THAT MONTH'S CLOSE-OUT). A KEYED YEAR AFTER THIS
      *----ONE CANNOT HAVE BEEN ARCHIVED AND FALLS BACK TO THE
      *----DEFAULT----
       010-GET-CLOSE-YEAR.
           IF RUN-MONTH = 12
               MOVE RUN-YEAR TO CLOSE-YEAR
           ELSE
               COMPUTE CLOSE-YEAR = RUN-YEAR - 1
           END-IF.
           IF NOT UNATTENDED-RUN
               MOVE ZERO TO KEYED-YEAR
               DISPLAY "YEAR TO CLOSE (YYYY, 0 FOR " CLOSE-YEAR "): "
               ACCEPT KEYED-YEAR
               IF KEYED-YEAR > RUN-YEAR
                   DISPLAY "*" KEYED-YEAR " HAS NOT HAPPENED YET -"
                       " CLOSING " CLOSE-YEAR "*"
               ELSE IF KEYED-YEAR NOT = ZERO
                   MOVE KEYED-YEAR TO CLOSE-YEAR
               END-IF
           END-IF.
           COMPUTE NEW-YEAR = CLOSE-YEAR + 1.

      *----THE ONE HARD PREREQUISITE: DECEMBER'S DAILY LOG ARCHIVE
      *----MUST BE ON DISK----
       020-CHECK-DECEMBER-CLOSED.
           MOVE "N" TO REFUSED-SWITCH.
           MOVE CLOSE-YEAR TO ARCHIVE-YEAR.
           MOVE 12 TO ARCHIVE-MM.
           MOVE DAILY-LOG-FILE-NAME TO LOG-BASE-NAME.
           PERFORM 310-BUILD-ARCHIVE-NAME.
           OPEN INPUT SOURCE-LOG.
           MOVE SPACES TO CHECK-TEXT.
           IF SOURCE-LOG-STATUS = "35"
               MOVE "Y" TO REFUSED-SWITCH
               MOVE "REFUSED" TO CL-MARK
               STRING "DECEMBER MONTH-END ARCHIVE NOT RUN - "
                          DELIMITED BY SIZE
                      FUNCTION TRIM (SOURCE-LOG-NAME)
                          DELIMITED BY SIZE
                      " NOT FOUND" DELIMITED BY SIZE
                      INTO CHECK-TEXT
               PERFORM 800-WRITE-CHECK-LINE
               MOVE "  RUN MONTH-END-ARCHIVE AT THE END OF DECEMBER,"
                   TO CHECK-TEXT
               MOVE SPACES TO CL-MARK
               PERFORM 800-WRITE-CHECK-LINE
               MOVE "  THEN THIS CLOSE - NOTHING HAS BEEN CHANGED"
                   TO CHECK-TEXT
               PERFORM 800-WRITE-CHECK-LINE
           ELSE
               CLOSE SOURCE-LOG
               MOVE "DONE" TO CL-MARK
               STRING "DECEMBER MONTH-END ARCHIVE FOUND - "
                          DELIMITED BY SIZE
                      FUNCTION TRIM (SOURCE-LOG-NAME)
                          DELIMITED BY SIZE
                      INTO CHECK-TEXT
               PERFORM 800-WRITE-CHECK-LINE
           END-IF.

      *----THE YEAR-END COPY OF EVERY MASTER, TAKEN BEFORE ANYTHING
      *----BELOW CHANGES ONE. BACKUP-MASTERS ASKS NOTHING WITH A
      *----CLOSE YEAR HANDED DOWN, AND HANDS BACK ITS FAILURES AS
      *----ITS EXCEPTION COUNT----
       100-TAKE-YEAR-END-BACKUP.
           MOVE CLOSE-YEAR TO YEA-CLOSE-YEAR.
           MOVE ZERO TO RSA-EXCEPTION-COUNT.
           CALL "BACKUP-MASTERS".
           MOVE ZERO TO YEA-CLOSE-YEAR.
           MOVE RSA-EXCEPTION-COUNT TO BACKUP-FAILED.
           MOVE SPACES TO CHECK-TEXT.
           IF BACKUP-FAILED = ZERO
               MOVE "DONE" TO CL-MARK
               STRING "YEAR-END COPY OF EVERY MASTER ON DISK TAKEN"
                          DELIMITED BY SIZE
                      " AND VERIFIED (BACKUP-MASTERS, KEPT)"
                          DELIMITED BY SIZE
                      INTO CHECK-TEXT
           ELSE
               MOVE "PERSON" TO CL-MARK
               ADD 1 TO PERSON-COUNT
               MOVE BACKUP-FAILED TO EDIT-COUNT
               STRING FUNCTION TRIM (EDIT-COUNT) DELIMITED BY SIZE
                      " MASTER(S) MISSING OR NOT VERIFIED ON THE"
                          DELIMITED BY SIZE
                      " YEAR-END BACKUP - RERUN BACKUP-MASTERS"
                          DELIMITED BY SIZE
                      INTO CHECK-TEXT
           END-IF.
           PERFORM 800-WRITE-CHECK-LINE.

      *----NEXT YEAR'S HOLIDAY CALENDAR. HOLIDAY-GEN TAKES THE YEAR
      *----FROM THE HANDED-DOWN CLOSE YEAR; ITS CLOSURE-DAY PROMPTS
      *----STILL COME UP UNLESS THIS IS AN UNATTENDED RUN. THE FILE
      *----IS READ BACK TO PROVE THE NEW YEAR IS IN IT----
       200-GENERATE-HOLIDAYS.
           MOVE CLOSE-YEAR TO YEA-CLOSE-YEAR.
           CALL "HOLIDAY-GEN".
           MOVE ZERO TO YEA-CLOSE-YEAR.
           MOVE ZERO TO HOLIDAY-NEW-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS NOT = "35"
               PERFORM 210-READ-HOLIDAY-RCD
               PERFORM 220-COUNT-ONE-HOLIDAY
                   UNTIL EOF-SWITCH = "Y"
               CLOSE HOLIDAY-FILE
           END-IF.
           MOVE SPACES TO CHECK-TEXT.
           MOVE HOLIDAY-NEW-COUNT TO EDIT-COUNT.
           IF HOLIDAY-NEW-COUNT > ZERO
               MOVE "DONE" TO CL-MARK
               STRING "HOLIDAY CALENDAR FOR " DELIMITED BY SIZE
                      NEW-YEAR DELIMITED BY SIZE
                      " GENERATED - " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-COUNT) DELIMITED BY SIZE
                      " DATE(S) IN " DELIMITED BY SIZE
                      FUNCTION TRIM (HOLIDAY-FILE-NAME)
                          DELIMITED BY SIZE
                      INTO CHECK-TEXT
               PERFORM 800-WRITE-CHECK-LINE
               IF UNATTENDED-RUN
                   MOVE "PERSON" TO CL-MARK
                   ADD 1 TO PERSON-COUNT
                   MOVE SPACES TO CHECK-TEXT
                   STRING "KEY ANY SHOP CLOSURE DAYS FOR "
                              DELIMITED BY SIZE
                          NEW-YEAR DELIMITED BY SIZE
                          " THROUGH HOLIDAY-GEN (NONE KEYED ON AN"
                              DELIMITED BY SIZE
                          " UNATTENDED RUN)" DELIMITED BY SIZE
                          INTO CHECK-TEXT
                   PERFORM 800-WRITE-CHECK-LINE
               END-IF
           ELSE
               MOVE "PERSON" TO CL-MARK
               ADD 1 TO PERSON-COUNT
               STRING "NO " DELIMITED BY SIZE
                      NEW-YEAR DELIMITED BY SIZE
                      " DATES IN " DELIMITED BY SIZE
                      FUNCTION TRIM (HOLIDAY-FILE-NAME)
                          DELIMITED BY SIZE
                      " - RUN HOLIDAY-GEN FOR " DELIMITED BY SIZE
                      NEW-YEAR DELIMITED BY SIZE
                      INTO CHECK-TEXT
               PERFORM 800-WRITE-CHECK-LINE
           END-IF.

       210-READ-HOLIDAY-RCD.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       220-COUNT-ONE-HOLIDAY.
           IF HR-DATE IS NUMERIC
               IF HR-DATE (1:4) = NEW-YEAR
                   ADD 1 TO HOLIDAY-NEW-COUNT
               END-IF
           END-IF.
           PERFORM 210-READ-HOLIDAY-RCD.

      *----COPY THE TWELVE MONTHLY ARCHIVES OF ONE LOG, IN MONTH
      *----ORDER, INTO ITS ANNUAL FILE. A RERUN REWRITES THE ANNUAL
      *----FILE FROM THE SAME MONTHLY ARCHIVES. A MONTH NOT ON DISK
      *----IS LEFT OUT AND CALLED OUT FOR A PERSON TO ACCOUNT FOR--
       300-CONSOLIDATE-ONE-LOG.
           MOVE LT-BASE-NAME (LOG-KIND) TO LOG-BASE-NAME.
           MOVE SPACES TO ANNUAL-LOG-NAME.
           STRING FUNCTION TRIM (LOG-BASE-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  CLOSE-YEAR DELIMITED BY SIZE
                  INTO ANNUAL-LOG-NAME.
           OPEN OUTPUT ANNUAL-LOG.
           PERFORM 320-COPY-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           CLOSE ANNUAL-LOG.
           ADD LT-LINES (LOG-KIND) TO TOTAL-CONSOLIDATED.
           MOVE SPACES TO CHECK-TEXT.
           MOVE "DONE" TO CL-MARK.
           MOVE LT-LINES (LOG-KIND) TO EDIT-COUNT.
           STRING FUNCTION TRIM (ANNUAL-LOG-NAME) DELIMITED BY SIZE
                  " WRITTEN - " DELIMITED BY SIZE
                  LT-MONTHS-FOUND (LOG-KIND) DELIMITED BY SIZE
                  " MONTH(S), " DELIMITED BY SIZE
                  FUNCTION TRIM (EDIT-COUNT) DELIMITED BY SIZE
                  " LINE(S)" DELIMITED BY SIZE
                  INTO CHECK-TEXT.
           PERFORM 800-WRITE-CHECK-LINE.
           PERFORM 330-CALL-OUT-MISSING-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.

       310-BUILD-ARCHIVE-NAME.
           MOVE SPACES TO SOURCE-LOG-NAME.
           STRING FUNCTION TRIM (LOG-BASE-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  ARCHIVE-MONTH DELIMITED BY SIZE
                  INTO SOURCE-LOG-NAME.

       320-COPY-ONE-MONTH.
           MOVE CLOSE-YEAR TO ARCHIVE-YEAR.
           MOVE MONTH-SUB TO ARCHIVE-MM.
           PERFORM 310-BUILD-ARCHIVE-NAME.
           MOVE "N" TO MT-FOUND-SW (LOG-KIND, MONTH-SUB).
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT SOURCE-LOG.
           IF SOURCE-LOG-STATUS NOT = "35"
               MOVE "Y" TO MT-FOUND-SW (LOG-KIND, MONTH-SUB)
               ADD 1 TO LT-MONTHS-FOUND (LOG-KIND)
               PERFORM 321-READ-SOURCE-RCD
               PERFORM 322-COPY-ONE-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE SOURCE-LOG
           END-IF.

       321-READ-SOURCE-RCD.
           READ SOURCE-LOG
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----THE SAME FIGURES MONTH-END-ARCHIVE TAKES FROM THE SAME
      *----COLUMNS: TAX FROM COLUMNS 18-27 OF AN AUDIT LINE, A
      *----COMPLETED RUN FROM A DAILY LOG LINE----
       322-COPY-ONE-RCD.
           WRITE ANNUAL-RECORD FROM SOURCE-RECORD.
           ADD 1 TO MT-LINES (LOG-KIND, MONTH-SUB).
           ADD 1 TO LT-LINES (LOG-KIND).
           EVALUATE TRUE
               WHEN SALESTAX-LOG-KIND
                   COMPUTE TAX-WORK =
                       FUNCTION NUMVAL (SOURCE-RECORD (18:10))
                   ADD TAX-WORK TO MT-TAX (LOG-KIND, MONTH-SUB)
                   ADD TAX-WORK TO LT-TAX (LOG-KIND)
               WHEN DAILYLOG-LOG-KIND
                   IF SOURCE-RECORD (15:9) = "COMPLETED"
                       ADD 1 TO MT-RUNS (LOG-KIND, MONTH-SUB)
                       ADD 1 TO LT-RUNS (LOG-KIND)
                       PERFORM 323-COUNT-ONE-RUN
                   END-IF
           END-EVALUATE.
           PERFORM 321-READ-SOURCE-RCD.

       323-COUNT-ONE-RUN.
           SET RC-IX TO 1.
           SEARCH RUN-COUNT-ENTRY
               AT END
                   IF RUN-PROGRAM-COUNT < 60
                       ADD 1 TO RUN-PROGRAM-COUNT
                       MOVE SOURCE-RECORD (1:12)
                           TO RC-PROGRAM (RUN-PROGRAM-COUNT)
                       MOVE 1 TO RC-RUNS (RUN-PROGRAM-COUNT)
                   END-IF
               WHEN RC-PROGRAM (RC-IX) = SOURCE-RECORD (1:12)
                   ADD 1 TO RC-RUNS (RC-IX)
           END-SEARCH.

       330-CALL-OUT-MISSING-MONTH.
           IF MT-FOUND-SW (LOG-KIND, MONTH-SUB) = "N"
               MOVE CLOSE-YEAR TO ARCHIVE-YEAR
               MOVE MONTH-SUB TO ARCHIVE-MM
               PERFORM 310-BUILD-ARCHIVE-NAME
               MOVE "PERSON" TO CL-MARK
               ADD 1 TO PERSON-COUNT
               MOVE SPACES TO CHECK-TEXT
               STRING FUNCTION TRIM (SOURCE-LOG-NAME)
                          DELIMITED BY SIZE
                      " NOT FOUND - THAT MONTH IS NOT IN THE"
                          DELIMITED BY SIZE
                      " ANNUAL FILE" DELIMITED BY SIZE
                      INTO CHECK-TEXT
               PERFORM 800-WRITE-CHECK-LINE
           END-IF.

      *----SALES-TAX'S RECEIPT NUMBERS RUN ON FOREVER UNLESS
      *----SOMEBODY RESTARTS THEM. THAT IS A PERSON'S CALL, ASKED
      *----HERE WITH THE DEFAULT TO LEAVE IT RUNNING - A RESTART
      *----MEANS LAST YEAR'S NUMBERS COME ROUND AGAIN----
       400-RECEIPT-SEQUENCE.
           MOVE "N" TO SEQ-FOUND-SW.
           MOVE 1 TO NEXT-RECEIPT.
           OPEN INPUT SEQFILE.
           IF SEQFILE-STATUS = "00"
               READ SEQFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SQ-NEXT-RECEIPT IS NUMERIC
                           MOVE "Y" TO SEQ-FOUND-SW
                           MOVE SQ-NEXT-RECEIPT TO NEXT-RECEIPT
                       END-IF
               END-READ
               CLOSE SEQFILE
           END-IF.
           COMPUTE RECEIPTS-LEFT = 999999 - NEXT-RECEIPT.
           MOVE "N" TO RESTART-SWITCH.
           IF SEQ-FILE-FOUND AND NOT UNATTENDED-RUN
               DISPLAY "NEXT RECEIPT NUMBER IS " NEXT-RECEIPT
                   " (" RECEIPTS-LEFT " LEFT)"
               DISPLAY "RESTART RECEIPT NUMBERS AT 000001 FOR "
                   NEW-YEAR " (Y/N)? "
               ACCEPT RESTART-SWITCH
           END-IF.
           MOVE SPACES TO CHECK-TEXT.
           MOVE NEXT-RECEIPT TO EDIT-RECEIPT.
           MOVE RECEIPTS-LEFT TO EDIT-COUNT.
           IF NOT SEQ-FILE-FOUND
               MOVE "NOTE" TO CL-MARK
               STRING FUNCTION TRIM (SEQFILE-NAME) DELIMITED BY SIZE
                      " NOT FOUND - RECEIPT NUMBERS WILL START AT"
                          DELIMITED BY SIZE
                      " 000001" DELIMITED BY SIZE
                      INTO CHECK-TEXT
           ELSE IF RESTART-SWITCH = "Y" OR "y"
               MOVE 1 TO SQ-NEXT-RECEIPT
               OPEN OUTPUT SEQFILE
               WRITE SEQ-RECORD
               CLOSE SEQFILE
               MOVE "DONE" TO CL-MARK
               STRING "RECEIPT NUMBERS RESTARTED AT 000001 (WERE AT "
                          DELIMITED BY SIZE
                      EDIT-RECEIPT DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO CHECK-TEXT
           ELSE IF UNATTENDED-RUN
               MOVE "PERSON" TO CL-MARK
               ADD 1 TO PERSON-COUNT
               STRING "DECIDE WHETHER RECEIPT NUMBERS RESTART"
                          DELIMITED BY SIZE
                      " - NEXT IS " DELIMITED BY SIZE
                      EDIT-RECEIPT DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-COUNT) DELIMITED BY SIZE
                      " LEFT" DELIMITED BY SIZE
                      INTO CHECK-TEXT
           ELSE
               MOVE "DONE" TO CL-MARK
               STRING "RECEIPT NUMBERS KEEP RUNNING - NEXT IS "
                          DELIMITED BY SIZE
                      EDIT-RECEIPT DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-COUNT) DELIMITED BY SIZE
                      " LEFT" DELIMITED BY SIZE
                      INTO CHECK-TEXT
           END-IF.
           PERFORM 800-WRITE-CHECK-LINE.

      *----THE YEAR-TO-DATE FILE CARRIES ONE RECORD PER EMPLOYEE PER
      *----YEAR, SO THE NEW YEAR STARTS ITS OWN RECORDS ON ITS FIRST
      *----CERTIFIED PAYROLL - THERE IS NOTHING TO ZERO. THE CLOSING
      *----YEAR'S TOTALS GO ON THE CHECKLIST AS ITS FINAL FIGURES--
       500-YEAR-TO-DATE.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT YTDFILE.
           IF YTDFILE-STATUS = "35"
               MOVE "NOTE" TO CL-MARK
               MOVE SPACES TO CHECK-TEXT
               STRING FUNCTION TRIM (YTDFILE-NAME) DELIMITED BY SIZE
                      " NOT FOUND - NO CERTIFIED PAYROLL ON FILE"
                          DELIMITED BY SIZE
                      INTO CHECK-TEXT
               PERFORM 800-WRITE-CHECK-LINE
           ELSE
               PERFORM 510-READ-YTD-RCD
               PERFORM 520-ADD-ONE-YTD-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE YTDFILE
               MOVE "DONE" TO CL-MARK
               MOVE SPACES TO CHECK-TEXT
               MOVE YTD-CLOSE-COUNT TO EDIT-COUNT
               STRING "YEAR-TO-DATE " DELIMITED BY SIZE
                      CLOSE-YEAR DELIMITED BY SIZE
                      " CLOSES WITH " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-COUNT) DELIMITED BY SIZE
                      " EMPLOYEE(S) - KEPT BY YEAR, NOTHING TO RESET"
                          DELIMITED BY SIZE
                      INTO CHECK-TEXT
               PERFORM 800-WRITE-CHECK-LINE
               MOVE SPACES TO CL-MARK
               MOVE SPACES TO CHECK-TEXT
               MOVE YTD-CLOSE-GROSS TO EDIT-GROSS
               MOVE YTD-CLOSE-TAX TO EDIT-TAX
               MOVE YTD-CLOSE-NET TO EDIT-NET
               STRING "  GROSS " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-GROSS) DELIMITED BY SIZE
                      "  TAX " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-TAX) DELIMITED BY SIZE
                      "  NET " DELIMITED BY SIZE
                      FUNCTION TRIM (EDIT-NET) DELIMITED BY SIZE
                      INTO CHECK-TEXT
               PERFORM 800-WRITE-CHECK-LINE
               IF YTD-NEW-COUNT > ZERO
                   MOVE "NOTE" TO CL-MARK
                   MOVE SPACES TO CHECK-TEXT
                   MOVE YTD-NEW-COUNT TO EDIT-COUNT
                   STRING NEW-YEAR DELIMITED BY SIZE
                          " ALREADY HAS " DELIMITED BY SIZE
                          FUNCTION TRIM (EDIT-COUNT)
                              DELIMITED BY SIZE
                          " YEAR-TO-DATE RECORD(S) FROM ITS OWN"
                              DELIMITED BY SIZE
                          " PAYROLLS" DELIMITED BY SIZE
                          INTO CHECK-TEXT
                   PERFORM 800-WRITE-CHECK-LINE
               END-IF
           END-IF.

       510-READ-YTD-RCD.
           READ YTDFILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       520-ADD-ONE-YTD-RCD.
           IF YTD-YEAR IS NUMERIC
               IF YTD-YEAR = CLOSE-YEAR
                   ADD 1 TO YTD-CLOSE-COUNT
                   IF YTD-GROSS IS NUMERIC
                       ADD YTD-GROSS TO YTD-CLOSE-GROSS
                   END-IF
                   IF YTD-TAX IS NUMERIC
                       ADD YTD-TAX TO YTD-CLOSE-TAX
                   END-IF
                   IF YTD-NET IS NUMERIC
                       ADD YTD-NET TO YTD-CLOSE-NET
                   END-IF
               END-IF
               IF YTD-YEAR = NEW-YEAR
                   ADD 1 TO YTD-NEW-COUNT
               END-IF
           END-IF.
           PERFORM 510-READ-YTD-RCD.

      *----THE YEARLY SUMMARY: EACH LOG MONTH BY MONTH, THEN THE
      *----YEAR'S COMPLETED RUNS BY PROGRAM----
       600-WRITE-SUMMARIES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM DASH-LINE.
           PERFORM 620-WRITE-ONE-LOG-SUMMARY
               VARYING LOG-KIND FROM 1 BY 1
               UNTIL LOG-KIND > 2.
           MOVE SPACES TO SHL-TEXT.
           STRING "COMPLETED RUNS IN " DELIMITED BY SIZE
                  CLOSE-YEAR DELIMITED BY SIZE
                  " BY PROGRAM" DELIMITED BY SIZE
                  INTO SHL-TEXT.
           WRITE REPORT-LINE FROM SUMMARY-HEADING-LINE.
           PERFORM 640-WRITE-ONE-RUN-COUNT
               VARYING RC-IX FROM 1 BY 1
               UNTIL RC-IX > RUN-PROGRAM-COUNT.
           WRITE REPORT-LINE FROM DASH-LINE.

       620-WRITE-ONE-LOG-SUMMARY.
           MOVE LT-BASE-NAME (LOG-KIND) TO LOG-BASE-NAME.
           MOVE SPACES TO SHL-TEXT.
           STRING FUNCTION TRIM (LOG-BASE-NAME) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CLOSE-YEAR DELIMITED BY SIZE
                  " BY MONTH" DELIMITED BY SIZE
                  INTO SHL-TEXT.
           WRITE REPORT-LINE FROM SUMMARY-HEADING-LINE.
           PERFORM 630-WRITE-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
           MOVE SPACES TO MNL-NAME.
           STRING "YEAR " DELIMITED BY SIZE
                  CLOSE-YEAR DELIMITED BY SIZE
                  INTO MNL-NAME.
           MOVE LT-LINES (LOG-KIND) TO MNL-LINES.
           IF SALESTAX-LOG-KIND
               MOVE "TAX COLLECTED" TO MNL-LABEL
               MOVE LT-TAX (LOG-KIND) TO EDIT-SIGNED
               MOVE EDIT-SIGNED TO MNL-VALUE
           ELSE
               MOVE "RUNS COMPLETED" TO MNL-LABEL
               MOVE LT-RUNS (LOG-KIND) TO EDIT-RUNS
               MOVE EDIT-RUNS TO MNL-VALUE
           END-IF.
           WRITE REPORT-LINE FROM MONTH-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       630-WRITE-ONE-MONTH.
           MOVE CLOSE-YEAR TO ARCHIVE-YEAR.
           MOVE MONTH-SUB TO ARCHIVE-MM.
           PERFORM 310-BUILD-ARCHIVE-NAME.
           MOVE SOURCE-LOG-NAME TO MNL-NAME.
           MOVE MT-LINES (LOG-KIND, MONTH-SUB) TO MNL-LINES.
           IF MT-FOUND-SW (LOG-KIND, MONTH-SUB) = "N"
               MOVE "NOT FOUND" TO MNL-LABEL
               MOVE SPACES TO MNL-VALUE
           ELSE IF SALESTAX-LOG-KIND
               MOVE "TAX COLLECTED" TO MNL-LABEL
               MOVE MT-TAX (LOG-KIND, MONTH-SUB) TO EDIT-SIGNED
               MOVE EDIT-SIGNED TO MNL-VALUE
           ELSE
               MOVE "RUNS COMPLETED" TO MNL-LABEL
               MOVE MT-RUNS (LOG-KIND, MONTH-SUB) TO EDIT-RUNS
               MOVE EDIT-RUNS TO MNL-VALUE
           END-IF.
           WRITE REPORT-LINE FROM MONTH-LINE.

       640-WRITE-ONE-RUN-COUNT.
           MOVE RC-PROGRAM (RC-IX) TO RSL-PROGRAM.
           MOVE RC-RUNS (RC-IX) TO RSL-RUNS.
           WRITE REPORT-LINE FROM RUN-SUMMARY-LINE.

      *----ONE CHECKLIST LINE: THE CALLER SETS CL-MARK AND
      *----CHECK-TEXT----
       800-WRITE-CHECK-LINE.
           MOVE CHECK-TEXT TO CL-TEXT.
           WRITE REPORT-LINE FROM CHECK-LINE.

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

       end program YEAR-END-CLOSE.
