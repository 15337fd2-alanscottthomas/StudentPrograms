       identification division.
       program-id. OPERATOR-ACTIVITY.
       author. Alan Thomas.
       date-compiled.
      *function: Who did what, in one place. For a date range (keyed
      *as dates or as a fiscal period, or the 30 days ending today on
      *an unattended run) this merges the DAILY.LOG STARTED lines -
      *from the live log and from the monthly archives
      *MONTH-END-ARCHIVE rolls it into (DAILY.LOG.YYYYMM) - with
      *the master changes recorded in the maintenance logs
      *(P00MAINT.LOG from OPERATOR-MAINT,
      *P01MAINT.LOG, P05MAINT.LOG, P08MAINT.LOG, P09MAINT.LOG), and
      *lists by operator every run started and every change made,
      *in date and time order, with a count of each. Lines with no
      *operator (runs from before the sign-on, or standalone runs)
      *are listed together under (NONE). The last section names
      *every active operator on the master who has not signed on in
      *OPER_INACTIVE_DAYS days (90 when unset) - taking the later of
      *the last sign-on the menu stamps, the date the operator was
      *added, and the operator's latest line in the range - as a
      *candidate for OPERATOR-MAINT to disable.
      *input files DAILY.LOG, DAILY.LOG.YYYYMM, P00MAINT.LOG,
      *  P01MAINT.LOG, P05MAINT.LOG, P08MAINT.LOG, P09MAINT.LOG,
      *  OPERMAST.DAT, P07FISC.DAT
      *output files P00OPACT.RPT
      *printer ouput None
      *
      *MODS:
      *05/27/2016 - AT - first version.
      *06/01/2016 - AT - the range prompt now offers F)iscal period
      *  as DRAWER-TREND's does: a fiscal year and period (0 for the
      *  whole year) is looked up on FISCAL-GEN's P07FISC.DAT (key
      *  FISCAL_CALENDAR_FILE) and becomes the from/thru dates.

       environment division.
           input-output section.
               file-control.
               SELECT ACTIVITY-LOG ASSIGN TO DYNAMIC ACTIVITY-LOG-NAME
               organization is line sequential
               file status is ACTIVITY-LOG-STATUS.

               SELECT OPERFILE ASSIGN TO DYNAMIC OPERFILE-NAME
               organization is line sequential
               file status is OPERFILE-STATUS.

               SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               organization is line sequential.

               SELECT SORT-FILE ASSIGN TO "P00OPSRT.TMP".

               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.

               SELECT DAILY-LOG-FILE ASSIGN TO DYNAMIC
                  DAILY-LOG-FILE-NAME
               organization is line sequential
               file status is DAILY-LOG-STATUS.

               SELECT FISCAL-FILE ASSIGN TO DYNAMIC FISCAL-FILE-NAME
               organization is line sequential
               file status is FISCAL-FILE-STATUS.

       data division.
           file section.
      *----ONE LOG LINE - A DAILY.LOG LINE OR A MAINTENANCE LOG LINE,
      *----READ THROUGH WHICHEVER VIEW FITS (BOTH ARE 80 BYTES)----
           FD ACTIVITY-LOG.
           01 ACTIVITY-LOG-RECORD         PIC X(80).
           01 DAILY-LOG-IN.
               05 DLI-PROGRAM             PIC X(12).
               05 FILLER                  PIC X(2).
               05 DLI-EVENT               PIC X(9).
               05 FILLER                  PIC X(2).
               05 DLI-RUN-DATE            PIC X(8).
               05 FILLER                  PIC X(2).
               05 DLI-RUN-TIME            PIC X(6).
               05 FILLER                  PIC X(2).
               05 DLI-RECORD-COUNT        PIC X(7).
               05 FILLER                  PIC X(2).
               05 DLI-STATUS              PIC X(8).
               05 FILLER                  PIC X(2).
               05 DLI-OPERATOR            PIC X(3).
               05 FILLER                  PIC X(15).
           01 MAINT-LOG-IN.
               05 MLI-DATE                PIC X(8).
               05 FILLER                  PIC X(2).
               05 MLI-TIME                PIC X(6).
               05 FILLER                  PIC X(2).
               05 MLI-OPERATOR            PIC X(3).
               05 FILLER                  PIC X(2).
               05 MLI-ACTION              PIC X(9).
               05 FILLER                  PIC X(2).
               05 MLI-WHAT                PIC X(46).

      *----THE OPERATOR MASTER, AS THE MENU AND OPERATOR-MAINT
      *----KEEP IT----
           FD OPERFILE.
           01 OPERFILE-PICS.
               05 OPF-ID                  PIC X(3).
               05 OPF-NAME                PIC X(20).
               05 OPF-LEVEL               PIC 9.
               05 OPF-STATUS              PIC X.
               05 OPF-LAST-SIGNON         PIC X(8).
               05 OPF-ADDED-DATE          PIC X(8).

           FD REPORT-FILE.
           01 REPORT-LINE                 PIC X(100).

      *----SORT WORK FILE - OPERATOR, THEN DATE AND TIME----
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SR-OPERATOR             PIC X(3).
               05 SR-DATE                 PIC 9(8).
               05 SR-TIME                 PIC X(6).
               05 SR-SOURCE               PIC X(8).
               05 SR-KIND                 PIC X.
                   88 SR-RUN-STARTED          VALUE "R".
               05 SR-ACTION               PIC X(9).
               05 SR-WHAT                 PIC X(46).

           FD PARM-FILE.
           01 PARM-RECORD                 PIC X(120).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD            PIC X(80).

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
       01  ACTIVITY-LOG-NAME   PIC X(80)       VALUE SPACES.
       01  ACTIVITY-LOG-STATUS PIC X(2)        VALUE SPACES.
       01  OPERFILE-NAME       PIC X(80)       VALUE "OPERMAST.DAT".
       01  OPERFILE-STATUS     PIC X(2)        VALUE SPACES.
       01  REPORT-FILE-NAME    PIC X(80)       VALUE "P00OPACT.RPT".
       01  EOF-SWITCH          PIC X           VALUE "N".
       01  SORT-EOF-SWITCH     PIC X           VALUE "N".

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

      *----THE RANGE AND THE MONTHS IT COVERS----
       01  RANGE-FIELDS.
           05 RUN-DATE          PIC 9(8)  VALUE ZERO.
           05 RANGE-FROM        PIC 9(8)  VALUE ZERO.
           05 RANGE-THRU        PIC 9(8)  VALUE ZERO.
           05 KEYED-DATE        PIC 9(8)  VALUE ZERO.
           05 LINE-DATE         PIC 9(8)  VALUE ZERO.
           05 ARCHIVE-MONTH     PIC 9(6)  VALUE ZERO.
           05 ARCHIVE-MONTH-X REDEFINES ARCHIVE-MONTH.
              10 ARCHIVE-YEAR    PIC 9(4).
              10 ARCHIVE-MM      PIC 9(2).
           05 LAST-MONTH        PIC 9(6)  VALUE ZERO.
       01  RANGE-ERROR-SWITCH  PIC X           VALUE "N".
           88 RANGE-ERROR-FOUND                VALUE "Y".

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

      *----HOW LONG WITHOUT A SIGN-ON BEFORE AN OPERATOR IS FLAGGED--
       01  INACTIVE-DAYS       PIC 9(3)        VALUE 90.
       01  DAYS-SINCE          PIC S9(7)       VALUE ZERO.

      *----THE OPERATOR MASTER, WITH THE LATEST DATE EACH OPERATOR
      *----WAS SEEN ON ANY OF THE LOGS IN THE RANGE----
       01  OPERATOR-COUNT      PIC 9(2)        VALUE ZERO.
       01  OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON OPERATOR-COUNT
                  INDEXED BY OP-IX.
              10 OP-ID          PIC X(3).
              10 OP-NAME        PIC X(20).
              10 OP-LEVEL       PIC 9.
              10 OP-STATUS      PIC X.
                  88 OP-DISABLED    VALUE "D".
              10 OP-LAST-SIGNON PIC X(8).
              10 OP-ADDED-DATE  PIC X(8).
              10 OP-LAST-SEEN   PIC 9(8).
       01  OPERATOR-FOUND-SW   PIC X           VALUE "N".
           88 OPERATOR-FOUND                   VALUE "Y".

      *----COUNTS----
       01  COUNT-FIELDS.
           05 RELEASED-COUNT    PIC 9(7)  VALUE ZERO.
           05 ARCHIVES-READ     PIC 9(3)  VALUE ZERO.
           05 LOGS-READ         PIC 9(3)  VALUE ZERO.
           05 OPER-RUN-COUNT    PIC 9(5)  VALUE ZERO.
           05 OPER-CHANGE-COUNT PIC 9(5)  VALUE ZERO.
           05 OPERATOR-SEEN     PIC 9(3)  VALUE ZERO.
           05 FLAGGED-COUNT     PIC 9(3)  VALUE ZERO.
       01  PREV-OPERATOR       PIC X(3)        VALUE SPACES.
       01  FIRST-RECORD-SW     PIC X           VALUE "Y".

       01  HEADING-LINE-1.
           05 FILLER  PIC X(35) VALUE
               "OPERATOR ACTIVITY - RUNS AND MASTER".
           05 FILLER  PIC X(15) VALUE " CHANGES, FROM ".
           05 HL1-FROM  PIC 9(8).
           05 FILLER  PIC X(6)  VALUE " THRU ".
           05 HL1-THRU  PIC 9(8).
           05 FILLER  PIC X(7)  VALUE "  RUN: ".
           05 HL1-RUN-DATE PIC 9(8).

       01  DASH-LINE.
           05 FILLER  PIC X(100) VALUE ALL "-".

       01  OPERATOR-HEADING-LINE.
           05 FILLER  PIC X(9)  VALUE "OPERATOR ".
           05 OHL-ID    PIC X(7).
           05 OHL-NAME  PIC X(21).
           05 OHL-DESC  PIC X(40).

       01  ACTIVITY-DETAIL-LINE.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 ADL-DATE  PIC 9(8).
           05 FILLER  PIC X(1)  VALUE SPACES.
           05 ADL-TIME  PIC X(6).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 ADL-SOURCE PIC X(8).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 ADL-ACTION PIC X(9).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 ADL-WHAT  PIC X(46).

       01  OPERATOR-TOTAL-LINE.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 OTL-RUNS  PIC ZZZZ9.
           05 FILLER  PIC X(17) VALUE " RUN(S) STARTED, ".
           05 OTL-CHANGES PIC ZZZZ9.
           05 FILLER  PIC X(18) VALUE " MASTER CHANGE(S)".

       01  INACTIVE-HEADING-LINE.
           05 FILLER  PIC X(44) VALUE
               "ACTIVE OPERATORS WITH NO SIGN-ON IN THE LAST".
           05 IHL-DAYS  PIC ZZ9.
           05 FILLER  PIC X(30) VALUE
               " DAYS - CANDIDATES TO DISABLE".

       01  INACTIVE-DETAIL-LINE.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 IDL-ID    PIC X(3).
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 IDL-NAME  PIC X(20).
           05 FILLER  PIC X(7)  VALUE " LEVEL ".
           05 IDL-LEVEL PIC 9.
           05 FILLER  PIC X(12) VALUE "  LAST SEEN ".
           05 IDL-LAST-SEEN PIC X(8).
           05 IDL-DAYS-TEXT PIC X(20).

       01  DAYS-TEXT.
           05 FILLER  PIC X(2)  VALUE SPACES.
           05 DT-DAYS   PIC ZZZZZ9.
           05 FILLER  PIC X(9)  VALUE " DAYS AGO".

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
           05 DLL-PROGRAM        PIC X(12)  VALUE "OPER-ACTVTY".
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

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE: AN UNATTENDED RUN
      *----TAKES THE LAST 30 DAYS WITHOUT ASKING----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

      *----THE SIGNED-ON OPERATOR HANDED DOWN BY THE MENU DRIVER
      *----(EXTERNAL; BLANK ON A STANDALONE RUN)----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.


       procedure division.

       000-MAIN.
           MOVE "N" TO RANGE-ERROR-SWITCH.
           INITIALIZE COUNT-FIELDS.
           MOVE 90 TO INACTIVE-DAYS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  OPERATOR ACTIVITY REPORT".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           PERFORM 010-GET-RANGE.
           IF RANGE-ERROR-FOUND
               DISPLAY "*RUN STOPPED - " RANGE-FROM " THRU "
                   RANGE-THRU " IS NOT A DATE RANGE*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "BADPARM" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "BADPARM" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 020-LOAD-OPERATORS.
           OPEN OUTPUT REPORT-FILE.
           MOVE RANGE-FROM TO HL1-FROM.
           MOVE RANGE-THRU TO HL1-THRU.
           MOVE RUN-DATE TO HL1-RUN-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM DASH-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY SR-OPERATOR
                                SR-DATE
                                SR-TIME
               INPUT PROCEDURE IS 100-RELEASE-ACTIVITY
               OUTPUT PROCEDURE IS 500-PRINT-ACTIVITY.
           PERFORM 600-PRINT-INACTIVE.
           CLOSE REPORT-FILE.
           DISPLAY RELEASED-COUNT " LOG LINE(S) FROM " LOGS-READ
               " LOG(S), " OPERATOR-SEEN " OPERATOR(S)".
           DISPLAY FLAGGED-COUNT " OPERATOR(S) FLAGGED FOR DISABLING"
               " - SEE " FUNCTION TRIM (REPORT-FILE-NAME).
           MOVE RELEASED-COUNT TO DLL-RECORD-COUNT.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE FLAGGED-COUNT TO RSA-EXCEPTION-COUNT.
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
               WHEN "OPER_ACTIVITY_FILE"
                   MOVE PARM-VALUE TO REPORT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "OPER_INACTIVE_DAYS"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE INACTIVE-DAYS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
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
           PERFORM 006-READ-PARM-RCD.

      *----THE RANGE: KEYED AS DATES (0 TAKES THE DEFAULT SHOWN) OR
      *----AS A FISCAL YEAR AND PERIOD LOOKED UP ON THE FISCAL
      *----CALENDAR, OR ON AN UNATTENDED RUN THE 30 DAYS ENDING
      *----TODAY----
       010-GET-RANGE.
           MOVE RUN-DATE TO RANGE-THRU.
           COMPUTE RANGE-FROM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (RUN-DATE) - 29).
           IF NOT UNATTENDED-RUN
               MOVE "D" TO RANGE-MODE
               DISPLAY "RANGE BY D)ATES OR F)ISCAL PERIOD? "
               ACCEPT RANGE-MODE
               IF FISCAL-RANGE
                   PERFORM 011-GET-FISCAL-PERIOD
               ELSE
                   MOVE ZERO TO KEYED-DATE
                   DISPLAY "FROM DATE (YYYYMMDD, 0 FOR " RANGE-FROM
                       "): "
                   ACCEPT KEYED-DATE
                   IF KEYED-DATE NOT = ZERO
                       MOVE KEYED-DATE TO RANGE-FROM
                   END-IF
                   MOVE ZERO TO KEYED-DATE
                   DISPLAY "THRU DATE (YYYYMMDD, 0 FOR " RANGE-THRU
                       "): "
                   ACCEPT KEYED-DATE
                   IF KEYED-DATE NOT = ZERO
                       MOVE KEYED-DATE TO RANGE-THRU
                   END-IF
               END-IF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (RANGE-FROM) NOT = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD (RANGE-THRU) NOT = 0
                  OR RANGE-FROM > RANGE-THRU
               MOVE "Y" TO RANGE-ERROR-SWITCH
           END-IF.

      *----A FISCAL YEAR AND PERIOD (0 FOR THE WHOLE YEAR) TURNED
      *----INTO ITS FIRST AND LAST DAY. A PERIOD NOT ON THE FISCAL
      *----CALENDAR FALLS BACK TO THE 30 DAYS ENDING TODAY, AS 0
      *----DOES----
       011-GET-FISCAL-PERIOD.
           MOVE ZERO TO WANT-FISCAL-YEAR.
           MOVE ZERO TO WANT-PERIOD.
           DISPLAY "FISCAL YEAR (YYYY, THE YEAR IT ENDS IN): ".
           ACCEPT WANT-FISCAL-YEAR.
           DISPLAY "FISCAL PERIOD (1-12, 0 FOR THE WHOLE YEAR): ".
           ACCEPT WANT-PERIOD.
           MOVE ZERO TO RANGE-FROM.
           MOVE ZERO TO RANGE-THRU.
           MOVE "N" TO FISCAL-FOUND-SW.
           MOVE "N" TO FISCAL-EOF-SW.
           OPEN INPUT FISCAL-FILE.
           IF FISCAL-FILE-STATUS = "35"
               DISPLAY "*NO FISCAL CALENDAR FILE - RUN FISCAL-GEN*"
           ELSE
               PERFORM 012-READ-FISCAL-RCD
               PERFORM 013-CHECK-FISCAL-RCD
                   UNTIL FISCAL-EOF-SW = "Y"
               CLOSE FISCAL-FILE
           END-IF.
           IF FISCAL-PERIOD-FOUND
               DISPLAY "FISCAL " WANT-FISCAL-YEAR " PERIOD "
                   WANT-PERIOD " RUNS " RANGE-FROM " THRU " RANGE-THRU
           ELSE
               DISPLAY "*FISCAL PERIOD NOT ON THE CALENDAR - LAST 30"
                   " DAYS USED*"
               MOVE RUN-DATE TO RANGE-THRU
               COMPUTE RANGE-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RUN-DATE) - 29)
           END-IF.

       012-READ-FISCAL-RCD.
           READ FISCAL-FILE
               AT END
                   MOVE "Y" TO FISCAL-EOF-SW
           END-READ.

      *----A WHOLE-YEAR REQUEST TAKES THE EARLIEST START AND THE
      *----LATEST END OF THAT YEAR'S PERIODS----
       013-CHECK-FISCAL-RCD.
           IF FR-FISCAL-YEAR IS NUMERIC AND FR-PERIOD IS NUMERIC
                  AND FR-START-DATE IS NUMERIC
                  AND FR-END-DATE IS NUMERIC
               IF FR-FISCAL-YEAR = WANT-FISCAL-YEAR
                      AND (WANT-PERIOD = ZERO
                           OR FR-PERIOD = WANT-PERIOD)
                   IF NOT FISCAL-PERIOD-FOUND
                          OR FR-START-DATE < RANGE-FROM
                       MOVE FR-START-DATE TO RANGE-FROM
                   END-IF
                   IF FR-END-DATE > RANGE-THRU
                       MOVE FR-END-DATE TO RANGE-THRU
                   END-IF
                   MOVE "Y" TO FISCAL-FOUND-SW
               END-IF
           END-IF.
           PERFORM 012-READ-FISCAL-RCD.

      *----SAME FILE AND OVERRIDE AS THE MENU'S SIGN-ON. NO MASTER
      *----JUST MEANS NO NAMES AND NOBODY TO FLAG----
       020-LOAD-OPERATORS.
           MOVE ZERO TO OPERATOR-COUNT.
           MOVE "N" TO EOF-SWITCH.
           MOVE SPACES TO OPERFILE-NAME.
           ACCEPT OPERFILE-NAME FROM ENVIRONMENT "OPERATOR_FILE".
           IF OPERFILE-NAME = SPACES
               MOVE "OPERMAST.DAT" TO OPERFILE-NAME
           END-IF.
           OPEN INPUT OPERFILE.
           IF OPERFILE-STATUS NOT = "35"
               PERFORM 021-READ-OPERATOR-RCD
               PERFORM 022-STORE-OPERATOR-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE OPERFILE
           END-IF.

       021-READ-OPERATOR-RCD.
           READ OPERFILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       022-STORE-OPERATOR-RCD.
           IF OPERATOR-COUNT < 50
               ADD 1 TO OPERATOR-COUNT
               SET OP-IX TO OPERATOR-COUNT
               MOVE OPF-ID TO OP-ID (OP-IX)
               MOVE OPF-NAME TO OP-NAME (OP-IX)
               IF OPF-LEVEL IS NUMERIC
                   MOVE OPF-LEVEL TO OP-LEVEL (OP-IX)
               ELSE
                   MOVE 1 TO OP-LEVEL (OP-IX)
               END-IF
               MOVE OPF-STATUS TO OP-STATUS (OP-IX)
               MOVE OPF-LAST-SIGNON TO OP-LAST-SIGNON (OP-IX)
               MOVE OPF-ADDED-DATE TO OP-ADDED-DATE (OP-IX)
               MOVE ZERO TO OP-LAST-SEEN (OP-IX)
               IF OPF-LAST-SIGNON IS NUMERIC
                   MOVE OPF-LAST-SIGNON TO OP-LAST-SEEN (OP-IX)
               END-IF
               IF OPF-ADDED-DATE IS NUMERIC
                      AND OPF-ADDED-DATE > OP-LAST-SEEN (OP-IX)
                   MOVE OPF-ADDED-DATE TO OP-LAST-SEEN (OP-IX)
               END-IF
           ELSE
               DISPLAY "*OPERATOR TABLE FULL - " OPF-ID
                   " NOT LOADED*"
           END-IF.
           PERFORM 021-READ-OPERATOR-RCD.

       030-FIND-OPERATOR.
           MOVE "N" TO OPERATOR-FOUND-SW.
           IF OPERATOR-COUNT > ZERO
               SET OP-IX TO 1
               SEARCH OPERATOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN OP-ID (OP-IX) = SR-OPERATOR
                       MOVE "Y" TO OPERATOR-FOUND-SW
               END-SEARCH
           END-IF.

      *----THE DAILY LOG'S MONTHLY ARCHIVES FOR EVERY MONTH THE
      *----RANGE TOUCHES, THE LIVE DAILY LOG, THEN THE MAINTENANCE
      *----LOGS. A LOG THAT ISN'T THERE HAS NOTHING TO CONTRIBUTE--
       100-RELEASE-ACTIVITY.
           MOVE RANGE-FROM (1:6) TO ARCHIVE-MONTH.
           MOVE RANGE-THRU (1:6) TO LAST-MONTH.
           PERFORM 110-READ-ONE-ARCHIVE
               UNTIL ARCHIVE-MONTH > LAST-MONTH.
           MOVE DAILY-LOG-FILE-NAME TO ACTIVITY-LOG-NAME.
           PERFORM 120-READ-DAILY-LOG.
           PERFORM 130-READ-MAINT-LOG
               VARYING MAINT-LOG-SUB FROM 1 BY 1
               UNTIL MAINT-LOG-SUB > 5.

       110-READ-ONE-ARCHIVE.
           MOVE SPACES TO ACTIVITY-LOG-NAME.
           STRING FUNCTION TRIM (DAILY-LOG-FILE-NAME)
                      DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  ARCHIVE-MONTH DELIMITED BY SIZE
                  INTO ACTIVITY-LOG-NAME.
           PERFORM 120-READ-DAILY-LOG.
           IF ARCHIVE-MM = 12
               ADD 1 TO ARCHIVE-YEAR
               MOVE 1 TO ARCHIVE-MM
           ELSE
               ADD 1 TO ARCHIVE-MM
           END-IF.

       120-READ-DAILY-LOG.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT ACTIVITY-LOG.
           IF ACTIVITY-LOG-STATUS NOT = "35"
               ADD 1 TO LOGS-READ
               PERFORM 140-READ-LOG-LINE
               PERFORM 121-TAKE-DAILY-LINE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ACTIVITY-LOG
           END-IF.

      *----A RUN STARTED IN THE RANGE----
       121-TAKE-DAILY-LINE.
           IF DLI-EVENT = "STARTED" AND DLI-RUN-DATE IS NUMERIC
               MOVE DLI-RUN-DATE TO LINE-DATE
               IF LINE-DATE NOT < RANGE-FROM
                      AND LINE-DATE NOT > RANGE-THRU
                   MOVE DLI-OPERATOR TO SR-OPERATOR
                   MOVE LINE-DATE TO SR-DATE
                   MOVE DLI-RUN-TIME TO SR-TIME
                   MOVE "DAILY" TO SR-SOURCE
                   MOVE "R" TO SR-KIND
                   MOVE "RUN" TO SR-ACTION
                   MOVE DLI-PROGRAM TO SR-WHAT
                   PERFORM 150-RELEASE-LINE
               END-IF
           END-IF.
           PERFORM 140-READ-LOG-LINE.

       130-READ-MAINT-LOG.
           MOVE ML-FILE-NAME (MAINT-LOG-SUB) TO ACTIVITY-LOG-NAME.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT ACTIVITY-LOG.
           IF ACTIVITY-LOG-STATUS NOT = "35"
               ADD 1 TO LOGS-READ
               PERFORM 140-READ-LOG-LINE
               PERFORM 131-TAKE-MAINT-LINE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE ACTIVITY-LOG
           END-IF.

      *----A MASTER CHANGE (OR A REFUSED ATTEMPT AT ONE) IN THE
      *----RANGE - KEY AND DETAIL CARRIED AS ONE PIECE, SINCE THE
      *----KEY WIDTH DIFFERS FROM LOG TO LOG----
       131-TAKE-MAINT-LINE.
           IF MLI-DATE IS NUMERIC
               MOVE MLI-DATE TO LINE-DATE
               IF LINE-DATE NOT < RANGE-FROM
                      AND LINE-DATE NOT > RANGE-THRU
                   MOVE MLI-OPERATOR TO SR-OPERATOR
                   MOVE LINE-DATE TO SR-DATE
                   MOVE MLI-TIME TO SR-TIME
                   MOVE ML-SOURCE (MAINT-LOG-SUB) TO SR-SOURCE
                   MOVE "C" TO SR-KIND
                   MOVE MLI-ACTION TO SR-ACTION
                   MOVE MLI-WHAT TO SR-WHAT
                   PERFORM 150-RELEASE-LINE
               END-IF
           END-IF.
           PERFORM 140-READ-LOG-LINE.

       140-READ-LOG-LINE.
           READ ACTIVITY-LOG
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----EXTERNAL STORAGE CAN PUT NUL BYTES IN AN OLD LINE'S
      *----OPERATOR COLUMN - FILE THEM WITH THE BLANK ONES----
       150-RELEASE-LINE.
           IF SR-OPERATOR = LOW-VALUES
               MOVE SPACES TO SR-OPERATOR
           END-IF.
           RELEASE SORT-RECORD.
           ADD 1 TO RELEASED-COUNT.

      *----BY OPERATOR, WITH THE RUN AND CHANGE COUNT AT EACH
      *----BREAK----
       500-PRINT-ACTIVITY.
           MOVE "N" TO SORT-EOF-SWITCH.
           MOVE "Y" TO FIRST-RECORD-SW.
           PERFORM 510-RETURN-ONE.
           PERFORM 520-PRINT-ONE
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SW = "N"
               PERFORM 540-OPERATOR-BREAK
           ELSE
               MOVE "NO RUNS OR MASTER CHANGES IN THE RANGE" TO ML-TEXT
               WRITE REPORT-LINE FROM MESSAGE-LINE
           END-IF.

       510-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       520-PRINT-ONE.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               PERFORM 530-START-OPERATOR
           ELSE
               IF SR-OPERATOR NOT = PREV-OPERATOR
                   PERFORM 540-OPERATOR-BREAK
                   PERFORM 530-START-OPERATOR
               END-IF
           END-IF.
           MOVE SR-DATE TO ADL-DATE.
           MOVE SR-TIME TO ADL-TIME.
           MOVE SR-SOURCE TO ADL-SOURCE.
           MOVE SR-ACTION TO ADL-ACTION.
           MOVE SR-WHAT TO ADL-WHAT.
           WRITE REPORT-LINE FROM ACTIVITY-DETAIL-LINE.
           IF SR-RUN-STARTED
               ADD 1 TO OPER-RUN-COUNT
           ELSE
               ADD 1 TO OPER-CHANGE-COUNT
           END-IF.
           IF OPERATOR-FOUND
               IF SR-DATE > OP-LAST-SEEN (OP-IX)
                   MOVE SR-DATE TO OP-LAST-SEEN (OP-IX)
               END-IF
           END-IF.
           PERFORM 510-RETURN-ONE.

      *----THE OPERATOR'S NAME AND STANDING FROM THE MASTER. OP-IX
      *----STAYS ON THIS OPERATOR UNTIL THE NEXT BREAK----
       530-START-OPERATOR.
           MOVE SR-OPERATOR TO PREV-OPERATOR.
           MOVE ZERO TO OPER-RUN-COUNT.
           MOVE ZERO TO OPER-CHANGE-COUNT.
           ADD 1 TO OPERATOR-SEEN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO OHL-NAME.
           MOVE SPACES TO OHL-DESC.
           MOVE "N" TO OPERATOR-FOUND-SW.
           IF SR-OPERATOR = SPACES
               MOVE "(NONE)" TO OHL-ID
               MOVE "NO OPERATOR RECORDED" TO OHL-NAME
           ELSE
               MOVE SR-OPERATOR TO OHL-ID
               PERFORM 030-FIND-OPERATOR
               IF OPERATOR-FOUND
                   MOVE OP-NAME (OP-IX) TO OHL-NAME
                   IF OP-DISABLED (OP-IX)
                       STRING "LEVEL " DELIMITED BY SIZE
                              OP-LEVEL (OP-IX) DELIMITED BY SIZE
                              " - DISABLED" DELIMITED BY SIZE
                              INTO OHL-DESC
                   ELSE
                       STRING "LEVEL " DELIMITED BY SIZE
                              OP-LEVEL (OP-IX) DELIMITED BY SIZE
                              INTO OHL-DESC
                   END-IF
               ELSE
                   MOVE "*NOT ON THE OPERATOR MASTER*" TO OHL-DESC
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM OPERATOR-HEADING-LINE.

       540-OPERATOR-BREAK.
           MOVE OPER-RUN-COUNT TO OTL-RUNS.
           MOVE OPER-CHANGE-COUNT TO OTL-CHANGES.
           WRITE REPORT-LINE FROM OPERATOR-TOTAL-LINE.

      *----EVERY ACTIVE OPERATOR NOT SEEN INSIDE THE LIMIT----
       600-PRINT-INACTIVE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM DASH-LINE.
           MOVE INACTIVE-DAYS TO IHL-DAYS.
           WRITE REPORT-LINE FROM INACTIVE-HEADING-LINE.
           PERFORM 610-CHECK-ONE-OPERATOR
               VARYING OP-IX FROM 1 BY 1
               UNTIL OP-IX > OPERATOR-COUNT.
           IF FLAGGED-COUNT = ZERO
               MOVE "  NONE" TO ML-TEXT
               WRITE REPORT-LINE FROM MESSAGE-LINE
           END-IF.

       610-CHECK-ONE-OPERATOR.
           IF NOT OP-DISABLED (OP-IX)
               IF OP-LAST-SEEN (OP-IX) = ZERO
                   ADD 1 TO FLAGGED-COUNT
                   MOVE "NEVER" TO IDL-LAST-SEEN
                   MOVE SPACES TO IDL-DAYS-TEXT
                   PERFORM 620-WRITE-INACTIVE-LINE
               ELSE
                   COMPUTE DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE (RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE (OP-LAST-SEEN (OP-IX))
                   IF DAYS-SINCE > INACTIVE-DAYS
                       ADD 1 TO FLAGGED-COUNT
                       MOVE OP-LAST-SEEN (OP-IX) TO IDL-LAST-SEEN
                       MOVE DAYS-SINCE TO DT-DAYS
                       MOVE DAYS-TEXT TO IDL-DAYS-TEXT
                       PERFORM 620-WRITE-INACTIVE-LINE
                   END-IF
               END-IF
           END-IF.

       620-WRITE-INACTIVE-LINE.
           MOVE OP-ID (OP-IX) TO IDL-ID.
           MOVE OP-NAME (OP-IX) TO IDL-NAME.
           MOVE OP-LEVEL (OP-IX) TO IDL-LEVEL.
           WRITE REPORT-LINE FROM INACTIVE-DETAIL-LINE.

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

       end program OPERATOR-ACTIVITY.
