       identification division.
       program-id. EMPLOYEE-PURGE.
       author. Alan Thomas.
       date-compiled.
      *SINCE TERMINATION BECAME A DATE INSTEAD OF A DELETE, EVERYONE
      *WHO EVER LEFT IS STILL ON THE MASTER (P09D01.DAT), FILLING
      *THE 500-ENTRY TABLES IN RAISE-APPLY, EMPLOYEE-MAINT AND
      *EMPLOYEE-CHANGES AND SKIPPED BY EVERY PROGRAM THAT READS IT.
      *THIS RUN MOVES EMPLOYEES TERMINATED LONGER AGO THAN THE
      *RETENTION PERIOD (P09_PURGE_RETAIN_DAYS, DEFAULT 2555 -
      *SEVEN YEARS) TO THE TERMINATED-EMPLOYEE ARCHIVE (P09TERM.DAT),
      *WHERE EMPLOYEE-INQUIRY STILL FINDS THEM BY SSN, TAKES THEM OFF
      *THE MASTER AND REBUILDS THE KEYED COPY (P09EMP.IDX) FROM WHAT
      *IS LEFT. THEIR LEAVE BALANCE RECORDS COME OFF P09LEAVE.DAT
      *TOO, SO LEAVE-ACCRUAL'S FILE DOES NOT GROW WITHOUT END - THE
      *FINAL VACATION AND SICK HOURS ARE KEPT ON THE PURGE REGISTER.
      *THEIR SALARY HISTORY IS NOT TOUCHED. NOBODY IS PURGED WHILE
      *ANOTHER EMPLOYEE STAYING ON THE MASTER STILL NAMES THEM IN
      *EMPLOYEE-SUPERVISOR - THEY ARE KEPT AND LISTED UNTIL THE
      *REPORTING LINE IS FIXED. EVERY
      *EMPLOYEE PAST THE RETENTION PERIOD GOES ON THE PURGE REGISTER
      *(P09PURGE.RPT) WITH WHAT WAS DONE, AND THE COUNTS. AT THE
      *KEYBOARD THE PURGE IS CONFIRMED BEFORE ANYTHING IS WRITTEN
      *(DECLINED, THE REGISTER IS STILL PRINTED AS A PREVIEW); AN
      *UNATTENDED RUN PURGES.
      *input files P09D01.DAT, P09LEAVE.DAT
      *output files P09D01.DAT, P09TERM.DAT, P09EMP.IDX, P09PURGE.RPT,
      *  P09LEAVE.DAT
      *printer ouput None
      *
      *MODS:
      *05/25/2016 - AT - first version.
      *06/01/2016 - AT - a purged employee's leave balance record is
      *  taken off P09LEAVE.DAT (key P09_LEAVE_FILE) when the master
      *  is rewritten; they were kept for good and the file outgrew
      *  LEAVE-ACCRUAL's 600-entry table. The final balances print
      *  on the register. The file is copied through P09LVPRG.TMP,
      *  so one already past 600 records can still be cut back.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT FILE1 ASSIGN TO DYNAMIC FILE1-NAME
               organization is line sequential
               file status is FILE1-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.

               SELECT ARCHIVEFILE ASSIGN TO DYNAMIC ARCHIVEFILE-NAME
               organization is line sequential
               file status is ARCHIVEFILE-STATUS.

               SELECT IDXFILE ASSIGN TO DYNAMIC IDXFILE-NAME
               organization is indexed
               access mode is random
               record key is IDX-SSN
               file status is IDXFILE-STATUS.

               SELECT REGISTERFILE ASSIGN TO DYNAMIC REGISTERFILE-NAME
               organization is line sequential.

               SELECT LEAVEFILE ASSIGN TO DYNAMIC LEAVEFILE-NAME
               organization is line sequential
               file status is LEAVEFILE-STATUS.

               SELECT LEAVEWORK ASSIGN TO "P09LVPRG.TMP"
               organization is line sequential.

               SELECT DAILY-LOG-FILE ASSIGN TO DYNAMIC
                  DAILY-LOG-FILE-NAME
               organization is line sequential
               file status is DAILY-LOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FILE1.
           01 FILE1-PICS.
             05 EMPLOYEE-SSN PIC 9(9).
             05 EMPLOYEE-NAME PIC X(20).
             05 EMPLOYEE-SALARY PIC 9(6).
             05 EMPLOYEE-CAMPUS PIC 9.
             05 EMPLOYEE-DEPARTMENT PIC 99.
             05 EMPLOYEE-POSITION PIC 999.
             05 EMPLOYEE-HIRE-DATE PIC 9(8).
             05 EMPLOYEE-TERM-DATE PIC 9(8).
             05 EMPLOYEE-SUPERVISOR PIC 9(9).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

      *----THE TERMINATED-EMPLOYEE ARCHIVE: THE MASTER RECORD AS IT
      *----STOOD WHEN IT WAS PURGED, THEN THE PURGE DATE AND WHO
      *----RAN IT. APPENDED TO, NEVER REWRITTEN----
           FD ARCHIVEFILE.
           01 ARCHIVEFILE-PICS.
             05 TA-EMPLOYEE.
               10 TA-SSN          PIC 9(9).
               10 TA-NAME         PIC X(20).
               10 TA-SALARY       PIC 9(6).
               10 TA-CAMPUS       PIC 9.
               10 TA-DEPARTMENT   PIC 99.
               10 TA-POSITION     PIC 999.
               10 TA-HIRE-DATE    PIC 9(8).
               10 TA-TERM-DATE    PIC 9(8).
               10 TA-SUPERVISOR   PIC 9(9).
             05 TA-PURGE-DATE     PIC 9(8).
             05 TA-OPERATOR       PIC X(3).

           FD IDXFILE.
           01 IDX-PICS.
             05 IDX-SSN PIC 9(9).
             05 IDX-NAME PIC X(20).
             05 IDX-SALARY PIC 9(6).
             05 IDX-CAMPUS PIC 9.
             05 IDX-DEPARTMENT PIC 99.
             05 IDX-POSITION PIC 999.
             05 IDX-HIRE-DATE PIC 9(8).
             05 IDX-TERM-DATE PIC 9(8).
             05 IDX-SUPERVISOR PIC 9(9).

           FD REGISTERFILE.
           01 REGISTER-AREA PIC X(100).

      *----SAME LAYOUT LEAVE-ACCRUAL WRITES----
           FD LEAVEFILE.
           01 LEAVEFILE-PICS.
               05 LV-SSN           PIC 9(9).
               05 LV-VAC-BALANCE   PIC 9(4)V99.
               05 LV-SICK-BALANCE  PIC 9(4)V99.
               05 LV-LAST-ACCRUAL  PIC 9(8).
               05 LV-LAST-CAP-YEAR PIC 9(4).
               05 LV-LAST-FORFEIT  PIC 9(4)V99.

      *----THE LEAVE RECORDS BEING KEPT, HELD HERE WHILE
      *----P09LEAVE.DAT IS WRITTEN BACK WITHOUT THE PURGED ONES----
           FD LEAVEWORK.
           01 LEAVEWORK-PICS PIC X(39).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD PIC X(80).


       WORKING-STORAGE SECTION.

       01 FILE1-STATUS       PIC X(2) VALUE SPACES.
       01 ARCHIVEFILE-STATUS PIC X(2) VALUE SPACES.
       01 IDXFILE-STATUS     PIC X(2) VALUE SPACES.
       01 LEAVEFILE-STATUS   PIC X(2) VALUE SPACES.

       01 FILE1-NAME        PIC X(80) VALUE "C:\COBOL\P09D01.DAT".
       01 ARCHIVEFILE-NAME  PIC X(80) VALUE "C:\COBOL\P09TERM.DAT".
       01 IDXFILE-NAME      PIC X(80) VALUE "C:\COBOL\P09EMP.IDX".
       01 REGISTERFILE-NAME PIC X(80) VALUE "C:\COBOL\P09PURGE.RPT".
       01 LEAVEFILE-NAME    PIC X(80) VALUE "C:\COBOL\P09LEAVE.DAT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME P09_* KEYS THE EMPLOYEE REPORT
      *----HONORS, SO A REDIRECTED MASTER OR REFERENCE FILE IS THE
      *----SAME FILE IN EVERY PROGRAM THAT TOUCHES IT----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.


       01 SWITCH PIC X VALUE "N".
           88 ENDOFFILE    VALUE "Y".

      *----SET WHEN THE MASTER FAILS ITS LOAD CHECKS - NOTHING IS
      *----PURGED FROM A MASTER THAT WAS NOT READ WHOLE----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

      *----THE WHOLE MASTER, HELD WHILE THE PURGE IS DECIDED AND
      *----WRITTEN BACK IN ONE PIECE (SAME AS RAISE-APPLY). EM-ACTION
      *----IS K)EEP, P)URGE, S)TILL A SUPERVISOR OR B)AD TERMINATION
      *----DATE. A PURGE CANDIDATE'S LEAVE BALANCES ARE PICKED UP
      *----FROM P09LEAVE.DAT FOR THE REGISTER----
       01 EMPLOYEE-COUNT    PIC 9(3) VALUE ZERO.
       01 EMPLOYEE-TABLE.
           05 EMP-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON EMPLOYEE-COUNT
                  INDEXED BY EM-IX.
              10 EM-SSN        PIC 9(9).
              10 EM-NAME       PIC X(20).
              10 EM-SALARY     PIC 9(6).
              10 EM-CAMPUS     PIC 9.
              10 EM-DEPT       PIC 99.
              10 EM-POSITION   PIC 999.
              10 EM-HIRE-DATE  PIC 9(8).
              10 EM-TERM-DATE  PIC 9(8).
              10 EM-SUPERVISOR PIC 9(9).
              10 EM-ACTION     PIC X.
                  88 EM-KEEP          VALUE "K".
                  88 EM-PURGE         VALUE "P".
                  88 EM-SUPERVISES    VALUE "S".
                  88 EM-BAD-TERM      VALUE "B".
              10 EM-HELD-BY    PIC 9(9).
              10 EM-LEAVE-SW   PIC X.
                  88 EM-HAS-LEAVE     VALUE "Y".
              10 EM-VAC-HOURS  PIC 9(4)V99.
              10 EM-SICK-HOURS PIC 9(4)V99.

       01 PURGE-FIELDS.
           05 RETENTION-DAYS    PIC 9(5)    VALUE 2555.
           05 RUN-DATE          PIC 9(8)    VALUE ZERO.
           05 CUTOFF-DATE       PIC 9(8)    VALUE ZERO.
           05 DATE-CHECK-RESULT PIC S9(4)   VALUE ZERO.
           05 PURGE-SUB         PIC 9(3)    BINARY VALUE ZERO.
           05 BEFORE-COUNT      PIC 9(5)    VALUE ZERO.
           05 PURGE-COUNT       PIC 9(5)    VALUE ZERO.
           05 SUPERVISOR-COUNT  PIC 9(5)    VALUE ZERO.
           05 BAD-TERM-COUNT    PIC 9(5)    VALUE ZERO.
           05 RETAINED-COUNT    PIC 9(5)    VALUE ZERO.
           05 AFTER-COUNT       PIC 9(5)    VALUE ZERO.
           05 LOADED-COUNT      PIC 9(5)    VALUE ZERO.
           05 DUPLICATE-COUNT   PIC 9(5)    VALUE ZERO.
           05 LEAVE-REMOVED-COUNT PIC 9(5)  VALUE ZERO.
           05 LEAVE-KEPT-COUNT  PIC 9(5)    VALUE ZERO.
           05 LEAVE-OWNER-SW    PIC X       VALUE "N".
               88 LEAVE-OWNER-PURGED VALUE "Y".
           05 OPERATOR-INITIALS PIC X(3)    VALUE SPACES.
           05 SUPERVISOR-CHANGE-SW PIC X    VALUE "N".
               88 SUPERVISOR-CHANGED  VALUE "Y".
           05 CONFIRM-SWITCH    PIC X       VALUE "N".
               88 CONFIRMED          VALUE "Y" "y".
           05 POST-SWITCH       PIC X       VALUE "N".
               88 POSTING-PURGE      VALUE "Y".

       01 HEADING-LINE-1.
           05 FILLER  PIC X(31) VALUE "EMPLOYEE PURGE REGISTER - RUN ".
           05 HL1-RUN-DATE  PIC 9(8).
           05 FILLER  PIC X(13) VALUE " - RETENTION ".
           05 HL1-DAYS      PIC ZZZZ9.
           05 FILLER  PIC X(6)  VALUE " DAYS ".
           05 HL1-MODE      PIC X(9).

       01 HEADING-LINE-2.
           05 FILLER  PIC X(35)
               VALUE "  TERMINATED BEFORE THE CUTOFF OF ".
           05 HL2-CUTOFF    PIC 9(8).

       01 HEADING-LINE-3.
           05 FILLER  PIC X(11) VALUE "SSN".
           05 FILLER  PIC X(22) VALUE "NAME".
           05 FILLER  PIC X(12) VALUE "TERMINATED".
           05 FILLER  PIC X(37) VALUE "ACTION".
           05 FILLER  PIC X(10) VALUE "VACATION".
           05 FILLER  PIC X(4)  VALUE "SICK".

       01 HEADING-LINE-4.
           05 FILLER  PIC X(80) VALUE ALL "-".

       01 REGISTER-LINE.
           05 RL-SSN        PIC 9(9).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 RL-NAME       PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 RL-TERM-DATE  PIC 9(8).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 RL-ACTION     PIC X(35).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 RL-LEAVE.
              10 RL-VAC-HOURS  PIC ZZZ9.99.
              10 FILLER        PIC X(3).
              10 RL-SICK-HOURS PIC ZZZ9.99.

       01 COUNT-LINE.
           05 CL-COUNT      PIC ZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 CL-TEXT       PIC X(70).


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
           05 DLL-PROGRAM        PIC X(12)  VALUE "EMPL-PURGE".
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
      *----PURGES WITHOUT ASKING----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

      *----THE SIGNED-ON OPERATOR HANDED DOWN BY THE MENU DRIVER
      *----(EXTERNAL; BLANK ON A STANDALONE RUN)----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE "N" TO LOAD-ERROR-SWITCH.
           INITIALIZE PURGE-FIELDS.
           MOVE 2555 TO RETENTION-DAYS.
           MOVE "N" TO POST-SWITCH.
           DISPLAY "--------------------------------------------".
           DISPLAY "  TERMINATED EMPLOYEE PURGE".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (RUN-DATE) - RETENTION-DAYS).
           PERFORM 050-LOADEMPLOYEES.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NOTHING WAS PURGED*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "LOADERR" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 100-MARK-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1
               UNTIL EM-IX > EMPLOYEE-COUNT.
           MOVE "Y" TO SUPERVISOR-CHANGE-SW.
           PERFORM 200-SUPERVISOR-PASS
               UNTIL NOT SUPERVISOR-CHANGED.
           PERFORM 250-COUNT-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1
               UNTIL EM-IX > EMPLOYEE-COUNT.
           IF PURGE-COUNT > ZERO
               PERFORM 080-FIND-LEAVE-BALANCES
           END-IF.
           DISPLAY "RETENTION " RETENTION-DAYS " DAYS - TERMINATED"
               " BEFORE " CUTOFF-DATE ": " PURGE-COUNT " TO PURGE, "
               SUPERVISOR-COUNT " KEPT AS SUPERVISORS".
           IF PURGE-COUNT > ZERO
               IF UNATTENDED-RUN
                   DISPLAY "UNATTENDED RUN - PURGE POSTED"
                   MOVE "Y" TO POST-SWITCH
               ELSE
                   DISPLAY "PURGE " PURGE-COUNT " EMPLOYEE(S) TO THE"
                       " ARCHIVE (Y/N)? "
                   ACCEPT CONFIRM-SWITCH
                   IF CONFIRMED
                       MOVE "Y" TO POST-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF POSTING-PURGE
               PERFORM 300-WRITE-ARCHIVE
               PERFORM 700-REWRITE-MASTER
               PERFORM 750-REBUILD-INDEX
               IF LEAVE-REMOVED-COUNT > ZERO
                   PERFORM 800-PURGE-LEAVE
               END-IF
           END-IF.
           PERFORM 500-PRINT-REGISTER.
           EVALUATE TRUE
               WHEN POSTING-PURGE
                   DISPLAY PURGE-COUNT " EMPLOYEE(S) PURGED TO "
                       FUNCTION TRIM (ARCHIVEFILE-NAME)
                   DISPLAY LOADED-COUNT " EMPLOYEE(S) LOADED TO "
                       FUNCTION TRIM (IDXFILE-NAME)
                   DISPLAY LEAVE-REMOVED-COUNT " LEAVE RECORD(S) TAKEN"
                       " OFF " FUNCTION TRIM (LEAVEFILE-NAME) ", "
                       LEAVE-KEPT-COUNT " KEPT"
                   IF DUPLICATE-COUNT > ZERO
                       DISPLAY "*" DUPLICATE-COUNT " DUPLICATE SSN(S)"
                           " SKIPPED*"
                   END-IF
               WHEN PURGE-COUNT = ZERO
                   DISPLAY "NOBODY DUE FOR PURGE"
               WHEN OTHER
                   DISPLAY "NOTHING PURGED - REGISTER IS A PREVIEW ONLY"
           END-EVALUATE.
           IF SUPERVISOR-COUNT > ZERO
               DISPLAY "*" SUPERVISOR-COUNT " KEPT - STILL NAMED AS A"
                   " SUPERVISOR, SEE THE REGISTER*"
           END-IF.
           IF POSTING-PURGE
               MOVE PURGE-COUNT TO DLL-RECORD-COUNT
           ELSE
               MOVE ZERO TO DLL-RECORD-COUNT
           END-IF.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           COMPUTE RSA-EXCEPTION-COUNT =
               SUPERVISOR-COUNT + BAD-TERM-COUNT.
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
               WHEN "P09_EMPLOYEE_FILE"
                   MOVE PARM-VALUE TO FILE1-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_INDEX_FILE"
                   MOVE PARM-VALUE TO IDXFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_TERM_ARCHIVE_FILE"
                   MOVE PARM-VALUE TO ARCHIVEFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_LEAVE_FILE"
                   MOVE PARM-VALUE TO LEAVEFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_PURGE_REGISTER_FILE"
                   MOVE PARM-VALUE TO REGISTERFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_PURGE_RETAIN_DAYS"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE RETENTION-DAYS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
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

      *----SAME LOAD AS RAISE-APPLY'S: ENVELOPE RECORDS SKIPPED,
      *----NON-NUMERIC DATES AND SUPERVISOR TAKEN AS ZERO, AND A
      *----MASTER TOO BIG FOR THE TABLE STOPS THE RUN----
       050-LOADEMPLOYEES.
           MOVE ZERO TO EMPLOYEE-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT FILE1.
           IF FILE1-STATUS = "35"
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*NO P09D01.DAT MASTER FOUND*"
           ELSE
               PERFORM 051-READ-ONE-EMPLOYEE
                   UNTIL ENDOFFILE
               CLOSE FILE1
           END-IF.
           MOVE "N" TO SWITCH.
           MOVE EMPLOYEE-COUNT TO BEFORE-COUNT.

       051-READ-ONE-EMPLOYEE.
           READ FILE1
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF FILE1-PICS (1:3) = "HDR"
                      OR FILE1-PICS (1:3) = "TRL"
                   CONTINUE
               ELSE
               IF EMPLOYEE-COUNT >= 500
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*MASTER OVERFLOWS THE 500-ENTRY"
                       " TABLE - PURGE RUN ABANDONED*"
                   SET ENDOFFILE TO TRUE
               ELSE
                   ADD 1 TO EMPLOYEE-COUNT
                   SET EM-IX TO EMPLOYEE-COUNT
                   PERFORM 052-STORE-ONE-EMPLOYEE
               END-IF
               END-IF
           END-READ.

       052-STORE-ONE-EMPLOYEE.
           MOVE EMPLOYEE-SSN        TO EM-SSN (EM-IX).
           MOVE EMPLOYEE-NAME       TO EM-NAME (EM-IX).
           MOVE EMPLOYEE-SALARY     TO EM-SALARY (EM-IX).
           MOVE EMPLOYEE-CAMPUS     TO EM-CAMPUS (EM-IX).
           MOVE EMPLOYEE-DEPARTMENT TO EM-DEPT (EM-IX).
           MOVE EMPLOYEE-POSITION   TO EM-POSITION (EM-IX).
           IF EMPLOYEE-HIRE-DATE IS NUMERIC
               MOVE EMPLOYEE-HIRE-DATE TO EM-HIRE-DATE (EM-IX)
           ELSE
               MOVE ZERO TO EM-HIRE-DATE (EM-IX)
           END-IF.
           IF EMPLOYEE-TERM-DATE IS NUMERIC
               MOVE EMPLOYEE-TERM-DATE TO EM-TERM-DATE (EM-IX)
           ELSE
               MOVE ZERO TO EM-TERM-DATE (EM-IX)
           END-IF.
           IF EMPLOYEE-SUPERVISOR IS NUMERIC
               MOVE EMPLOYEE-SUPERVISOR TO EM-SUPERVISOR (EM-IX)
           ELSE
               MOVE ZERO TO EM-SUPERVISOR (EM-IX)
           END-IF.
           MOVE "K" TO EM-ACTION (EM-IX).
           MOVE ZERO TO EM-HELD-BY (EM-IX).
           MOVE "N" TO EM-LEAVE-SW (EM-IX).
           MOVE ZERO TO EM-VAC-HOURS (EM-IX).
           MOVE ZERO TO EM-SICK-HOURS (EM-IX).

      *----A PURGE CANDIDATE IS ANYONE TERMINATED BEFORE THE CUTOFF.
      *----A TERMINATION DATE THAT IS NOT A REAL DATE IS NEVER
      *----PURGED - IT IS LISTED FOR EMPLOYEE-MAINT TO CORRECT----
       100-MARK-ONE-EMPLOYEE.
           IF EM-TERM-DATE (EM-IX) > ZERO
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (EM-TERM-DATE (EM-IX))
               IF DATE-CHECK-RESULT NOT = 0
                   MOVE "B" TO EM-ACTION (EM-IX)
               ELSE
                   IF EM-TERM-DATE (EM-IX) < CUTOFF-DATE
                       MOVE "P" TO EM-ACTION (EM-IX)
                   END-IF
               END-IF
           END-IF.

      *----ONE PASS OVER EVERYONE STAYING ON THE MASTER: A PURGE
      *----CANDIDATE NAMED AS THEIR SUPERVISOR IS KEPT INSTEAD. A
      *----KEPT SUPERVISOR STAYS, SO THEIR OWN SUPERVISOR MAY NOW
      *----HAVE TO STAY TOO - PASSES REPEAT UNTIL ONE CHANGES
      *----NOTHING----
       200-SUPERVISOR-PASS.
           MOVE "N" TO SUPERVISOR-CHANGE-SW.
           PERFORM 210-CHECK-ONE-SUPERVISOR
               VARYING PURGE-SUB FROM 1 BY 1
               UNTIL PURGE-SUB > EMPLOYEE-COUNT.

       210-CHECK-ONE-SUPERVISOR.
           IF NOT EM-PURGE (PURGE-SUB)
                  AND EM-SUPERVISOR (PURGE-SUB) > ZERO
               SET EM-IX TO 1
               SEARCH EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN EM-SSN (EM-IX) = EM-SUPERVISOR (PURGE-SUB)
                       IF EM-PURGE (EM-IX)
                           MOVE "S" TO EM-ACTION (EM-IX)
                           MOVE EM-SSN (PURGE-SUB)
                               TO EM-HELD-BY (EM-IX)
                           MOVE "Y" TO SUPERVISOR-CHANGE-SW
                       END-IF
               END-SEARCH
           END-IF.

       250-COUNT-ONE-EMPLOYEE.
           EVALUATE TRUE
               WHEN EM-PURGE (EM-IX)
                   ADD 1 TO PURGE-COUNT
               WHEN EM-SUPERVISES (EM-IX)
                   ADD 1 TO SUPERVISOR-COUNT
                   ADD 1 TO AFTER-COUNT
               WHEN EM-BAD-TERM (EM-IX)
                   ADD 1 TO BAD-TERM-COUNT
                   ADD 1 TO AFTER-COUNT
               WHEN OTHER
                   IF EM-TERM-DATE (EM-IX) > ZERO
                       ADD 1 TO RETAINED-COUNT
                   END-IF
                   ADD 1 TO AFTER-COUNT
           END-EVALUATE.

      *----EVERY LEAVE RECORD BELONGING TO A PURGE CANDIDATE: ITS
      *----BALANCES GO ON THE CANDIDATE'S ENTRY FOR THE REGISTER AND
      *----IT IS COUNTED AS ONE TO COME OFF THE FILE. NO FILE JUST
      *----MEANS NO BALANCES----
       080-FIND-LEAVE-BALANCES.
           MOVE ZERO TO LEAVE-REMOVED-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT LEAVEFILE.
           IF LEAVEFILE-STATUS NOT = "35"
               PERFORM 081-READ-ONE-LEAVE
                   UNTIL ENDOFFILE
               CLOSE LEAVEFILE
           END-IF.
           MOVE "N" TO SWITCH.

       081-READ-ONE-LEAVE.
           READ LEAVEFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               PERFORM 082-FIND-LEAVE-OWNER
               IF LEAVE-OWNER-PURGED
                   MOVE "Y" TO EM-LEAVE-SW (EM-IX)
                   MOVE LV-VAC-BALANCE TO EM-VAC-HOURS (EM-IX)
                   MOVE LV-SICK-BALANCE TO EM-SICK-HOURS (EM-IX)
                   ADD 1 TO LEAVE-REMOVED-COUNT
               END-IF
           END-READ.

      *----IS THE LEAVE RECORD'S SSN A PURGE CANDIDATE? LEAVES EM-IX
      *----ON THE CANDIDATE WHEN IT IS----
       082-FIND-LEAVE-OWNER.
           MOVE "N" TO LEAVE-OWNER-SW.
           IF LV-SSN IS NUMERIC AND EMPLOYEE-COUNT > ZERO
               SET EM-IX TO 1
               SEARCH EMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN EM-SSN (EM-IX) = LV-SSN
                       IF EM-PURGE (EM-IX)
                           MOVE "Y" TO LEAVE-OWNER-SW
                       END-IF
               END-SEARCH
           END-IF.

      *----EVERY PURGED EMPLOYEE GOES ON THE ARCHIVE BEFORE THE
      *----MASTER IS REWRITTEN WITHOUT THEM----
       300-WRITE-ARCHIVE.
           IF OPR-ID NOT = SPACES
               MOVE OPR-ID TO OPERATOR-INITIALS
           END-IF.
           OPEN EXTEND ARCHIVEFILE.
           IF ARCHIVEFILE-STATUS = "35"
               OPEN OUTPUT ARCHIVEFILE
           END-IF.
           PERFORM 310-ARCHIVE-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1
               UNTIL EM-IX > EMPLOYEE-COUNT.
           CLOSE ARCHIVEFILE.

       310-ARCHIVE-ONE-EMPLOYEE.
           IF EM-PURGE (EM-IX)
               MOVE EM-SSN (EM-IX)        TO TA-SSN
               MOVE EM-NAME (EM-IX)       TO TA-NAME
               MOVE EM-SALARY (EM-IX)     TO TA-SALARY
               MOVE EM-CAMPUS (EM-IX)     TO TA-CAMPUS
               MOVE EM-DEPT (EM-IX)       TO TA-DEPARTMENT
               MOVE EM-POSITION (EM-IX)   TO TA-POSITION
               MOVE EM-HIRE-DATE (EM-IX)  TO TA-HIRE-DATE
               MOVE EM-TERM-DATE (EM-IX)  TO TA-TERM-DATE
               MOVE EM-SUPERVISOR (EM-IX) TO TA-SUPERVISOR
               MOVE RUN-DATE              TO TA-PURGE-DATE
               MOVE OPERATOR-INITIALS     TO TA-OPERATOR
               WRITE ARCHIVEFILE-PICS
           END-IF.

      *----EVERYONE PAST THE CUTOFF OR WITH A BAD TERMINATION DATE,
      *----WITH WHAT WAS DONE ABOUT THEM, THEN THE COUNTS----
       500-PRINT-REGISTER.
           OPEN OUTPUT REGISTERFILE.
           MOVE RUN-DATE TO HL1-RUN-DATE.
           MOVE RETENTION-DAYS TO HL1-DAYS.
           IF POSTING-PURGE
               MOVE SPACES TO HL1-MODE
           ELSE
               MOVE "(PREVIEW)" TO HL1-MODE
           END-IF.
           MOVE CUTOFF-DATE TO HL2-CUTOFF.
           WRITE REGISTER-AREA FROM HEADING-LINE-1.
           WRITE REGISTER-AREA FROM HEADING-LINE-2.
           WRITE REGISTER-AREA FROM HEADING-LINE-3.
           WRITE REGISTER-AREA FROM HEADING-LINE-4.
           PERFORM 510-PRINT-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1
               UNTIL EM-IX > EMPLOYEE-COUNT.
           WRITE REGISTER-AREA FROM HEADING-LINE-4.
           MOVE BEFORE-COUNT TO CL-COUNT.
           MOVE "EMPLOYEE(S) ON THE MASTER BEFORE THE PURGE" TO CL-TEXT.
           WRITE REGISTER-AREA FROM COUNT-LINE.
           MOVE PURGE-COUNT TO CL-COUNT.
           IF POSTING-PURGE
               MOVE "PURGED TO THE TERMINATED-EMPLOYEE ARCHIVE"
                   TO CL-TEXT
           ELSE
               MOVE "DUE FOR PURGE - NOT PURGED" TO CL-TEXT
           END-IF.
           WRITE REGISTER-AREA FROM COUNT-LINE.
           MOVE LEAVE-REMOVED-COUNT TO CL-COUNT.
           IF POSTING-PURGE
               MOVE "LEAVE RECORD(S) TAKEN OFF P09LEAVE.DAT WITH THEM"
                   TO CL-TEXT
           ELSE
               MOVE "LEAVE RECORD(S) DUE TO COME OFF P09LEAVE.DAT"
                   TO CL-TEXT
           END-IF.
           WRITE REGISTER-AREA FROM COUNT-LINE.
           MOVE SUPERVISOR-COUNT TO CL-COUNT.
           MOVE "KEPT - STILL NAMED AS A SUPERVISOR" TO CL-TEXT.
           WRITE REGISTER-AREA FROM COUNT-LINE.
           MOVE BAD-TERM-COUNT TO CL-COUNT.
           MOVE "KEPT - TERMINATION DATE NOT VALID" TO CL-TEXT.
           WRITE REGISTER-AREA FROM COUNT-LINE.
           MOVE RETAINED-COUNT TO CL-COUNT.
           MOVE "TERMINATED WITHIN THE RETENTION PERIOD - KEPT"
               TO CL-TEXT.
           WRITE REGISTER-AREA FROM COUNT-LINE.
           IF POSTING-PURGE
               MOVE AFTER-COUNT TO CL-COUNT
           ELSE
               MOVE BEFORE-COUNT TO CL-COUNT
           END-IF.
           MOVE "EMPLOYEE(S) ON THE MASTER AFTER THE RUN" TO CL-TEXT.
           WRITE REGISTER-AREA FROM COUNT-LINE.
           CLOSE REGISTERFILE.

       510-PRINT-ONE-EMPLOYEE.
           IF NOT EM-KEEP (EM-IX)
               MOVE EM-SSN (EM-IX)       TO RL-SSN
               MOVE EM-NAME (EM-IX)      TO RL-NAME
               MOVE EM-TERM-DATE (EM-IX) TO RL-TERM-DATE
               MOVE SPACES TO RL-ACTION
               MOVE SPACES TO RL-LEAVE
               IF EM-PURGE (EM-IX) AND EM-HAS-LEAVE (EM-IX)
                   MOVE EM-VAC-HOURS (EM-IX) TO RL-VAC-HOURS
                   MOVE EM-SICK-HOURS (EM-IX) TO RL-SICK-HOURS
               END-IF
               EVALUATE TRUE
                   WHEN EM-PURGE (EM-IX) AND POSTING-PURGE
                       MOVE "PURGED" TO RL-ACTION
                   WHEN EM-PURGE (EM-IX)
                       MOVE "DUE FOR PURGE" TO RL-ACTION
                   WHEN EM-SUPERVISES (EM-IX)
                       STRING "KEPT - SUPERVISOR OF "
                              EM-HELD-BY (EM-IX)
                           DELIMITED BY SIZE INTO RL-ACTION
                   WHEN OTHER
                       MOVE "KEPT - TERMINATION DATE NOT VALID"
                           TO RL-ACTION
               END-EVALUATE
               WRITE REGISTER-AREA FROM REGISTER-LINE
           END-IF.

      *----DATA RECORDS ONLY, LIKE EVERY OTHER PROGRAM THAT REWRITES
      *----THE MASTER----
       700-REWRITE-MASTER.
           OPEN OUTPUT FILE1.
           PERFORM 710-WRITE-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1
               UNTIL EM-IX > EMPLOYEE-COUNT.
           CLOSE FILE1.

       710-WRITE-ONE-EMPLOYEE.
           IF NOT EM-PURGE (EM-IX)
               MOVE EM-SSN (EM-IX)      TO EMPLOYEE-SSN
               MOVE EM-NAME (EM-IX)     TO EMPLOYEE-NAME
               MOVE EM-SALARY (EM-IX)   TO EMPLOYEE-SALARY
               MOVE EM-CAMPUS (EM-IX)   TO EMPLOYEE-CAMPUS
               MOVE EM-DEPT (EM-IX)     TO EMPLOYEE-DEPARTMENT
               MOVE EM-POSITION (EM-IX) TO EMPLOYEE-POSITION
               MOVE EM-HIRE-DATE (EM-IX) TO EMPLOYEE-HIRE-DATE
               MOVE EM-TERM-DATE (EM-IX) TO EMPLOYEE-TERM-DATE
               MOVE EM-SUPERVISOR (EM-IX) TO EMPLOYEE-SUPERVISOR
               WRITE FILE1-PICS
           END-IF.

      *----THE KEYED COPY REBUILT FROM THE NEW MASTER, THE WAY
      *----EMPLOYEE-IDXLOAD BUILDS IT, SO EMPLOYEE-INQUIRY NEVER
      *----FINDS SOMEONE ON P09EMP.IDX WHO IS ONLY ON THE ARCHIVE---
       750-REBUILD-INDEX.
           MOVE ZERO TO LOADED-COUNT.
           MOVE ZERO TO DUPLICATE-COUNT.
           OPEN OUTPUT IDXFILE.
           PERFORM 760-INDEX-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1
               UNTIL EM-IX > EMPLOYEE-COUNT.
           CLOSE IDXFILE.

       760-INDEX-ONE-EMPLOYEE.
           IF NOT EM-PURGE (EM-IX)
               MOVE EM-SSN (EM-IX)        TO IDX-SSN
               MOVE EM-NAME (EM-IX)       TO IDX-NAME
               MOVE EM-SALARY (EM-IX)     TO IDX-SALARY
               MOVE EM-CAMPUS (EM-IX)     TO IDX-CAMPUS
               MOVE EM-DEPT (EM-IX)       TO IDX-DEPARTMENT
               MOVE EM-POSITION (EM-IX)   TO IDX-POSITION
               MOVE EM-HIRE-DATE (EM-IX)  TO IDX-HIRE-DATE
               MOVE EM-TERM-DATE (EM-IX)  TO IDX-TERM-DATE
               MOVE EM-SUPERVISOR (EM-IX) TO IDX-SUPERVISOR
               WRITE IDX-PICS
                   INVALID KEY
                       ADD 1 TO DUPLICATE-COUNT
                       DISPLAY "*DUPLICATE SSN " IDX-SSN
                           " SKIPPED*"
                   NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
               END-WRITE
           END-IF.

      *----P09LEAVE.DAT WITHOUT THE PURGED EMPLOYEES' RECORDS: THE
      *----KEPT ONES ARE COPIED OUT TO THE WORK FILE, THEN BACK OVER
      *----THE LEAVE FILE. NOT HELD IN A TABLE, SO A FILE THAT HAS
      *----ALREADY OUTGROWN LEAVE-ACCRUAL'S CAN STILL BE CUT BACK---
       800-PURGE-LEAVE.
           MOVE ZERO TO LEAVE-KEPT-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT LEAVEFILE.
           OPEN OUTPUT LEAVEWORK.
           PERFORM 810-COPY-OUT-ONE-LEAVE
               UNTIL ENDOFFILE.
           CLOSE LEAVEFILE.
           CLOSE LEAVEWORK.
           MOVE "N" TO SWITCH.
           OPEN INPUT LEAVEWORK.
           OPEN OUTPUT LEAVEFILE.
           PERFORM 820-COPY-BACK-ONE-LEAVE
               UNTIL ENDOFFILE.
           CLOSE LEAVEWORK.
           CLOSE LEAVEFILE.
           MOVE "N" TO SWITCH.

       810-COPY-OUT-ONE-LEAVE.
           READ LEAVEFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               PERFORM 082-FIND-LEAVE-OWNER
               IF NOT LEAVE-OWNER-PURGED
                   WRITE LEAVEWORK-PICS FROM LEAVEFILE-PICS
                   ADD 1 TO LEAVE-KEPT-COUNT
               END-IF
           END-READ.

       820-COPY-BACK-ONE-LEAVE.
           READ LEAVEWORK
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               WRITE LEAVEFILE-PICS FROM LEAVEWORK-PICS
           END-READ.

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

       end program EMPLOYEE-PURGE.
