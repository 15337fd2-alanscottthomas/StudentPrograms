       identification division.
       program-id. SALARY-AS-OF.
       author. Alan Thomas.
       date-compiled.
      *THE MASTER ONLY KNOWS TODAY'S SALARY. WHEN AUDIT ASKS WHAT
      *SOMEONE WAS PAID ON A GIVEN DAY, OR PAYROLL HAS TO WORK OUT
      *BACK PAY FOR A RAISE THAT WAS KEYED LATE, THIS PROGRAM ANSWERS
      *FROM THE SALARY HISTORY (P09SALH.DAT) THAT RAISE-APPLY AND
      *EMPLOYEE-MAINT APPEND TO. FOR EVERY EMPLOYEE ON STAFF ON THE
      *AS-OF DATE IT PRINTS THE SALARY IN EFFECT THAT DAY - THE NEW
      *SALARY OF THE LATEST CHANGE EFFECTIVE ON OR BEFORE IT, OR,
      *WHEN EVERY CHANGE ON FILE IS LATER, THE OLD SALARY OF THE
      *FIRST OF THEM - BESIDE TODAY'S SALARY AND THE DIFFERENCE. AN
      *EMPLOYEE WITH NO HISTORY AT ALL IS SHOWN AT THE MASTER SALARY
      *AND MARKED SO.
      *input files P09D01.DAT, P09SALH.DAT
      *output files P09SALAS.RPT
      *printer ouput None
      *
      *MODS:
      *05/23/2016 - AT - first version.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT FILE1 ASSIGN TO DYNAMIC FILE1-NAME
               organization is line sequential
               file status is FILE1-STATUS.

               SELECT SALHIST ASSIGN TO DYNAMIC SALHIST-NAME
               organization is line sequential
               file status is SALHIST-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.

               SELECT REPORTFILE ASSIGN TO DYNAMIC REPORTFILE-NAME
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

      *----SAME SALARY HISTORY RECORD RAISE-APPLY AND EMPLOYEE-MAINT
      *----WRITE----
           FD SALHIST.
           01 SALHIST-PICS.
               05 SH-SSN            PIC 9(9).
               05 SH-EFFECTIVE-DATE PIC 9(8).
               05 SH-OLD-SALARY     PIC 9(6).
               05 SH-NEW-SALARY     PIC 9(6).
               05 SH-SOURCE         PIC X.
               05 SH-REASON         PIC X(4).
               05 SH-OPERATOR       PIC X(3).
               05 SH-RECORDED-DATE  PIC 9(8).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

           FD REPORTFILE.
           01 REPORT-AREA PIC X(100).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD PIC X(80).


       WORKING-STORAGE SECTION.

       01 FILE1-STATUS      PIC X(2) VALUE SPACES.
       01 SALHIST-STATUS    PIC X(2) VALUE SPACES.

       01 FILE1-NAME      PIC X(80) VALUE "C:\COBOL\P09D01.DAT".
       01 SALHIST-NAME    PIC X(80) VALUE "C:\COBOL\P09SALH.DAT".
       01 REPORTFILE-NAME PIC X(80) VALUE "C:\COBOL\P09SALAS.RPT".

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

      *----SET WHEN THE MASTER OR THE HISTORY FAILS ITS LOAD CHECKS -
      *----SAME RULE AS THE EMPLOYEE REPORT: A QUIETLY WRONG TABLE
      *----IS WORSE THAN A STOPPED RUN----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

      *----EVERY SALARY CHANGE ON FILE, IN THE ORDER RECORDED----
       01 HISTORY-COUNT     PIC 9(4) VALUE ZERO.
       01 HISTORY-TABLE.
           05 HIST-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON HISTORY-COUNT
                  INDEXED BY HT-IX.
              10 HT-SSN        PIC 9(9).
              10 HT-EFF-DATE   PIC 9(8).
              10 HT-OLD-SALARY PIC 9(6).
              10 HT-NEW-SALARY PIC 9(6).

      *----THE WHOLE MASTER, TERMINATED RECORDS INCLUDED - SOMEONE
      *----GONE TODAY MAY WELL HAVE BEEN ON STAFF ON THE AS-OF DATE--
       01 EMPLOYEE-COUNT    PIC 9(3) VALUE ZERO.
       01 EMPLOYEE-TABLE.
           05 EMP-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON EMPLOYEE-COUNT
                  INDEXED BY EM-IX.
              10 EM-SSN        PIC 9(9).
              10 EM-NAME       PIC X(20).
              10 EM-SALARY     PIC 9(6).
              10 EM-HIRE-DATE  PIC 9(8).
              10 EM-TERM-DATE  PIC 9(8).

       01 ASOF-FIELDS.
           05 ASOF-DATE         PIC 9(8)  VALUE ZERO.
           05 ASOF-ENTRY        PIC X(8)  VALUE SPACES.
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.
           05 ASOF-OK-SW        PIC X     VALUE "Y".
               88 ASOF-OK           VALUE "Y".

      *----ONE EMPLOYEE'S SEARCH OF THE HISTORY: THE LATEST CHANGE
      *----ON OR BEFORE THE AS-OF DATE, AND THE EARLIEST AFTER IT--
       01 SEARCH-FIELDS.
           05 BEFORE-FOUND-SW   PIC X     VALUE "N".
               88 BEFORE-FOUND      VALUE "Y".
           05 BEFORE-EFF-DATE   PIC 9(8)  VALUE ZERO.
           05 BEFORE-SALARY     PIC 9(6)  VALUE ZERO.
           05 AFTER-FOUND-SW    PIC X     VALUE "N".
               88 AFTER-FOUND       VALUE "Y".
           05 AFTER-EFF-DATE    PIC 9(8)  VALUE ZERO.
           05 AFTER-SALARY      PIC 9(6)  VALUE ZERO.
           05 ASOF-SALARY       PIC 9(6)  VALUE ZERO.
           05 SALARY-DIFF       PIC S9(7) VALUE ZERO.

       01 REPORT-TOTALS.
           05 LISTED-COUNT      PIC 9(5)  VALUE ZERO.
           05 OFF-STAFF-COUNT   PIC 9(5)  VALUE ZERO.
           05 NO-HISTORY-COUNT  PIC 9(5)  VALUE ZERO.
           05 CHANGED-COUNT     PIC 9(5)  VALUE ZERO.
           05 ASOF-TOTAL        PIC 9(9)  VALUE ZERO.
           05 CURRENT-TOTAL     PIC 9(9)  VALUE ZERO.
           05 DIFF-TOTAL        PIC S9(9) VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER  PIC X(15) VALUE "SALARIES AS OF ".
           05 HL1-DATE PIC 9999/99/99.

       01 HEADING-LINE-2.
           05 FILLER  PIC X(13) VALUE "SSN".
           05 FILLER  PIC X(22) VALUE "NAME".
           05 FILLER  PIC X(7)  VALUE "  AS OF".
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(7)  VALUE "CURRENT".
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(7)  VALUE " CHANGE".
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(10) VALUE "BASIS".
           05 FILLER  PIC X(10) VALUE "SINCE".

       01 HEADING-LINE-3.
           05 FILLER  PIC X(100) VALUE ALL "-".

       01 DETAIL-LINE.
           05 DL-SSN        PIC 999B99B9999.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DL-NAME       PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DL-ASOF       PIC ZZZ,ZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 DL-CURRENT    PIC ZZZ,ZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 DL-DIFF       PIC +++,++9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 DL-BASIS      PIC X(10).
           05 DL-SINCE      PIC X(10).

       01 TOTAL-LINE.
           05 FILLER        PIC X(13) VALUE "TOTALS:".
           05 TL-COUNT      PIC ZZZZ9.
           05 FILLER        PIC X(13) VALUE " EMPLOYEE(S)".
           05 TL-ASOF       PIC ZZZ,ZZZ,ZZ9.
           05 TL-CURRENT    PIC ZZZ,ZZZ,ZZ9.
           05 TL-DIFF       PIC +++,+++,++9.

       01 COUNT-LINE.
           05 CL-COUNT      PIC ZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 CL-TEXT       PIC X(60).


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
           05 DLL-PROGRAM        PIC X(12)  VALUE "SALARY-ASOF".
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
      *----SKIPS THE DATE PROMPT AND TAKES THE PARAMETER-FILE DATE
      *----OR TODAY----
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO ASOF-DATE.
           DISPLAY "--------------------------------------------".
           DISPLAY "  SALARY AS OF A DATE".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           IF UNATTENDED-RUN
               DISPLAY "UNATTENDED RUN - AS OF " ASOF-DATE
           ELSE
               PERFORM 010-PROMPT-FOR-DATE
           END-IF.
           PERFORM 012-CHECK-DATE.
           IF NOT ASOF-OK
               DISPLAY "*RUN STOPPED - FIX THE AS-OF DATE AND"
                   " RERUN*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "BADPARM" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "BADPARM" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 020-LOAD-HISTORY.
           PERFORM 040-LOAD-EMPLOYEES.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "LOADERR" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTFILE.
           MOVE ASOF-DATE TO HL1-DATE.
           WRITE REPORT-AREA FROM HEADING-LINE-1.
           WRITE REPORT-AREA FROM HEADING-LINE-2.
           WRITE REPORT-AREA FROM HEADING-LINE-3.
           PERFORM 100-REPORT-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1
               UNTIL EM-IX > EMPLOYEE-COUNT.
           PERFORM 300-WRITE-TOTALS.
           CLOSE REPORTFILE.
           DISPLAY LISTED-COUNT " EMPLOYEE(S) AS OF " ASOF-DATE ", "
               CHANGED-COUNT " PAID DIFFERENTLY TODAY - SEE"
               " P09SALAS.RPT".
           IF NO-HISTORY-COUNT > ZERO
               DISPLAY "*" NO-HISTORY-COUNT " EMPLOYEE(S) WITH NO"
                   " SALARY HISTORY - SHOWN AT MASTER SALARY*"
           END-IF.
           MOVE LISTED-COUNT TO DLL-RECORD-COUNT.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE NO-HISTORY-COUNT TO RSA-EXCEPTION-COUNT.
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
               WHEN "P09_SALARY_HISTORY_FILE"
                   MOVE PARM-VALUE TO SALHIST-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_SALARY_ASOF_FILE"
                   MOVE PARM-VALUE TO REPORTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_SALARY_ASOF_DATE"
                   IF PARM-VALUE (1:8) IS NUMERIC
                       MOVE PARM-VALUE (1:8) TO ASOF-DATE
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

      *----THE AS-OF DATE, DEFAULTING (ON ENTER) TO THE PARAMETER-
      *----FILE VALUE OR TODAY----
       010-PROMPT-FOR-DATE.
           DISPLAY "AS-OF DATE (YYYYMMDD, ENTER FOR " ASOF-DATE "): ".
           MOVE SPACES TO ASOF-ENTRY.
           ACCEPT ASOF-ENTRY.
           IF ASOF-ENTRY NOT = SPACES
               IF ASOF-ENTRY IS NUMERIC
                   MOVE ASOF-ENTRY TO ASOF-DATE
               ELSE
                   MOVE ZERO TO ASOF-DATE
               END-IF
           END-IF.

       012-CHECK-DATE.
           MOVE "Y" TO ASOF-OK-SW.
           COMPUTE DATE-CHECK-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (ASOF-DATE).
           IF DATE-CHECK-RESULT NOT = 0
               DISPLAY "*AS-OF DATE " ASOF-DATE " IS NOT A REAL"
                   " CALENDAR DATE*"
               MOVE "N" TO ASOF-OK-SW
           END-IF.

      *----THE WHOLE HISTORY. NO FILE YET IS NOT AN ERROR - EVERY
      *----EMPLOYEE SIMPLY SHOWS AT THE MASTER SALARY----
       020-LOAD-HISTORY.
           MOVE ZERO TO HISTORY-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT SALHIST.
           IF SALHIST-STATUS NOT = "35"
               PERFORM 021-READ-ONE-HISTORY
                   UNTIL ENDOFFILE
               CLOSE SALHIST
           END-IF.
           MOVE "N" TO SWITCH.

       021-READ-ONE-HISTORY.
           READ SALHIST
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF HISTORY-COUNT = 5000
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09SALH.DAT OVERFLOWS THE 5000-ENTRY"
                       " TABLE AT SSN " SH-SSN "*"
                   SET ENDOFFILE TO TRUE
               ELSE
                   ADD 1 TO HISTORY-COUNT
                   SET HT-IX TO HISTORY-COUNT
                   MOVE SH-SSN TO HT-SSN (HT-IX)
                   MOVE SH-EFFECTIVE-DATE TO HT-EFF-DATE (HT-IX)
                   MOVE SH-OLD-SALARY TO HT-OLD-SALARY (HT-IX)
                   MOVE SH-NEW-SALARY TO HT-NEW-SALARY (HT-IX)
               END-IF
           END-READ.

      *----THE WHOLE MASTER, ENVELOPE RECORDS SKIPPED----
       040-LOAD-EMPLOYEES.
           MOVE ZERO TO EMPLOYEE-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT FILE1.
           IF FILE1-STATUS = "35"
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*NO P09D01.DAT FOUND*"
           ELSE
               PERFORM 041-READ-ONE-EMPLOYEE
                   UNTIL ENDOFFILE
               CLOSE FILE1
           END-IF.
           MOVE "N" TO SWITCH.

       041-READ-ONE-EMPLOYEE.
           READ FILE1
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF FILE1-PICS (1:3) = "HDR"
                      OR FILE1-PICS (1:3) = "TRL"
                   CONTINUE
               ELSE
               IF EMPLOYEE-COUNT = 500
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09D01.DAT OVERFLOWS THE 500-ENTRY"
                       " TABLE AT SSN " EMPLOYEE-SSN "*"
                   SET ENDOFFILE TO TRUE
               ELSE
                   ADD 1 TO EMPLOYEE-COUNT
                   SET EM-IX TO EMPLOYEE-COUNT
                   MOVE EMPLOYEE-SSN TO EM-SSN (EM-IX)
                   MOVE EMPLOYEE-NAME TO EM-NAME (EM-IX)
                   MOVE EMPLOYEE-SALARY TO EM-SALARY (EM-IX)
                   IF EMPLOYEE-HIRE-DATE IS NUMERIC
                       MOVE EMPLOYEE-HIRE-DATE TO EM-HIRE-DATE (EM-IX)
                   ELSE
                       MOVE ZERO TO EM-HIRE-DATE (EM-IX)
                   END-IF
                   IF EMPLOYEE-TERM-DATE IS NUMERIC
                       MOVE EMPLOYEE-TERM-DATE TO EM-TERM-DATE (EM-IX)
                   ELSE
                       MOVE ZERO TO EM-TERM-DATE (EM-IX)
                   END-IF
               END-IF
               END-IF
           END-READ.

      *----ONE EMPLOYEE: SKIPPED IF NOT YET HIRED OR ALREADY GONE ON
      *----THE AS-OF DATE (A MISSING HIRE DATE COUNTS AS ON STAFF),
      *----OTHERWISE PRICED FROM THE HISTORY AND PRINTED----
       100-REPORT-ONE-EMPLOYEE.
           IF (EM-HIRE-DATE (EM-IX) > ASOF-DATE)
                  OR (EM-TERM-DATE (EM-IX) > ZERO
                      AND EM-TERM-DATE (EM-IX) < ASOF-DATE)
               ADD 1 TO OFF-STAFF-COUNT
           ELSE
               MOVE "N" TO BEFORE-FOUND-SW
               MOVE "N" TO AFTER-FOUND-SW
               MOVE ZERO TO BEFORE-EFF-DATE
               MOVE ZERO TO AFTER-EFF-DATE
               PERFORM 110-CHECK-ONE-CHANGE
                   VARYING HT-IX FROM 1 BY 1
                   UNTIL HT-IX > HISTORY-COUNT
               PERFORM 120-SET-ASOF-SALARY
               PERFORM 130-PRINT-ONE-EMPLOYEE
           END-IF.

      *----LATEST ON OR BEFORE THE DATE (A LATER-RECORDED CHANGE
      *----WITH THE SAME EFFECTIVE DATE WINS), EARLIEST AFTER IT----
       110-CHECK-ONE-CHANGE.
           IF HT-SSN (HT-IX) = EM-SSN (EM-IX)
               IF HT-EFF-DATE (HT-IX) NOT > ASOF-DATE
                   IF HT-EFF-DATE (HT-IX) NOT < BEFORE-EFF-DATE
                       MOVE "Y" TO BEFORE-FOUND-SW
                       MOVE HT-EFF-DATE (HT-IX) TO BEFORE-EFF-DATE
                       MOVE HT-NEW-SALARY (HT-IX) TO BEFORE-SALARY
                   END-IF
               ELSE
                   IF NOT AFTER-FOUND
                          OR HT-EFF-DATE (HT-IX) < AFTER-EFF-DATE
                       MOVE "Y" TO AFTER-FOUND-SW
                       MOVE HT-EFF-DATE (HT-IX) TO AFTER-EFF-DATE
                       MOVE HT-OLD-SALARY (HT-IX) TO AFTER-SALARY
                   END-IF
               END-IF
           END-IF.

       120-SET-ASOF-SALARY.
           MOVE SPACES TO DL-SINCE.
           IF BEFORE-FOUND
               MOVE BEFORE-SALARY TO ASOF-SALARY
               MOVE "HISTORY" TO DL-BASIS
               MOVE BEFORE-EFF-DATE TO DL-SINCE
           ELSE
               IF AFTER-FOUND
                   MOVE AFTER-SALARY TO ASOF-SALARY
                   MOVE "BEFORE CHG" TO DL-BASIS
               ELSE
                   MOVE EM-SALARY (EM-IX) TO ASOF-SALARY
                   MOVE "MASTER" TO DL-BASIS
                   ADD 1 TO NO-HISTORY-COUNT
               END-IF
           END-IF.

       130-PRINT-ONE-EMPLOYEE.
           COMPUTE SALARY-DIFF = EM-SALARY (EM-IX) - ASOF-SALARY.
           MOVE EM-SSN (EM-IX) TO DL-SSN.
           MOVE EM-NAME (EM-IX) TO DL-NAME.
           MOVE ASOF-SALARY TO DL-ASOF.
           MOVE EM-SALARY (EM-IX) TO DL-CURRENT.
           MOVE SALARY-DIFF TO DL-DIFF.
           WRITE REPORT-AREA FROM DETAIL-LINE.
           ADD 1 TO LISTED-COUNT.
           ADD ASOF-SALARY TO ASOF-TOTAL.
           ADD EM-SALARY (EM-IX) TO CURRENT-TOTAL.
           ADD SALARY-DIFF TO DIFF-TOTAL.
           IF SALARY-DIFF NOT = ZERO
               ADD 1 TO CHANGED-COUNT
           END-IF.

       300-WRITE-TOTALS.
           WRITE REPORT-AREA FROM HEADING-LINE-3.
           MOVE LISTED-COUNT TO TL-COUNT.
           MOVE ASOF-TOTAL TO TL-ASOF.
           MOVE CURRENT-TOTAL TO TL-CURRENT.
           MOVE DIFF-TOTAL TO TL-DIFF.
           WRITE REPORT-AREA FROM TOTAL-LINE.
           MOVE CHANGED-COUNT TO CL-COUNT.
           MOVE "PAID DIFFERENTLY TODAY THAN ON THE AS-OF DATE"
               TO CL-TEXT.
           WRITE REPORT-AREA FROM COUNT-LINE.
           MOVE NO-HISTORY-COUNT TO CL-COUNT.
           MOVE "WITH NO SALARY HISTORY - SHOWN AT MASTER SALARY"
               TO CL-TEXT.
           WRITE REPORT-AREA FROM COUNT-LINE.
           MOVE OFF-STAFF-COUNT TO CL-COUNT.
           MOVE "NOT ON STAFF ON THE AS-OF DATE - NOT LISTED"
               TO CL-TEXT.
           WRITE REPORT-AREA FROM COUNT-LINE.

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

       end program SALARY-AS-OF.
