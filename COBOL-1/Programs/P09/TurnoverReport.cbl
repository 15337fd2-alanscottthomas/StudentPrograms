       identification division.
       program-id. TURNOVER-REPORT.
       author. Alan Thomas.
       date-compiled.
      *EVERY P09 REPORT SO FAR IS A PICTURE OF TODAY'S MASTER, AND
      *EMPLOYEE-CHANGES ONLY COMPARES THIS RUN WITH THE LAST ONE -
      *NONE OF THEM CAN SAY HOW MANY PEOPLE A DEPARTMENT LOST OVER A
      *YEAR, OR WHETHER WE LOSE THEM IN THEIR FIRST YEAR. THIS
      *PROGRAM READS THE WHOLE MASTER (P09D01.DAT), TERMINATED
      *RECORDS INCLUDED, AND REBUILDS EACH MONTH OF A CHOSEN RANGE
      *FROM THE HIRE AND TERMINATION DATES: OPENING HEADCOUNT,
      *HIRES, TERMINATIONS, CLOSING HEADCOUNT AND THE ANNUALIZED
      *TURNOVER RATE, BY DEPARTMENT OR BY CAMPUS. IT THEN SUMS THE
      *RANGE, BREAKS THE RANGE'S TERMINATIONS DOWN BY LENGTH OF
      *SERVICE, AND SETS EACH DEPARTMENT'S CLOSING HEADCOUNT AGAINST
      *ITS AUTHORIZED HEADCOUNT IN P09BUD.DAT. EMPLOYEES PURGED TO
      *THE TERMINATED-EMPLOYEE ARCHIVE (P09TERM.DAT) ARE READ BACK
      *IN, SO A PURGE DOES NOT TAKE ITS LEAVERS OUT OF THE HISTORY.
      *input files P09D01.DAT, P09DDT.DAT, P09CMP.DAT, P09BUD.DAT,
      *  P09TERM.DAT
      *output files P09TURN.RPT
      *printer ouput None
      *
      *MODS:
      *05/22/2016 - AT - first version.
      *05/31/2016 - AT - also loads the terminated-employee archive
      *  (P09TERM.DAT, P09_TERM_ARCHIVE_FILE); purged leavers were
      *  dropping out of every month before the purge. Employee
      *  table raised to 999 entries to hold them.
      *06/01/2016 - AT - a code with no room left in the 35-entry
      *  group table stops the run (LOADERR); those employees were
      *  left with no group and fell out of the totals.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT FILE1 ASSIGN TO DYNAMIC FILE1-NAME
               organization is line sequential
               file status is FILE1-STATUS.

               SELECT FILE2 ASSIGN TO DYNAMIC FILE2-NAME
               organization is line sequential.

               SELECT CAMPUSFILE ASSIGN TO DYNAMIC CAMPFILE-NAME
               organization is line sequential
               file status is CAMPUSFILE-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.

               SELECT BUDGETFILE ASSIGN TO DYNAMIC BUDGETFILE-NAME
               organization is line sequential
               file status is BUDGETFILE-STATUS.

               SELECT ARCHIVEFILE ASSIGN TO DYNAMIC ARCHIVEFILE-NAME
               organization is line sequential
               file status is ARCHIVEFILE-STATUS.

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

           FD FILE2.
           01 FILE2-PICS.
               05 DEPARTMENT-CODE PIC 99.
               05 DEPARTMENT-NAME PIC X(10).

           FD CAMPUSFILE.
           01 CAMPUSFILE-PICS.
               05 CAMPUSFILE-CODE PIC 9.
               05 CAMPUSFILE-NAME PIC X(10).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

      *----AUTHORIZED HEADCOUNT AND BUDGETED SALARY PER DEPARTMENT--
           FD BUDGETFILE.
           01 BUDGETFILE-PICS.
               05 BUDGET-DEPT-CODE  PIC 99.
               05 BUDGET-HEADCOUNT  PIC 9(5).
               05 BUDGET-SALARY     PIC 9(9).

      *----SAME TERMINATED-EMPLOYEE ARCHIVE RECORD EMPLOYEE-PURGE
      *----WRITES: THE MASTER RECORD AS IT STOOD WHEN PURGED, THEN
      *----THE PURGE DATE AND WHO RAN IT----
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

           FD REPORTFILE.
           01 REPORT-AREA PIC X(100).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD PIC X(80).


       WORKING-STORAGE SECTION.

       01 FILE1-STATUS      PIC X(2) VALUE SPACES.
       01 CAMPUSFILE-STATUS PIC X(2) VALUE SPACES.
       01 BUDGETFILE-STATUS PIC X(2) VALUE SPACES.
       01 ARCHIVEFILE-STATUS PIC X(2) VALUE SPACES.

       01 FILE1-NAME      PIC X(80) VALUE "C:\COBOL\P09D01.DAT".
       01 FILE2-NAME      PIC X(80) VALUE "C:\COBOL\P09DDT.DAT".
       01 CAMPFILE-NAME   PIC X(80) VALUE "C:\COBOL\P09CMP.DAT".
       01 BUDGETFILE-NAME PIC X(80) VALUE "C:\COBOL\P09BUD.DAT".
       01 ARCHIVEFILE-NAME PIC X(80) VALUE "C:\COBOL\P09TERM.DAT".
       01 REPORTFILE-NAME PIC X(80) VALUE "C:\COBOL\P09TURN.RPT".

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

       01 I PIC 9(2)  BINARY.
       01 DEPARTMENT-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 CAMPUS-COUNT     PIC 9(2) BINARY VALUE ZERO.

      *----SET WHEN A REFERENCE FILE OR THE MASTER FAILS ITS LOAD
      *----CHECKS - SAME RULE AS THE EMPLOYEE REPORT: A QUIETLY
      *----WRONG TABLE IS WORSE THAN A STOPPED RUN----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

       01  T-DEPARTMENT.
           05 TDEPARTMENTTABLE OCCURS 1 TO 25 TIMES
                  DEPENDING ON DEPARTMENT-COUNT
                  INDEXED BY IX.
              10 TDEPARTMENTCODE PIC 99.
              10 TDEPARTMENTNAME PIC X(10).

       01  T-CAMPUS.
           05 TCAMPUSTABLE OCCURS 1 TO 9 TIMES
                  DEPENDING ON CAMPUS-COUNT
                  INDEXED BY IC.
              10 TCAMPUSCODE PIC 9.
              10 TCAMPUSNAME PIC X(10).

       01  DEFAULTCAMPUSDEFS.
           05  FILLER    PIC X(10)  VALUE "UPSTATE".
           05  FILLER    PIC X(10)  VALUE "DOWNSTATE".
           05  FILLER    PIC X(10)  VALUE "CITY".
           05  FILLER    PIC X(10)  VALUE "MELVILLE".
           05  FILLER    PIC X(10)  VALUE "HUNTINGTON".
       01  T-DEFAULT-CAMPUS REDEFINES DEFAULTCAMPUSDEFS.
           05 TDEFAULTCAMPUS OCCURS 5 TIMES.
              10 TDEFAULTCAMPUSNAME PIC X(10).

      *----THE AUTHORIZED-HEADCOUNT BUDGET OUT OF P09BUD.DAT. NO
      *----FILE MEANS NO AUTHORIZED-HEADCOUNT SECTION THIS RUN----
       01  BUDGET-COUNT PIC 9(2) BINARY VALUE ZERO.
       01  T-BUDGET.
           05 TBUDGETTABLE OCCURS 1 TO 25 TIMES
                  DEPENDING ON BUDGET-COUNT
                  INDEXED BY IB.
              10 TBUDGETCODE  PIC 99.
              10 TBUDGETHEADS PIC 9(5).
              10 TBUDGETSALARY PIC 9(9).

      *----EVERY RECORD ON THE MASTER, TERMINATED OR NOT, AND EVERY
      *----ONE ON THE ARCHIVE, WITH THE REPORT GROUP (DEPARTMENT OR
      *----CAMPUS) IT FALLS IN----
       01 EMPLOYEE-COUNT    PIC 9(3) VALUE ZERO.
       01 ARCHIVE-COUNT     PIC 9(3) VALUE ZERO.
       01 EMPLOYEE-TABLE.
           05 EMP-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON EMPLOYEE-COUNT
                  INDEXED BY EM-IX.
              10 EM-CAMPUS     PIC 9.
              10 EM-DEPT       PIC 99.
              10 EM-HIRE-DATE  PIC 9(8).
              10 EM-TERM-DATE  PIC 9(8).
              10 EM-GROUP      PIC 9(2).

      *----ONE LINE OF THE REPORT PER GROUP: THE CURRENT MONTH'S
      *----MOVEMENT AND THE WHOLE RANGE'S, AND THE RANGE'S
      *----TERMINATIONS BY LENGTH OF SERVICE----
       01 GROUP-COUNT       PIC 9(2) VALUE ZERO.
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 1 TO 35 TIMES
                  DEPENDING ON GROUP-COUNT
                  INDEXED BY GR-IX.
              10 GR-CODE        PIC 99.
              10 GR-NAME        PIC X(10).
              10 GR-OPEN        PIC 9(5).
              10 GR-HIRES       PIC 9(5).
              10 GR-TERMS       PIC 9(5).
              10 GR-CLOSE       PIC 9(5).
              10 GR-RANGE-OPEN  PIC 9(5).
              10 GR-RANGE-HIRES PIC 9(5).
              10 GR-RANGE-TERMS PIC 9(5).
              10 GR-AVG-SUM     PIC 9(7)V9.
              10 GR-LOS-UNDER-1 PIC 9(5).
              10 GR-LOS-1-3     PIC 9(5).
              10 GR-LOS-3-5     PIC 9(5).
              10 GR-LOS-5-UP    PIC 9(5).
              10 GR-LOS-NONE    PIC 9(5).

      *----SAME GROUP SLOTS, FOR THE ALL-GROUPS LINES----
       01 ALL-GROUP-TOTALS.
           05 AT-OPEN        PIC 9(5).
           05 AT-HIRES       PIC 9(5).
           05 AT-TERMS       PIC 9(5).
           05 AT-CLOSE       PIC 9(5).
           05 AT-RANGE-OPEN  PIC 9(5).
           05 AT-RANGE-HIRES PIC 9(5).
           05 AT-RANGE-TERMS PIC 9(5).
           05 AT-AVG-SUM     PIC 9(7)V9.
           05 AT-LOS-UNDER-1 PIC 9(5).
           05 AT-LOS-1-3     PIC 9(5).
           05 AT-LOS-3-5     PIC 9(5).
           05 AT-LOS-5-UP    PIC 9(5).
           05 AT-LOS-NONE    PIC 9(5).

      *----D)EPARTMENT OR C)AMPUS GROUPING----
       01 GROUP-BY          PIC X VALUE "D".
           88 GROUP-BY-CAMPUS   VALUE "C" "c".
           88 GROUP-BY-DEPT     VALUE "D" "d".

      *----THE MONTH RANGE, YYYYMM, AND THE MONTH BEING BUILT----
       01 RANGE-FIELDS.
           05 FROM-MONTH        PIC 9(6)  VALUE ZERO.
           05 TO-MONTH          PIC 9(6)  VALUE ZERO.
           05 MONTH-ENTRY       PIC X(6)  VALUE SPACES.
           05 MONTH-COUNT       PIC 9(3)  VALUE ZERO.
           05 CUR-MONTH         PIC 9(6)  VALUE ZERO.
           05 CUR-MONTH-PARTS REDEFINES CUR-MONTH.
               10 CUR-YEAR          PIC 9(4).
               10 CUR-MM            PIC 9(2).
           05 MONTH-START       PIC 9(8)  VALUE ZERO.
           05 MONTH-END         PIC 9(8)  VALUE ZERO.
           05 NEXT-START        PIC 9(8)  VALUE ZERO.
           05 NEXT-START-PARTS REDEFINES NEXT-START.
               10 NEXT-YEAR         PIC 9(4).
               10 NEXT-MM           PIC 9(2).
               10 NEXT-DD           PIC 9(2).
           05 NEXT-START-INT    PIC S9(9) VALUE ZERO.
           05 RANGE-START       PIC 9(8)  VALUE ZERO.
           05 RANGE-END         PIC 9(8)  VALUE ZERO.
           05 RANGE-OK-SW       PIC X     VALUE "Y".
               88 RANGE-OK          VALUE "Y".

      *----LENGTH-OF-SERVICE WORK FIELDS: WHOLE YEARS FROM HIRE TO
      *----TERMINATION, COUNTED THE WAY THE EMPLOYEE REPORT COUNTS
      *----YEARS OF SERVICE----
       01 SERVICE-FIELDS.
           05 HIRE-INTEGER      PIC S9(9) VALUE ZERO.
           05 TERM-INTEGER      PIC S9(9) VALUE ZERO.
           05 SERVICE-DAYS      PIC S9(9) VALUE ZERO.
           05 SERVICE-YEARS     PIC 9(3)  VALUE ZERO.
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.
           05 HIRE-DATE-OK-SW   PIC X     VALUE "N".
               88 HIRE-DATE-OK      VALUE "Y".

      *----ONE GROUP'S FIGURES, LOADED BY THE CALLER, FOR THE RATE
      *----AND LINE PARAGRAPHS----
       01 LINE-FIELDS.
           05 LN-OPEN           PIC 9(5)    VALUE ZERO.
           05 LN-TERMS          PIC 9(5)    VALUE ZERO.
           05 LN-CLOSE          PIC 9(5)    VALUE ZERO.
           05 LN-AVG-SUM        PIC 9(7)V9  VALUE ZERO.
           05 LN-RATE           PIC 9(4)V9  VALUE ZERO.
           05 LN-AVERAGE        PIC 9(5)V9  VALUE ZERO.
           05 LN-FIRST-YEAR-PCT PIC 9(3)V9  VALUE ZERO.
           05 DEPT-CLOSE        PIC 9(5)    VALUE ZERO.
           05 HEAD-VARIANCE     PIC S9(5)   VALUE ZERO.
           05 OVER-COUNT        PIC 9(3)    VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER  PIC X(26) VALUE "HEADCOUNT AND TURNOVER - ".
           05 HL1-FROM PIC 9999/99.
           05 FILLER  PIC X(6)  VALUE " THRU ".
           05 HL1-TO   PIC 9999/99.
           05 FILLER  PIC X(3)  VALUE " - ".
           05 HL1-BY   PIC X(13).

       01 HEADING-LINE-2.
           05 FILLER  PIC X(14) VALUE "GROUP".
           05 FILLER  PIC X(10) VALUE "   OPENING".
           05 FILLER  PIC X(8)  VALUE "   HIRES".
           05 FILLER  PIC X(8)  VALUE "   TERMS".
           05 FILLER  PIC X(10) VALUE "   CLOSING".
           05 FILLER  PIC X(14) VALUE "  ANNUAL RATE".

       01 HEADING-LINE-3.
           05 FILLER  PIC X(80) VALUE ALL "-".

       01 MONTH-HEAD-LINE.
           05 FILLER        PIC X(6)  VALUE "MONTH ".
           05 MHL-MONTH     PIC 9999/99.

       01 SECTION-HEAD-LINE.
           05 SHL-TEXT      PIC X(80).

       01 MOVEMENT-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 ML-NAME       PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 ML-OPEN       PIC ZZ,ZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 ML-HIRES      PIC ZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 ML-TERMS      PIC ZZ,ZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 ML-CLOSE      PIC ZZ,ZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 ML-RATE       PIC Z,ZZ9.9.
           05 FILLER        PIC X(1)  VALUE "%".

       01 SUMMARY-HEAD-LINE.
           05 FILLER  PIC X(14) VALUE "GROUP".
           05 FILLER  PIC X(10) VALUE "   OPENING".
           05 FILLER  PIC X(8)  VALUE "   HIRES".
           05 FILLER  PIC X(8)  VALUE "   TERMS".
           05 FILLER  PIC X(10) VALUE "   AVERAGE".
           05 FILLER  PIC X(14) VALUE "  ANNUAL RATE".

       01 SUMMARY-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 SL-NAME       PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 SL-OPEN       PIC ZZ,ZZ9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 SL-HIRES      PIC ZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 SL-TERMS      PIC ZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 SL-AVERAGE    PIC ZZ,ZZ9.9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 SL-RATE       PIC Z,ZZ9.9.
           05 FILLER        PIC X(1)  VALUE "%".

       01 SERVICE-HEAD-LINE.
           05 FILLER  PIC X(14) VALUE "GROUP".
           05 FILLER  PIC X(10) VALUE "  UNDER 1".
           05 FILLER  PIC X(8)  VALUE "     1-3".
           05 FILLER  PIC X(8)  VALUE "     3-5".
           05 FILLER  PIC X(8)  VALUE "      5+".
           05 FILLER  PIC X(8)  VALUE " NO DATE".
           05 FILLER  PIC X(8)  VALUE "   TOTAL".
           05 FILLER  PIC X(10) VALUE "  1ST YEAR".

       01 SERVICE-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 VL-NAME       PIC X(10).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 VL-UNDER-1    PIC ZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 VL-1-3        PIC ZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 VL-3-5        PIC ZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 VL-5-UP       PIC ZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 VL-NONE       PIC ZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 VL-TOTAL      PIC ZZ,ZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 VL-FIRST-YEAR PIC ZZ9.9.
           05 FILLER        PIC X(1)  VALUE "%".

       01 BUDGET-HEAD-LINE.
           05 FILLER  PIC X(14) VALUE "DEPARTMENT".
           05 FILLER  PIC X(10) VALUE "   CLOSING".
           05 FILLER  PIC X(12) VALUE "  AUTHORIZED".
           05 FILLER  PIC X(10) VALUE "  VARIANCE".

       01 BUDGET-LINE.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 BL-NAME       PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 BL-CLOSE      PIC ZZ,ZZ9.
           05 FILLER        PIC X(6)  VALUE SPACES.
           05 BL-AUTH       PIC ZZ,ZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 BL-VARIANCE   PIC +,+++,++9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 BL-FLAG       PIC X(14).

       01 MESSAGE-LINE.
           05 MSG-TEXT      PIC X(80).


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
           05 DLL-PROGRAM        PIC X(12)  VALUE "TURNOVER".
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
      *----SKIPS THE RANGE PROMPTS AND TAKES THE PARAMETER-FILE OR
      *----DEFAULT RANGE----
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
           MOVE "D" TO GROUP-BY.
           MOVE FUNCTION CURRENT-DATE (1:6) TO TO-MONTH.
           MOVE TO-MONTH TO FROM-MONTH.
           MOVE 01 TO FROM-MONTH (5:2).
           DISPLAY "--------------------------------------------".
           DISPLAY "  HEADCOUNT AND TURNOVER".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           IF UNATTENDED-RUN
               DISPLAY "UNATTENDED RUN - " FROM-MONTH " THRU "
                   TO-MONTH
           ELSE
               PERFORM 010-PROMPT-FOR-RANGE
           END-IF.
           PERFORM 012-CHECK-RANGE.
           PERFORM 015-LOADCAMPUSES.
           PERFORM 020-LOADDEPARTMENTS.
           PERFORM 030-LOADBUDGETS.
           PERFORM 040-LOAD-EMPLOYEES.
           IF NOT LOAD-ERROR-FOUND
               PERFORM 050-BUILD-GROUPS
           END-IF.
           IF NOT RANGE-OK
               DISPLAY "*RUN STOPPED - FIX THE MONTH RANGE AND"
                   " RERUN*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "BADPARM" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "BADPARM" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
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
           MOVE FROM-MONTH TO HL1-FROM.
           MOVE TO-MONTH TO HL1-TO.
           IF GROUP-BY-CAMPUS
               MOVE "BY CAMPUS" TO HL1-BY
           ELSE
               MOVE "BY DEPARTMENT" TO HL1-BY
           END-IF.
           WRITE REPORT-AREA FROM HEADING-LINE-1.
           WRITE REPORT-AREA FROM HEADING-LINE-2.
           WRITE REPORT-AREA FROM HEADING-LINE-3.
           MOVE FROM-MONTH TO CUR-MONTH.
           MOVE ZERO TO MONTH-COUNT.
           PERFORM 100-BUILD-ONE-MONTH
               UNTIL CUR-MONTH > TO-MONTH.
           PERFORM 400-PRINT-RANGE-SUMMARY.
           PERFORM 500-PRINT-SERVICE-BANDS.
           PERFORM 600-PRINT-AUTHORIZED.
           CLOSE REPORTFILE.
           DISPLAY MONTH-COUNT " MONTH(S), " AT-RANGE-HIRES
               " HIRE(S), " AT-RANGE-TERMS " TERMINATION(S) -"
               " SEE P09TURN.RPT".
           IF OVER-COUNT > ZERO
               DISPLAY "*" OVER-COUNT " DEPARTMENT(S) OVER"
                   " AUTHORIZED HEADCOUNT*"
           END-IF.
           MOVE EMPLOYEE-COUNT TO DLL-RECORD-COUNT.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE OVER-COUNT TO RSA-EXCEPTION-COUNT.
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
               WHEN "P09_DEPARTMENT_FILE"
                   MOVE PARM-VALUE TO FILE2-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_CAMPUS_FILE"
                   MOVE PARM-VALUE TO CAMPFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_BUDGET_FILE"
                   MOVE PARM-VALUE TO BUDGETFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_TURNOVER_FILE"
                   MOVE PARM-VALUE TO REPORTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_TURNOVER_FROM"
                   IF PARM-VALUE (1:6) IS NUMERIC
                       MOVE PARM-VALUE (1:6) TO FROM-MONTH
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_TURNOVER_TO"
                   IF PARM-VALUE (1:6) IS NUMERIC
                       MOVE PARM-VALUE (1:6) TO TO-MONTH
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_TURNOVER_BY"
                   MOVE PARM-VALUE (1:1) TO GROUP-BY
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DAILY_LOG_FILE"
                   MOVE PARM-VALUE TO DAILY-LOG-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_TERM_ARCHIVE_FILE"
                   MOVE PARM-VALUE TO ARCHIVEFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----THE RANGE AND GROUPING, EACH DEFAULTING (ON ENTER) TO
      *----THE PARAMETER-FILE VALUE OR THE YEAR TO DATE----
       010-PROMPT-FOR-RANGE.
           DISPLAY "FROM MONTH (YYYYMM, ENTER FOR " FROM-MONTH "): ".
           MOVE SPACES TO MONTH-ENTRY.
           ACCEPT MONTH-ENTRY.
           IF MONTH-ENTRY NOT = SPACES
               IF MONTH-ENTRY IS NUMERIC
                   MOVE MONTH-ENTRY TO FROM-MONTH
               ELSE
                   MOVE ZERO TO FROM-MONTH
               END-IF
           END-IF.
           DISPLAY "THRU MONTH (YYYYMM, ENTER FOR " TO-MONTH "): ".
           MOVE SPACES TO MONTH-ENTRY.
           ACCEPT MONTH-ENTRY.
           IF MONTH-ENTRY NOT = SPACES
               IF MONTH-ENTRY IS NUMERIC
                   MOVE MONTH-ENTRY TO TO-MONTH
               ELSE
                   MOVE ZERO TO TO-MONTH
               END-IF
           END-IF.
           DISPLAY "GROUP BY D)EPARTMENT OR C)AMPUS (ENTER FOR "
               GROUP-BY "): ".
           MOVE SPACES TO MONTH-ENTRY.
           ACCEPT MONTH-ENTRY.
           IF MONTH-ENTRY NOT = SPACES
               MOVE MONTH-ENTRY (1:1) TO GROUP-BY
           END-IF.

      *----BOTH ENDS MUST BE REAL MONTHS, IN ORDER, AND NO MORE THAN
      *----TEN YEARS APART----
       012-CHECK-RANGE.
           MOVE "Y" TO RANGE-OK-SW.
           IF NOT GROUP-BY-CAMPUS AND NOT GROUP-BY-DEPT
               DISPLAY "*GROUPING MUST BE D OR C*"
               MOVE "N" TO RANGE-OK-SW
           END-IF.
           COMPUTE RANGE-START = FROM-MONTH * 100 + 1.
           COMPUTE DATE-CHECK-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (RANGE-START).
           IF DATE-CHECK-RESULT NOT = 0
               DISPLAY "*FROM MONTH " FROM-MONTH " IS NOT A YYYYMM"
                   " MONTH*"
               MOVE "N" TO RANGE-OK-SW
           END-IF.
           MOVE TO-MONTH TO CUR-MONTH.
           PERFORM 110-SET-MONTH-DATES.
           MOVE MONTH-END TO RANGE-END.
           COMPUTE DATE-CHECK-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (MONTH-START).
           IF DATE-CHECK-RESULT NOT = 0
               DISPLAY "*THRU MONTH " TO-MONTH " IS NOT A YYYYMM"
                   " MONTH*"
               MOVE "N" TO RANGE-OK-SW
           END-IF.
           IF RANGE-OK
               IF FROM-MONTH > TO-MONTH
                   DISPLAY "*FROM MONTH IS AFTER THRU MONTH*"
                   MOVE "N" TO RANGE-OK-SW
               ELSE
               IF TO-MONTH - FROM-MONTH > 1000
                   DISPLAY "*RANGE IS LONGER THAN TEN YEARS*"
                   MOVE "N" TO RANGE-OK-SW
               END-IF
               END-IF
           END-IF.

      *----SAME CAMPUS TABLE AND P09CMP.DAT LOAD AS THE EMPLOYEE
      *----REPORT, SAME FIVE BUILT-IN NAMES WHEN THE FILE IS MISSING--
       015-LOADCAMPUSES.
           MOVE ZERO TO CAMPUS-COUNT.
           MOVE "N" TO SWITCH.
           MOVE ZERO TO I.
           OPEN INPUT CAMPUSFILE.
           IF CAMPUSFILE-STATUS = "35"
               PERFORM 016-DEFAULT-ONE-CAMPUS
                   VARYING I FROM 1 BY 1 UNTIL I > 5
               MOVE 5 TO CAMPUS-COUNT
           ELSE
               PERFORM 017-READ-ONE-CAMPUS
                   UNTIL ENDOFFILE
               CLOSE CAMPUSFILE
               MOVE I TO CAMPUS-COUNT
           END-IF.
           MOVE "N" TO SWITCH.

       016-DEFAULT-ONE-CAMPUS.
           MOVE I TO TCAMPUSCODE (I).
           MOVE TDEFAULTCAMPUSNAME (I) TO TCAMPUSNAME (I).

       017-READ-ONE-CAMPUS.
           READ CAMPUSFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               ADD 1 TO I
               IF I > 9
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09CMP.DAT OVERFLOWS THE 9-ENTRY"
                       " TABLE AT CODE " CAMPUSFILE-CODE "*"
                   MOVE 9 TO I
                   SET ENDOFFILE TO TRUE
               ELSE
                   MOVE CAMPUSFILE-PICS TO TCAMPUSTABLE (I)
               END-IF
           END-READ.

       020-LOADDEPARTMENTS.
           OPEN INPUT FILE2.
           MOVE "N" TO SWITCH.
           MOVE ZERO TO I.
           PERFORM 021-READ-ONE-DEPARTMENT
               UNTIL ENDOFFILE.
           CLOSE FILE2.
           MOVE I TO DEPARTMENT-COUNT.
           MOVE "N" TO SWITCH.

       021-READ-ONE-DEPARTMENT.
           READ FILE2
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               ADD 1 TO I
               IF I > 25
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09DDT.DAT OVERFLOWS THE 25-ENTRY"
                       " TABLE AT CODE " DEPARTMENT-CODE "*"
                   MOVE 25 TO I
                   SET ENDOFFILE TO TRUE
               ELSE
                   MOVE FILE2-PICS TO TDEPARTMENTTABLE (I)
               END-IF
           END-READ.

      *----SAME P09BUD.DAT LOAD AND CAPACITY GUARD AS THE EMPLOYEE
      *----REPORT. A MISSING FILE JUST MEANS NO AUTHORIZED-HEADCOUNT
      *----SECTION THIS RUN----
       030-LOADBUDGETS.
           MOVE ZERO TO BUDGET-COUNT.
           MOVE "N" TO SWITCH.
           MOVE ZERO TO I.
           OPEN INPUT BUDGETFILE.
           IF BUDGETFILE-STATUS NOT = "35"
               PERFORM 031-READ-ONE-BUDGET
                   UNTIL ENDOFFILE
               CLOSE BUDGETFILE
               MOVE I TO BUDGET-COUNT
           END-IF.
           MOVE "N" TO SWITCH.

       031-READ-ONE-BUDGET.
           READ BUDGETFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               ADD 1 TO I
               IF I > 25
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09BUD.DAT OVERFLOWS THE 25-ENTRY"
                       " TABLE AT CODE " BUDGET-DEPT-CODE "*"
                   MOVE 25 TO I
                   SET ENDOFFILE TO TRUE
               ELSE
                   MOVE BUDGETFILE-PICS TO TBUDGETTABLE (I)
               END-IF
           END-READ.

      *----THE WHOLE MASTER, ENVELOPE RECORDS SKIPPED. TERMINATED
      *----RECORDS STAY IN - THEY ARE THE TURNOVER----
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
           IF NOT LOAD-ERROR-FOUND
               PERFORM 042-LOAD-ARCHIVE
           END-IF.

       041-READ-ONE-EMPLOYEE.
           READ FILE1
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF FILE1-PICS (1:3) = "HDR"
                      OR FILE1-PICS (1:3) = "TRL"
                   CONTINUE
               ELSE
               IF EMPLOYEE-COUNT = 999
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09D01.DAT OVERFLOWS THE 999-ENTRY"
                       " TABLE AT SSN " EMPLOYEE-SSN "*"
                   SET ENDOFFILE TO TRUE
               ELSE
                   ADD 1 TO EMPLOYEE-COUNT
                   SET EM-IX TO EMPLOYEE-COUNT
                   MOVE EMPLOYEE-CAMPUS TO EM-CAMPUS (EM-IX)
                   MOVE EMPLOYEE-DEPARTMENT TO EM-DEPT (EM-IX)
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
                   MOVE ZERO TO EM-GROUP (EM-IX)
               END-IF
               END-IF
           END-READ.

      *----THE PURGED LEAVERS, BACK FROM THE TERMINATED-EMPLOYEE
      *----ARCHIVE. NO ARCHIVE JUST MEANS NOTHING HAS BEEN PURGED
      *----YET----
       042-LOAD-ARCHIVE.
           MOVE ZERO TO ARCHIVE-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT ARCHIVEFILE.
           IF ARCHIVEFILE-STATUS NOT = "35"
               PERFORM 043-READ-ONE-ARCHIVE
                   UNTIL ENDOFFILE
               CLOSE ARCHIVEFILE
               DISPLAY ARCHIVE-COUNT " PURGED EMPLOYEE(S) LOADED FROM"
                   " THE ARCHIVE"
           END-IF.
           MOVE "N" TO SWITCH.

       043-READ-ONE-ARCHIVE.
           READ ARCHIVEFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF EMPLOYEE-COUNT = 999
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09TERM.DAT OVERFLOWS THE 999-ENTRY"
                       " TABLE AT SSN " TA-SSN "*"
                   SET ENDOFFILE TO TRUE
               ELSE
                   ADD 1 TO EMPLOYEE-COUNT
                   ADD 1 TO ARCHIVE-COUNT
                   SET EM-IX TO EMPLOYEE-COUNT
                   MOVE TA-CAMPUS TO EM-CAMPUS (EM-IX)
                   MOVE TA-DEPARTMENT TO EM-DEPT (EM-IX)
                   IF TA-HIRE-DATE IS NUMERIC
                       MOVE TA-HIRE-DATE TO EM-HIRE-DATE (EM-IX)
                   ELSE
                       MOVE ZERO TO EM-HIRE-DATE (EM-IX)
                   END-IF
                   IF TA-TERM-DATE IS NUMERIC
                       MOVE TA-TERM-DATE TO EM-TERM-DATE (EM-IX)
                   ELSE
                       MOVE ZERO TO EM-TERM-DATE (EM-IX)
                   END-IF
                   MOVE ZERO TO EM-GROUP (EM-IX)
               END-IF
           END-READ.

      *----ONE GROUP PER REFERENCE-FILE ENTRY, IN FILE ORDER, THEN
      *----ONE PER CODE ON THE MASTER THE REFERENCE FILE LACKS, SO
      *----NO RECORD FALLS OUT OF THE TOTALS. A CODE THAT DOES NOT
      *----FIT IN THE TABLE IS A LOAD ERROR----
       050-BUILD-GROUPS.
           MOVE ZERO TO GROUP-COUNT.
           IF GROUP-BY-CAMPUS
               PERFORM 051-ADD-CAMPUS-GROUP
                   VARYING IC FROM 1 BY 1 UNTIL IC > CAMPUS-COUNT
           ELSE
               PERFORM 052-ADD-DEPT-GROUP
                   VARYING IX FROM 1 BY 1 UNTIL IX > DEPARTMENT-COUNT
           END-IF.
           PERFORM 053-SET-EMPLOYEE-GROUP
               VARYING EM-IX FROM 1 BY 1 UNTIL EM-IX > EMPLOYEE-COUNT.
           INITIALIZE ALL-GROUP-TOTALS.

       051-ADD-CAMPUS-GROUP.
           ADD 1 TO GROUP-COUNT.
           INITIALIZE GROUP-ENTRY (GROUP-COUNT).
           MOVE TCAMPUSCODE (IC) TO GR-CODE (GROUP-COUNT).
           MOVE TCAMPUSNAME (IC) TO GR-NAME (GROUP-COUNT).

       052-ADD-DEPT-GROUP.
           ADD 1 TO GROUP-COUNT.
           INITIALIZE GROUP-ENTRY (GROUP-COUNT).
           MOVE TDEPARTMENTCODE (IX) TO GR-CODE (GROUP-COUNT).
           MOVE TDEPARTMENTNAME (IX) TO GR-NAME (GROUP-COUNT).

       053-SET-EMPLOYEE-GROUP.
           IF GROUP-BY-CAMPUS
               MOVE EM-CAMPUS (EM-IX) TO I
           ELSE
               MOVE EM-DEPT (EM-IX) TO I
           END-IF.
           SET GR-IX TO 1.
           SEARCH GROUP-ENTRY
               AT END
                   IF GROUP-COUNT < 35
                       ADD 1 TO GROUP-COUNT
                       INITIALIZE GROUP-ENTRY (GROUP-COUNT)
                       MOVE I TO GR-CODE (GROUP-COUNT)
                       MOVE "UNKNOWN " TO GR-NAME (GROUP-COUNT)
                       MOVE I TO GR-NAME (GROUP-COUNT) (9:2)
                       MOVE GROUP-COUNT TO EM-GROUP (EM-IX)
                   ELSE
                       IF NOT LOAD-ERROR-FOUND
                           DISPLAY "*P09D01.DAT/P09TERM.DAT OVERFLOW"
                               " THE 35-ENTRY GROUP TABLE AT CODE "
                               I "*"
                       END-IF
                       MOVE "Y" TO LOAD-ERROR-SWITCH
                   END-IF
               WHEN GR-CODE (GR-IX) = I
                   SET EM-GROUP (EM-IX) TO GR-IX
           END-SEARCH.

      *----ONE MONTH: EVERY RECORD IS PLACED AGAINST THE MONTH'S
      *----FIRST AND LAST DAY, THE GROUPS PRINT, AND THE MONTH ADDS
      *----INTO THE RANGE TOTALS----
       100-BUILD-ONE-MONTH.
           ADD 1 TO MONTH-COUNT.
           PERFORM 110-SET-MONTH-DATES.
           PERFORM 120-CLEAR-ONE-GROUP
               VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GROUP-COUNT.
           MOVE ZERO TO AT-OPEN AT-HIRES AT-TERMS AT-CLOSE.
           PERFORM 130-PLACE-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1 UNTIL EM-IX > EMPLOYEE-COUNT.
           MOVE SPACES TO REPORT-AREA.
           WRITE REPORT-AREA.
           MOVE CUR-MONTH TO MHL-MONTH.
           WRITE REPORT-AREA FROM MONTH-HEAD-LINE.
           PERFORM 150-PRINT-ONE-GROUP
               VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GROUP-COUNT.
           MOVE "ALL" TO ML-NAME.
           MOVE AT-OPEN TO LN-OPEN ML-OPEN.
           MOVE AT-HIRES TO ML-HIRES.
           MOVE AT-TERMS TO LN-TERMS ML-TERMS.
           MOVE AT-CLOSE TO LN-CLOSE ML-CLOSE.
           PERFORM 160-SET-MONTH-RATE.
           MOVE LN-RATE TO ML-RATE.
           WRITE REPORT-AREA FROM MOVEMENT-LINE.
           IF MONTH-COUNT = 1
               MOVE AT-OPEN TO AT-RANGE-OPEN
           END-IF.
           ADD AT-HIRES TO AT-RANGE-HIRES.
           ADD AT-TERMS TO AT-RANGE-TERMS.
           COMPUTE AT-AVG-SUM = AT-AVG-SUM + (AT-OPEN + AT-CLOSE) / 2.
           IF CUR-MM = 12
               ADD 1 TO CUR-YEAR
               MOVE 1 TO CUR-MM
           ELSE
               ADD 1 TO CUR-MM
           END-IF.

      *----FIRST AND LAST DAY OF CUR-MONTH: THE LAST DAY IS THE DAY
      *----BEFORE THE FIRST OF THE NEXT MONTH----
       110-SET-MONTH-DATES.
           COMPUTE MONTH-START = CUR-MONTH * 100 + 1.
           MOVE MONTH-START TO NEXT-START.
           IF NEXT-MM = 12
               ADD 1 TO NEXT-YEAR
               MOVE 1 TO NEXT-MM
           ELSE
               ADD 1 TO NEXT-MM
           END-IF.
           COMPUTE DATE-CHECK-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (NEXT-START).
           IF DATE-CHECK-RESULT = 0
               COMPUTE NEXT-START-INT =
                   FUNCTION INTEGER-OF-DATE (NEXT-START) - 1
               COMPUTE MONTH-END =
                   FUNCTION DATE-OF-INTEGER (NEXT-START-INT)
           ELSE
               MOVE MONTH-START TO MONTH-END
           END-IF.

       120-CLEAR-ONE-GROUP.
           MOVE ZERO TO GR-OPEN (GR-IX).
           MOVE ZERO TO GR-HIRES (GR-IX).
           MOVE ZERO TO GR-TERMS (GR-IX).
           MOVE ZERO TO GR-CLOSE (GR-IX).

      *----ON STAFF AT THE OPEN: HIRED BEFORE THE FIRST AND NOT GONE
      *----BEFORE IT. ON STAFF AT THE CLOSE: HIRED BY THE LAST DAY
      *----AND NOT GONE BY IT. NO HIRE DATE MEANS ON STAFF SINCE
      *----BEFORE DATES WERE KEPT----
       130-PLACE-ONE-EMPLOYEE.
           IF EM-GROUP (EM-IX) > ZERO
               SET GR-IX TO EM-GROUP (EM-IX)
               IF EM-HIRE-DATE (EM-IX) < MONTH-START
                      AND (EM-TERM-DATE (EM-IX) = ZERO
                           OR EM-TERM-DATE (EM-IX) NOT < MONTH-START)
                   ADD 1 TO GR-OPEN (GR-IX)
                   ADD 1 TO AT-OPEN
               END-IF
               IF EM-HIRE-DATE (EM-IX) NOT < MONTH-START
                      AND EM-HIRE-DATE (EM-IX) NOT > MONTH-END
                   ADD 1 TO GR-HIRES (GR-IX)
                   ADD 1 TO AT-HIRES
               END-IF
               IF EM-TERM-DATE (EM-IX) NOT < MONTH-START
                      AND EM-TERM-DATE (EM-IX) NOT > MONTH-END
                   ADD 1 TO GR-TERMS (GR-IX)
                   ADD 1 TO AT-TERMS
                   PERFORM 140-COUNT-SERVICE-BAND
               END-IF
               IF EM-HIRE-DATE (EM-IX) NOT > MONTH-END
                      AND (EM-TERM-DATE (EM-IX) = ZERO
                           OR EM-TERM-DATE (EM-IX) > MONTH-END)
                   ADD 1 TO GR-CLOSE (GR-IX)
                   ADD 1 TO AT-CLOSE
               END-IF
           END-IF.

      *----WHOLE YEARS FROM HIRE TO TERMINATION, THE EMPLOYEE
      *----REPORT'S 365.25-DAY YEAR. A MISSING OR BAD HIRE DATE
      *----GOES IN ITS OWN COLUMN RATHER THAN A GUESSED BAND----
       140-COUNT-SERVICE-BAND.
           MOVE "N" TO HIRE-DATE-OK-SW.
           MOVE ZERO TO SERVICE-YEARS.
           IF EM-HIRE-DATE (EM-IX) > ZERO
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (EM-HIRE-DATE (EM-IX))
               IF DATE-CHECK-RESULT = 0
                   MOVE "Y" TO HIRE-DATE-OK-SW
                   COMPUTE HIRE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (EM-HIRE-DATE (EM-IX))
                   COMPUTE TERM-INTEGER =
                       FUNCTION INTEGER-OF-DATE (EM-TERM-DATE (EM-IX))
                   COMPUTE SERVICE-DAYS = TERM-INTEGER - HIRE-INTEGER
                   IF SERVICE-DAYS > ZERO
                       COMPUTE SERVICE-YEARS =
                           SERVICE-DAYS / 365.25
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT HIRE-DATE-OK
                   ADD 1 TO GR-LOS-NONE (GR-IX)
                   ADD 1 TO AT-LOS-NONE
               WHEN SERVICE-YEARS < 1
                   ADD 1 TO GR-LOS-UNDER-1 (GR-IX)
                   ADD 1 TO AT-LOS-UNDER-1
               WHEN SERVICE-YEARS < 3
                   ADD 1 TO GR-LOS-1-3 (GR-IX)
                   ADD 1 TO AT-LOS-1-3
               WHEN SERVICE-YEARS < 5
                   ADD 1 TO GR-LOS-3-5 (GR-IX)
                   ADD 1 TO AT-LOS-3-5
               WHEN OTHER
                   ADD 1 TO GR-LOS-5-UP (GR-IX)
                   ADD 1 TO AT-LOS-5-UP
           END-EVALUATE.

       150-PRINT-ONE-GROUP.
           MOVE GR-NAME (GR-IX) TO ML-NAME.
           MOVE GR-OPEN (GR-IX) TO LN-OPEN ML-OPEN.
           MOVE GR-HIRES (GR-IX) TO ML-HIRES.
           MOVE GR-TERMS (GR-IX) TO LN-TERMS ML-TERMS.
           MOVE GR-CLOSE (GR-IX) TO LN-CLOSE ML-CLOSE.
           PERFORM 160-SET-MONTH-RATE.
           MOVE LN-RATE TO ML-RATE.
           WRITE REPORT-AREA FROM MOVEMENT-LINE.
           IF MONTH-COUNT = 1
               MOVE GR-OPEN (GR-IX) TO GR-RANGE-OPEN (GR-IX)
           END-IF.
           ADD GR-HIRES (GR-IX) TO GR-RANGE-HIRES (GR-IX).
           ADD GR-TERMS (GR-IX) TO GR-RANGE-TERMS (GR-IX).
           COMPUTE GR-AVG-SUM (GR-IX) = GR-AVG-SUM (GR-IX)
               + (GR-OPEN (GR-IX) + GR-CLOSE (GR-IX)) / 2.

      *----ANNUALIZED RATE FOR ONE MONTH: TERMINATIONS OVER THE
      *----AVERAGE OF OPENING AND CLOSING HEADCOUNT, TIMES TWELVE.
      *----NO ONE ON STAFF MEANS NO RATE----
       160-SET-MONTH-RATE.
           IF LN-OPEN + LN-CLOSE = ZERO
               MOVE ZERO TO LN-RATE
           ELSE
               COMPUTE LN-RATE ROUNDED =
                   LN-TERMS * 2400 / (LN-OPEN + LN-CLOSE)
                   ON SIZE ERROR
                       MOVE 9999.9 TO LN-RATE
               END-COMPUTE
           END-IF.

      *----ANNUALIZED RATE FOR THE RANGE: TERMINATIONS OVER THE
      *----AVERAGE MONTHLY HEADCOUNT, SCALED FROM THE RANGE'S
      *----MONTHS TO TWELVE----
       170-SET-RANGE-RATE.
           COMPUTE LN-AVERAGE ROUNDED = LN-AVG-SUM / MONTH-COUNT.
           IF LN-AVG-SUM = ZERO
               MOVE ZERO TO LN-RATE
           ELSE
               COMPUTE LN-RATE ROUNDED =
                   LN-TERMS * 1200 / LN-AVG-SUM
                   ON SIZE ERROR
                       MOVE 9999.9 TO LN-RATE
               END-COMPUTE
           END-IF.

       400-PRINT-RANGE-SUMMARY.
           MOVE SPACES TO REPORT-AREA.
           WRITE REPORT-AREA.
           MOVE "RANGE SUMMARY" TO SHL-TEXT.
           WRITE REPORT-AREA FROM SECTION-HEAD-LINE.
           WRITE REPORT-AREA FROM SUMMARY-HEAD-LINE.
           WRITE REPORT-AREA FROM HEADING-LINE-3.
           PERFORM 410-PRINT-ONE-SUMMARY
               VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GROUP-COUNT.
           MOVE "ALL" TO SL-NAME.
           MOVE AT-RANGE-OPEN TO SL-OPEN.
           MOVE AT-RANGE-HIRES TO SL-HIRES.
           MOVE AT-RANGE-TERMS TO LN-TERMS SL-TERMS.
           MOVE AT-AVG-SUM TO LN-AVG-SUM.
           PERFORM 170-SET-RANGE-RATE.
           MOVE LN-AVERAGE TO SL-AVERAGE.
           MOVE LN-RATE TO SL-RATE.
           WRITE REPORT-AREA FROM SUMMARY-LINE.

       410-PRINT-ONE-SUMMARY.
           MOVE GR-NAME (GR-IX) TO SL-NAME.
           MOVE GR-RANGE-OPEN (GR-IX) TO SL-OPEN.
           MOVE GR-RANGE-HIRES (GR-IX) TO SL-HIRES.
           MOVE GR-RANGE-TERMS (GR-IX) TO LN-TERMS SL-TERMS.
           MOVE GR-AVG-SUM (GR-IX) TO LN-AVG-SUM.
           PERFORM 170-SET-RANGE-RATE.
           MOVE LN-AVERAGE TO SL-AVERAGE.
           MOVE LN-RATE TO SL-RATE.
           WRITE REPORT-AREA FROM SUMMARY-LINE.

      *----THE RANGE'S TERMINATIONS BY YEARS OF SERVICE, WITH THE
      *----SHARE LOST IN THE FIRST YEAR----
       500-PRINT-SERVICE-BANDS.
           MOVE SPACES TO REPORT-AREA.
           WRITE REPORT-AREA.
           MOVE "TERMINATIONS BY LENGTH OF SERVICE (YEARS)"
               TO SHL-TEXT.
           WRITE REPORT-AREA FROM SECTION-HEAD-LINE.
           WRITE REPORT-AREA FROM SERVICE-HEAD-LINE.
           WRITE REPORT-AREA FROM HEADING-LINE-3.
           PERFORM 510-PRINT-ONE-SERVICE
               VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GROUP-COUNT.
           MOVE "ALL" TO VL-NAME.
           MOVE AT-LOS-UNDER-1 TO VL-UNDER-1.
           MOVE AT-LOS-1-3 TO VL-1-3.
           MOVE AT-LOS-3-5 TO VL-3-5.
           MOVE AT-LOS-5-UP TO VL-5-UP.
           MOVE AT-LOS-NONE TO VL-NONE.
           MOVE AT-RANGE-TERMS TO VL-TOTAL.
           IF AT-RANGE-TERMS = ZERO
               MOVE ZERO TO LN-FIRST-YEAR-PCT
           ELSE
               COMPUTE LN-FIRST-YEAR-PCT ROUNDED =
                   AT-LOS-UNDER-1 * 100 / AT-RANGE-TERMS
           END-IF.
           MOVE LN-FIRST-YEAR-PCT TO VL-FIRST-YEAR.
           WRITE REPORT-AREA FROM SERVICE-LINE.

       510-PRINT-ONE-SERVICE.
           MOVE GR-NAME (GR-IX) TO VL-NAME.
           MOVE GR-LOS-UNDER-1 (GR-IX) TO VL-UNDER-1.
           MOVE GR-LOS-1-3 (GR-IX) TO VL-1-3.
           MOVE GR-LOS-3-5 (GR-IX) TO VL-3-5.
           MOVE GR-LOS-5-UP (GR-IX) TO VL-5-UP.
           MOVE GR-LOS-NONE (GR-IX) TO VL-NONE.
           MOVE GR-RANGE-TERMS (GR-IX) TO VL-TOTAL.
           IF GR-RANGE-TERMS (GR-IX) = ZERO
               MOVE ZERO TO LN-FIRST-YEAR-PCT
           ELSE
               COMPUTE LN-FIRST-YEAR-PCT ROUNDED =
                   GR-LOS-UNDER-1 (GR-IX) * 100
                   / GR-RANGE-TERMS (GR-IX)
           END-IF.
           MOVE LN-FIRST-YEAR-PCT TO VL-FIRST-YEAR.
           WRITE REPORT-AREA FROM SERVICE-LINE.

      *----EACH BUDGETED DEPARTMENT'S HEADCOUNT ON THE LAST DAY OF
      *----THE RANGE AGAINST ITS AUTHORIZED HEADCOUNT. ALWAYS BY
      *----DEPARTMENT - THE BUDGET IS KEPT THAT WAY----
       600-PRINT-AUTHORIZED.
           MOVE SPACES TO REPORT-AREA.
           WRITE REPORT-AREA.
           MOVE SPACES TO SHL-TEXT.
           STRING "DEPARTMENT HEADCOUNT VS AUTHORIZED AT "
                  RANGE-END (1:4) "/" RANGE-END (5:2) "/"
                  RANGE-END (7:2)
               DELIMITED BY SIZE INTO SHL-TEXT.
           WRITE REPORT-AREA FROM SECTION-HEAD-LINE.
           MOVE ZERO TO OVER-COUNT.
           IF BUDGET-COUNT = ZERO
               MOVE "NO P09BUD.DAT - NOTHING TO COMPARE" TO MSG-TEXT
               WRITE REPORT-AREA FROM MESSAGE-LINE
           ELSE
               WRITE REPORT-AREA FROM BUDGET-HEAD-LINE
               WRITE REPORT-AREA FROM HEADING-LINE-3
               PERFORM 610-PRINT-ONE-BUDGET
                   VARYING IB FROM 1 BY 1 UNTIL IB > BUDGET-COUNT
           END-IF.

       610-PRINT-ONE-BUDGET.
           MOVE ZERO TO DEPT-CLOSE.
           PERFORM 620-COUNT-ONE-AT-END
               VARYING EM-IX FROM 1 BY 1 UNTIL EM-IX > EMPLOYEE-COUNT.
           SET IX TO 1.
           SEARCH TDEPARTMENTTABLE
               AT END
                   MOVE "UNKNOWN" TO BL-NAME
               WHEN TDEPARTMENTCODE (IX) = TBUDGETCODE (IB)
                   MOVE TDEPARTMENTNAME (IX) TO BL-NAME
           END-SEARCH.
           MOVE DEPT-CLOSE TO BL-CLOSE.
           MOVE TBUDGETHEADS (IB) TO BL-AUTH.
           COMPUTE HEAD-VARIANCE = DEPT-CLOSE - TBUDGETHEADS (IB).
           MOVE HEAD-VARIANCE TO BL-VARIANCE.
           IF HEAD-VARIANCE > ZERO
               MOVE "*OVER*" TO BL-FLAG
               ADD 1 TO OVER-COUNT
           ELSE
               MOVE SPACES TO BL-FLAG
           END-IF.
           WRITE REPORT-AREA FROM BUDGET-LINE.

       620-COUNT-ONE-AT-END.
           IF EM-DEPT (EM-IX) = TBUDGETCODE (IB)
                  AND EM-HIRE-DATE (EM-IX) NOT > RANGE-END
                  AND (EM-TERM-DATE (EM-IX) = ZERO
                       OR EM-TERM-DATE (EM-IX) > RANGE-END)
               ADD 1 TO DEPT-CLOSE
           END-IF.

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

       end program TURNOVER-REPORT.
