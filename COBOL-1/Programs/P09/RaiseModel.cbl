       identification division.
       program-id. RAISE-MODEL.
       author. Alan Thomas.
       date-compiled.
      *RAISE-APPLY TAKES ONE FLAT PERCENTAGE AND REWRITES THE MASTER -
      *BY THEN IT IS TOO LATE TO ASK WHAT THE RAISE DOES TO EACH
      *DEPARTMENT'S BUDGET. THIS PROGRAM IS THE WHAT-IF: IT READS THE
      *MASTER (P09D01.DAT), THE SALARY BANDS (P09BND.DAT) AND THE
      *DEPARTMENT BUDGETS (P09BUD.DAT) AND NEVER WRITES TO ANY OF
      *THEM. IT TAKES UP TO SIX SCENARIOS, EACH A RAISE PERCENTAGE
      *FOR THE BOTTOM, MIDDLE AND TOP THIRD OF THE BAND (PLACED THE
      *WAY COMP-ANALYSIS PLACES THEM) AND AN OPTIONAL CAP AT THE BAND
      *MAXIMUM, AND PRINTS A PAGE PER SCENARIO - PROJECTED COST BY
      *DEPARTMENT AGAINST BUDGETED SALARY, PROJECTED COST BY CAMPUS,
      *AND HOW MANY PEOPLE THE SCENARIO PUSHES OVER THEIR BAND
      *MAXIMUM - THEN A SIDE-BY-SIDE COMPARISON OF ALL OF THEM ON
      *THE LAST PAGE FOR THE BUDGET COMMITTEE.
      *SCENARIOS COME FROM P09RSCN.DAT WHEN IT EXISTS (NAME X(10),
      *BOTTOM, MIDDLE AND TOP PERCENT 99V99, CAP Y/N), AND MORE CAN BE
      *KEYED AT THE PROMPTS ON AN ATTENDED RUN.
      *input files P09D01.DAT, P09BND.DAT, P09BUD.DAT, P09DDT.DAT,
      *  P09CMP.DAT, P09RSCN.DAT
      *output files P09RMOD.RPT
      *printer ouput None
      *
      *MODS:
      *05/24/2016 - AT - first version.

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

               SELECT BANDFILE ASSIGN TO DYNAMIC BANDFILE-NAME
               organization is line sequential
               file status is BANDFILE-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.

               SELECT BUDGETFILE ASSIGN TO DYNAMIC BUDGETFILE-NAME
               organization is line sequential
               file status is BUDGETFILE-STATUS.

               SELECT SCENARIOFILE ASSIGN TO DYNAMIC SCENARIOFILE-NAME
               organization is line sequential
               file status is SCENARIOFILE-STATUS.

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

           FD BANDFILE.
           01 BANDFILE-PICS.
               05 BAND-POSITION-CODE PIC 9(3).
               05 BAND-LOW-SALARY   PIC 9(6).
               05 BAND-HIGH-SALARY  PIC 9(6).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

      *----AUTHORIZED HEADCOUNT AND BUDGETED SALARY PER DEPARTMENT--
           FD BUDGETFILE.
           01 BUDGETFILE-PICS.
               05 BUDGET-DEPT-CODE  PIC 99.
               05 BUDGET-HEADCOUNT  PIC 9(5).
               05 BUDGET-SALARY     PIC 9(9).

      *----ONE SCENARIO: A NAME, THE RAISE PERCENT FOR EACH THIRD OF
      *----THE BAND, AND Y TO CAP THE RAISED SALARY AT BAND MAXIMUM--
           FD SCENARIOFILE.
           01 SCENARIOFILE-PICS.
               05 SCN-NAME          PIC X(10).
               05 SCN-BOTTOM-PCT    PIC 99V99.
               05 SCN-MIDDLE-PCT    PIC 99V99.
               05 SCN-TOP-PCT       PIC 99V99.
               05 SCN-CAP           PIC X.

           FD REPORTFILE.
           01 REPORT-AREA PIC X(100).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD PIC X(80).


       WORKING-STORAGE SECTION.

       01 FILE1-STATUS        PIC X(2) VALUE SPACES.
       01 CAMPUSFILE-STATUS   PIC X(2) VALUE SPACES.
       01 BANDFILE-STATUS     PIC X(2) VALUE SPACES.
       01 BUDGETFILE-STATUS   PIC X(2) VALUE SPACES.
       01 SCENARIOFILE-STATUS PIC X(2) VALUE SPACES.

       01 FILE1-NAME      PIC X(80) VALUE "C:\COBOL\P09D01.DAT".
       01 FILE2-NAME      PIC X(80) VALUE "C:\COBOL\P09DDT.DAT".
       01 CAMPFILE-NAME   PIC X(80) VALUE "C:\COBOL\P09CMP.DAT".
       01 BANDFILE-NAME   PIC X(80) VALUE "C:\COBOL\P09BND.DAT".
       01 BUDGETFILE-NAME PIC X(80) VALUE "C:\COBOL\P09BUD.DAT".
       01 SCENARIOFILE-NAME PIC X(80) VALUE "C:\COBOL\P09RSCN.DAT".
       01 REPORTFILE-NAME PIC X(80) VALUE "C:\COBOL\P09RMOD.RPT".

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
       01 GROUP-SUB PIC 9(3) BINARY.
       01 DEPARTMENT-COUNT    PIC 9(2) BINARY VALUE ZERO.
       01 CAMPUS-COUNT        PIC 9(2) BINARY VALUE ZERO.
       01 POSITION-BAND-COUNT PIC 9(2) BINARY VALUE ZERO.

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

       01  T-POSITION-BANDS.
           05 TPOSBANDTABLE OCCURS 1 TO 50 TIMES
                  DEPENDING ON POSITION-BAND-COUNT
                  ASCENDING KEY IS TPB-POSITION-CODE
                  INDEXED BY IZ.
              10 TPB-POSITION-CODE PIC 999.
              10 TPB-LOW-SALARY    PIC 9(6).
              10 TPB-HIGH-SALARY   PIC 9(6).

      *----THE DEPARTMENT BUDGETS OUT OF P09BUD.DAT. NO FILE MEANS
      *----EVERY DEPARTMENT PRINTS AS NO BUDGET----
       01  BUDGET-COUNT PIC 9(2) BINARY VALUE ZERO.
       01  T-BUDGET.
           05 TBUDGETTABLE OCCURS 1 TO 25 TIMES
                  DEPENDING ON BUDGET-COUNT
                  INDEXED BY IB.
              10 TBUDGETCODE  PIC 99.
              10 TBUDGETHEADS PIC 9(5).
              10 TBUDGETSALARY PIC 9(9).

      *----THE SCENARIOS BEING MODELED AND WHAT EACH ONE COMES TO
      *----ACROSS THE WHOLE MASTER----
       01 SCENARIO-COUNT    PIC 9(2) VALUE ZERO.
       01 SCENARIO-TABLE.
           05 SCENARIO-ENTRY OCCURS 6 TIMES
                  INDEXED BY SC-IX.
              10 SC-NAME           PIC X(10).
              10 SC-BOTTOM-PCT     PIC 99V99.
              10 SC-MIDDLE-PCT     PIC 99V99.
              10 SC-TOP-PCT        PIC 99V99.
              10 SC-CAP            PIC X.
                  88 SC-CAPPED         VALUE "Y" "y".
              10 SC-NEW-TOTAL      PIC 9(10).
              10 SC-VARIANCE       PIC S9(10).
              10 SC-OVER-BUDGET    PIC 9(3).
              10 SC-OVER-MAX       PIC 9(5).
              10 SC-HELD-AT-MAX    PIC 9(5).

      *----ONE GROUP PER DEPARTMENT AND PER CAMPUS: THE REFERENCE-
      *----FILE ENTRIES IN FILE ORDER, THEN ANY BUDGET OR MASTER CODE
      *----THE REFERENCE FILE LACKS, SO NO SALARY FALLS OUT OF THE
      *----TOTALS. EACH CARRIES ITS PROJECTED COST UNDER EVERY
      *----SCENARIO----
       01 DEPT-GROUP-COUNT  PIC 9(3) VALUE ZERO.
       01 DEPT-GROUP-TABLE.
           05 DEPT-GROUP-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON DEPT-GROUP-COUNT
                  INDEXED BY DG-IX.
              10 DG-CODE        PIC 99.
              10 DG-NAME        PIC X(10).
              10 DG-HEADS       PIC 9(5).
              10 DG-CURRENT     PIC 9(10).
              10 DG-BUDGET      PIC 9(9).
              10 DG-BUDGET-SW   PIC X.
                  88 DG-HAS-BUDGET  VALUE "Y".
              10 DG-NEW         PIC 9(10) OCCURS 6 TIMES.

       01 CAMP-GROUP-COUNT  PIC 9(3) VALUE ZERO.
       01 CAMP-GROUP-TABLE.
           05 CAMP-GROUP-ENTRY OCCURS 1 TO 10 TIMES
                  DEPENDING ON CAMP-GROUP-COUNT
                  INDEXED BY CG-IX.
              10 CG-CODE        PIC 9.
              10 CG-NAME        PIC X(10).
              10 CG-HEADS       PIC 9(5).
              10 CG-CURRENT     PIC 9(10).
              10 CG-NEW         PIC 9(10) OCCURS 6 TIMES.

      *----EVERY ACTIVE EMPLOYEE: SALARY, GROUPS, AND WHERE IN THE
      *----BAND THEY SIT - B)OTTOM, M)IDDLE OR T)OP THIRD, OR N)O
      *----BAND FOR THEIR POSITION----
       01 EMPLOYEE-COUNT    PIC 9(3) VALUE ZERO.
       01 EMPLOYEE-TABLE.
           05 EMP-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON EMPLOYEE-COUNT
                  INDEXED BY EM-IX.
              10 EM-SALARY     PIC 9(6).
              10 EM-DG         PIC 9(3).
              10 EM-CG         PIC 9(3).
              10 EM-THIRD      PIC X.
              10 EM-HIGH       PIC 9(6).

       01 MODEL-FIELDS.
           05 BAND-SPAN         PIC S9(7)    VALUE ZERO.
           05 BAND-PCT          PIC S9(3)V99 VALUE ZERO.
           05 MODEL-PCT         PIC 99V99    VALUE ZERO.
           05 MODEL-SALARY      PIC 9(7)     VALUE ZERO.
           05 RAISE-COST        PIC S9(10)   VALUE ZERO.
           05 DEPT-VARIANCE     PIC S9(10)   VALUE ZERO.
           05 CURRENT-TOTAL     PIC 9(10)    VALUE ZERO.
           05 CURRENT-VARIANCE  PIC S9(10)   VALUE ZERO.
           05 CURRENT-OVER-BUDGET PIC 9(3)   VALUE ZERO.
           05 BUDGET-TOTAL      PIC 9(10)    VALUE ZERO.
           05 BUDGET-TOTAL-EDIT PIC Z,ZZZ,ZZZ,ZZ9.
           05 TERMINATED-COUNT  PIC 9(5)     VALUE ZERO.
           05 NO-BAND-COUNT     PIC 9(5)     VALUE ZERO.
           05 OVER-BUDGET-SCENARIOS PIC 9(3) VALUE ZERO.
           05 SCENARIO-NAME-ENTRY PIC X(10)  VALUE SPACES.
           05 SCENARIO-ENTRY-SW PIC X        VALUE "N".
               88 SCENARIO-ENTRY-DONE  VALUE "Y".

       01 HEADING-LINE-1.
           05 FILLER  PIC X(23) VALUE "RAISE MODEL - SCENARIO ".
           05 HL1-NUMBER PIC 9.
           05 FILLER  PIC X(4)  VALUE " OF ".
           05 HL1-COUNT  PIC 9.
           05 FILLER  PIC X(2)  VALUE ": ".
           05 HL1-NAME   PIC X(10).

       01 HEADING-LINE-2.
           05 FILLER  PIC X(15) VALUE "  BOTTOM THIRD ".
           05 HL2-BOTTOM PIC Z9.99.
           05 FILLER  PIC X(17) VALUE "%   MIDDLE THIRD ".
           05 HL2-MIDDLE PIC Z9.99.
           05 FILLER  PIC X(14) VALUE "%   TOP THIRD ".
           05 HL2-TOP    PIC Z9.99.
           05 FILLER  PIC X(4)  VALUE "%   ".
           05 HL2-CAP    PIC X(24).

       01 HEADING-LINE-3.
           05 FILLER  PIC X(100) VALUE ALL "-".

       01 SECTION-HEAD-LINE.
           05 SHL-TEXT      PIC X(80).

       01 DEPT-HEAD-LINE.
           05 FILLER  PIC X(12) VALUE "DEPARTMENT".
           05 FILLER  PIC X(6)  VALUE " HEADS".
           05 FILLER  PIC X(13) VALUE "      CURRENT".
           05 FILLER  PIC X(13) VALUE "    PROJECTED".
           05 FILLER  PIC X(13) VALUE "   RAISE COST".
           05 FILLER  PIC X(13) VALUE "     BUDGETED".
           05 FILLER  PIC X(15) VALUE "       VARIANCE".
           05 FILLER  PIC X(2)  VALUE SPACES.

       01 DEPT-LINE.
           05 DPL-NAME      PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DPL-HEADS     PIC ZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DPL-CURRENT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DPL-PROJECTED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DPL-RAISE     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DPL-BUDGET    PIC ZZZ,ZZZ,ZZ9.
           05 DPL-BUDGET-X REDEFINES DPL-BUDGET PIC X(11).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DPL-VARIANCE  PIC +,+++,+++,++9.
           05 DPL-VARIANCE-X REDEFINES DPL-VARIANCE PIC X(13).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DPL-FLAG      PIC X(11).

       01 CAMP-HEAD-LINE.
           05 FILLER  PIC X(12) VALUE "CAMPUS".
           05 FILLER  PIC X(6)  VALUE " HEADS".
           05 FILLER  PIC X(13) VALUE "      CURRENT".
           05 FILLER  PIC X(13) VALUE "    PROJECTED".
           05 FILLER  PIC X(13) VALUE "   RAISE COST".

       01 COUNT-LINE.
           05 CL-COUNT      PIC ZZZZ9.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 CL-TEXT       PIC X(70).

       01 COMPARE-HEAD-LINE.
           05 FILLER  PIC X(12) VALUE "SCENARIO".
           05 FILLER  PIC X(7)  VALUE " BOTTOM".
           05 FILLER  PIC X(7)  VALUE " MIDDLE".
           05 FILLER  PIC X(7)  VALUE "    TOP".
           05 FILLER  PIC X(4)  VALUE " CAP".
           05 FILLER  PIC X(13) VALUE "    PROJECTED".
           05 FILLER  PIC X(13) VALUE "   RAISE COST".
           05 FILLER  PIC X(15) VALUE "       VARIANCE".
           05 FILLER  PIC X(9)  VALUE " DEPTS OV".
           05 FILLER  PIC X(9)  VALUE " OVER MAX".

       01 COMPARE-LINE.
           05 CPL-NAME      PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CPL-BOTTOM    PIC Z9.99.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CPL-MIDDLE    PIC Z9.99.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CPL-TOP       PIC Z9.99.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 CPL-CAP       PIC X.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CPL-PROJECTED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CPL-RAISE     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CPL-VARIANCE  PIC +,+++,+++,++9.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 CPL-OVER-BUDGET PIC ZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 CPL-OVER-MAX  PIC ZZ,ZZ9.
       01 COMPARE-LINE-X REDEFINES COMPARE-LINE.
           05 FILLER        PIC X(12).
           05 CPL-PCTS-X    PIC X(25).
           05 FILLER        PIC X(61).

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
           05 DLL-PROGRAM        PIC X(12)  VALUE "RAISE-MODEL".
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
      *----SKIPS THE SCENARIO PROMPTS AND MODELS THE SCENARIO FILE
      *----ALONE----
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
           MOVE ZERO TO SCENARIO-COUNT.
           INITIALIZE MODEL-FIELDS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  RAISE MODEL (WHAT-IF)".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           PERFORM 015-LOADCAMPUSES.
           PERFORM 020-LOADDEPARTMENTS.
           PERFORM 030-LOADBUDGETS.
           PERFORM 035-LOADPOSITIONBANDS.
           PERFORM 045-LOAD-SCENARIOS.
           IF NOT LOAD-ERROR-FOUND
               PERFORM 050-BUILD-GROUPS
               PERFORM 040-LOAD-EMPLOYEES
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
           IF NOT UNATTENDED-RUN
               MOVE "N" TO SCENARIO-ENTRY-SW
               PERFORM 070-GET-ONE-SCENARIO
                   UNTIL SCENARIO-ENTRY-DONE
           END-IF.
           IF SCENARIO-COUNT = ZERO
               DISPLAY "*NO SCENARIOS IN P09RSCN.DAT OR KEYED -"
                   " NOTHING TO MODEL*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "BADPARM" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "BADPARM" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 100-MODEL-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1
               UNTIL EM-IX > EMPLOYEE-COUNT.
           PERFORM 150-SET-CURRENT-VARIANCE
               VARYING DG-IX FROM 1 BY 1
               UNTIL DG-IX > DEPT-GROUP-COUNT.
           OPEN OUTPUT REPORTFILE.
           PERFORM 200-PRINT-ONE-SCENARIO
               VARYING SC-IX FROM 1 BY 1
               UNTIL SC-IX > SCENARIO-COUNT.
           PERFORM 400-PRINT-COMPARISON.
           CLOSE REPORTFILE.
           DISPLAY SCENARIO-COUNT " SCENARIO(S) MODELED OVER "
               EMPLOYEE-COUNT " ACTIVE EMPLOYEE(S) - SEE P09RMOD.RPT".
           IF OVER-BUDGET-SCENARIOS > ZERO
               DISPLAY "*" OVER-BUDGET-SCENARIOS " SCENARIO(S) OVER"
                   " THE TOTAL BUDGET*"
           END-IF.
           MOVE EMPLOYEE-COUNT TO DLL-RECORD-COUNT.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE OVER-BUDGET-SCENARIOS TO RSA-EXCEPTION-COUNT.
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
               WHEN "P09_BAND_FILE"
                   MOVE PARM-VALUE TO BANDFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_BUDGET_FILE"
                   MOVE PARM-VALUE TO BUDGETFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_RAISE_SCENARIO_FILE"
                   MOVE PARM-VALUE TO SCENARIOFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_RAISE_MODEL_FILE"
                   MOVE PARM-VALUE TO REPORTFILE-NAME
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
      *----REPORT. A MISSING FILE JUST MEANS NO BUDGET TO COMPARE---
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

      *----SAME LOAD AS THE EMPLOYEE REPORT'S 040-LOADPOSITIONBANDS,
      *----WITH THE SAME SEQUENCE AND CAPACITY CHECKS----
       035-LOADPOSITIONBANDS.
           MOVE "N" TO SWITCH.
           MOVE ZERO TO I.
           OPEN INPUT BANDFILE.
           IF BANDFILE-STATUS NOT = "35"
               PERFORM 036-READ-ONE-BAND
                   UNTIL ENDOFFILE
               CLOSE BANDFILE
           END-IF.
           MOVE I TO POSITION-BAND-COUNT.
           MOVE "N" TO SWITCH.

       036-READ-ONE-BAND.
           READ BANDFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               ADD 1 TO I
               IF I > 50
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09BND.DAT OVERFLOWS THE 50-ENTRY"
                       " TABLE AT CODE " BAND-POSITION-CODE "*"
                   MOVE 50 TO I
                   SET ENDOFFILE TO TRUE
               ELSE
                   IF I > 1 AND BAND-POSITION-CODE NOT >
                           TPB-POSITION-CODE (I - 1)
                       MOVE "Y" TO LOAD-ERROR-SWITCH
                       DISPLAY "*P09BND.DAT OUT OF SEQUENCE AT"
                           " CODE " BAND-POSITION-CODE "*"
                       SUBTRACT 1 FROM I
                       SET ENDOFFILE TO TRUE
                   ELSE
                       MOVE BANDFILE-PICS TO TPOSBANDTABLE (I)
                   END-IF
               END-IF
           END-READ.

      *----THE ACTIVE MASTER, ENVELOPE RECORDS SKIPPED. TERMINATED
      *----EMPLOYEES GET NO RAISE AND ARE ONLY COUNTED----
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
               IF EMPLOYEE-TERM-DATE IS NUMERIC
                      AND EMPLOYEE-TERM-DATE > ZERO
                   ADD 1 TO TERMINATED-COUNT
               ELSE
               IF EMPLOYEE-COUNT = 500
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09D01.DAT OVERFLOWS THE 500-ENTRY"
                       " TABLE AT SSN " EMPLOYEE-SSN "*"
                   SET ENDOFFILE TO TRUE
               ELSE
                   ADD 1 TO EMPLOYEE-COUNT
                   SET EM-IX TO EMPLOYEE-COUNT
                   MOVE EMPLOYEE-SALARY TO EM-SALARY (EM-IX)
                   PERFORM 042-PLACE-IN-BAND
                   PERFORM 043-SET-EMPLOYEE-GROUPS
               END-IF
               END-IF
               END-IF
           END-READ.

      *----SAME PLACEMENT AS COMP-ANALYSIS: 0 PERCENT IS THE BAND
      *----MINIMUM, 100 THE MAXIMUM, THIRDS SPLIT AT 33 AND 66.
      *----BELOW THE MINIMUM COUNTS AS THE BOTTOM THIRD, ABOVE THE
      *----MAXIMUM AS THE TOP----
       042-PLACE-IN-BAND.
           MOVE ZERO TO EM-HIGH (EM-IX).
           MOVE "N" TO EM-THIRD (EM-IX).
           SEARCH ALL TPOSBANDTABLE
               AT END
                   ADD 1 TO NO-BAND-COUNT
               WHEN TPB-POSITION-CODE (IZ) = EMPLOYEE-POSITION
                   MOVE TPB-HIGH-SALARY (IZ) TO EM-HIGH (EM-IX)
                   COMPUTE BAND-SPAN =
                       TPB-HIGH-SALARY (IZ) - TPB-LOW-SALARY (IZ)
                   IF BAND-SPAN > ZERO
                       COMPUTE BAND-PCT ROUNDED =
                           (EMPLOYEE-SALARY - TPB-LOW-SALARY (IZ))
                               * 100 / BAND-SPAN
                   ELSE
                       MOVE ZERO TO BAND-PCT
                   END-IF
                   EVALUATE TRUE
                       WHEN EMPLOYEE-SALARY < TPB-LOW-SALARY (IZ)
                           MOVE "B" TO EM-THIRD (EM-IX)
                       WHEN EMPLOYEE-SALARY > TPB-HIGH-SALARY (IZ)
                           MOVE "T" TO EM-THIRD (EM-IX)
                       WHEN BAND-PCT NOT > 33
                           MOVE "B" TO EM-THIRD (EM-IX)
                       WHEN BAND-PCT NOT > 66
                           MOVE "M" TO EM-THIRD (EM-IX)
                       WHEN OTHER
                           MOVE "T" TO EM-THIRD (EM-IX)
                   END-EVALUATE
           END-SEARCH.

       043-SET-EMPLOYEE-GROUPS.
           SET DG-IX TO 1.
           SEARCH DEPT-GROUP-ENTRY
               AT END
                   PERFORM 055-ADD-UNKNOWN-DEPT
                   MOVE DEPT-GROUP-COUNT TO EM-DG (EM-IX)
               WHEN DG-CODE (DG-IX) = EMPLOYEE-DEPARTMENT
                   SET EM-DG (EM-IX) TO DG-IX
           END-SEARCH.
           MOVE EM-DG (EM-IX) TO GROUP-SUB.
           ADD 1 TO DG-HEADS (GROUP-SUB).
           ADD EMPLOYEE-SALARY TO DG-CURRENT (GROUP-SUB).
           SET CG-IX TO 1.
           SEARCH CAMP-GROUP-ENTRY
               AT END
                   ADD 1 TO CAMP-GROUP-COUNT
                   INITIALIZE CAMP-GROUP-ENTRY (CAMP-GROUP-COUNT)
                   MOVE EMPLOYEE-CAMPUS TO CG-CODE (CAMP-GROUP-COUNT)
                   MOVE "UNKNOWN " TO CG-NAME (CAMP-GROUP-COUNT)
                   MOVE EMPLOYEE-CAMPUS
                       TO CG-NAME (CAMP-GROUP-COUNT) (9:1)
                   MOVE CAMP-GROUP-COUNT TO EM-CG (EM-IX)
               WHEN CG-CODE (CG-IX) = EMPLOYEE-CAMPUS
                   SET EM-CG (EM-IX) TO CG-IX
           END-SEARCH.
           MOVE EM-CG (EM-IX) TO GROUP-SUB.
           ADD 1 TO CG-HEADS (GROUP-SUB).
           ADD EMPLOYEE-SALARY TO CG-CURRENT (GROUP-SUB).
           ADD EMPLOYEE-SALARY TO CURRENT-TOTAL.

      *----THE SCENARIO FILE, IF THERE IS ONE. A BAD PERCENT OR
      *----MORE THAN SIX SCENARIOS STOPS THE RUN----
       045-LOAD-SCENARIOS.
           MOVE "N" TO SWITCH.
           OPEN INPUT SCENARIOFILE.
           IF SCENARIOFILE-STATUS NOT = "35"
               PERFORM 046-READ-ONE-SCENARIO
                   UNTIL ENDOFFILE
               CLOSE SCENARIOFILE
           END-IF.
           MOVE "N" TO SWITCH.

       046-READ-ONE-SCENARIO.
           READ SCENARIOFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF SCENARIO-COUNT = 6
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09RSCN.DAT OVERFLOWS THE 6-ENTRY"
                       " TABLE AT " SCN-NAME "*"
                   SET ENDOFFILE TO TRUE
               ELSE
               IF SCN-BOTTOM-PCT IS NOT NUMERIC
                      OR SCN-MIDDLE-PCT IS NOT NUMERIC
                      OR SCN-TOP-PCT IS NOT NUMERIC
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09RSCN.DAT PERCENT NOT NUMERIC AT "
                       SCN-NAME "*"
                   SET ENDOFFILE TO TRUE
               ELSE
                   ADD 1 TO SCENARIO-COUNT
                   SET SC-IX TO SCENARIO-COUNT
                   INITIALIZE SCENARIO-ENTRY (SC-IX)
                   MOVE SCN-NAME TO SC-NAME (SC-IX)
                   MOVE SCN-BOTTOM-PCT TO SC-BOTTOM-PCT (SC-IX)
                   MOVE SCN-MIDDLE-PCT TO SC-MIDDLE-PCT (SC-IX)
                   MOVE SCN-TOP-PCT TO SC-TOP-PCT (SC-IX)
                   MOVE SCN-CAP TO SC-CAP (SC-IX)
                   DISPLAY "SCENARIO " SC-NAME (SC-IX)
                       " LOADED FROM P09RSCN.DAT"
               END-IF
               END-IF
           END-READ.

      *----ONE GROUP PER P09DDT.DAT DEPARTMENT AND PER CAMPUS, THEN
      *----ONE PER BUDGETED DEPARTMENT P09DDT.DAT LACKS----
       050-BUILD-GROUPS.
           MOVE ZERO TO DEPT-GROUP-COUNT.
           MOVE ZERO TO CAMP-GROUP-COUNT.
           MOVE ZERO TO CURRENT-TOTAL.
           PERFORM 051-ADD-DEPT-GROUP
               VARYING IX FROM 1 BY 1 UNTIL IX > DEPARTMENT-COUNT.
           PERFORM 052-ADD-CAMPUS-GROUP
               VARYING IC FROM 1 BY 1 UNTIL IC > CAMPUS-COUNT.
           PERFORM 053-ATTACH-ONE-BUDGET
               VARYING IB FROM 1 BY 1 UNTIL IB > BUDGET-COUNT.

       051-ADD-DEPT-GROUP.
           ADD 1 TO DEPT-GROUP-COUNT.
           INITIALIZE DEPT-GROUP-ENTRY (DEPT-GROUP-COUNT).
           MOVE TDEPARTMENTCODE (IX) TO DG-CODE (DEPT-GROUP-COUNT).
           MOVE TDEPARTMENTNAME (IX) TO DG-NAME (DEPT-GROUP-COUNT).

       052-ADD-CAMPUS-GROUP.
           ADD 1 TO CAMP-GROUP-COUNT.
           INITIALIZE CAMP-GROUP-ENTRY (CAMP-GROUP-COUNT).
           MOVE TCAMPUSCODE (IC) TO CG-CODE (CAMP-GROUP-COUNT).
           MOVE TCAMPUSNAME (IC) TO CG-NAME (CAMP-GROUP-COUNT).

       053-ATTACH-ONE-BUDGET.
           MOVE TBUDGETCODE (IB) TO EMPLOYEE-DEPARTMENT.
           SET DG-IX TO 1.
           SEARCH DEPT-GROUP-ENTRY
               AT END
                   PERFORM 055-ADD-UNKNOWN-DEPT
                   SET DG-IX TO DEPT-GROUP-COUNT
               WHEN DG-CODE (DG-IX) = EMPLOYEE-DEPARTMENT
                   CONTINUE
           END-SEARCH.
           MOVE "Y" TO DG-BUDGET-SW (DG-IX).
           ADD TBUDGETSALARY (IB) TO DG-BUDGET (DG-IX).
           ADD TBUDGETSALARY (IB) TO BUDGET-TOTAL.

       055-ADD-UNKNOWN-DEPT.
           ADD 1 TO DEPT-GROUP-COUNT.
           INITIALIZE DEPT-GROUP-ENTRY (DEPT-GROUP-COUNT).
           MOVE EMPLOYEE-DEPARTMENT TO DG-CODE (DEPT-GROUP-COUNT).
           MOVE "UNKNOWN " TO DG-NAME (DEPT-GROUP-COUNT).
           MOVE EMPLOYEE-DEPARTMENT
               TO DG-NAME (DEPT-GROUP-COUNT) (9:2).

      *----ONE KEYED SCENARIO (ATTENDED RUNS ONLY). A BLANK NAME
      *----ENDS THE ENTRY----
       070-GET-ONE-SCENARIO.
           IF SCENARIO-COUNT = 6
               DISPLAY "SIX SCENARIOS ENTERED - THAT IS THE LIMIT"
               MOVE "Y" TO SCENARIO-ENTRY-SW
           ELSE
               MOVE SPACES TO SCENARIO-NAME-ENTRY
               DISPLAY "SCENARIO NAME (ENTER WHEN DONE): "
               ACCEPT SCENARIO-NAME-ENTRY
               IF SCENARIO-NAME-ENTRY = SPACES
                   MOVE "Y" TO SCENARIO-ENTRY-SW
               ELSE
                   ADD 1 TO SCENARIO-COUNT
                   SET SC-IX TO SCENARIO-COUNT
                   INITIALIZE SCENARIO-ENTRY (SC-IX)
                   MOVE SCENARIO-NAME-ENTRY TO SC-NAME (SC-IX)
                   DISPLAY "  BOTTOM-THIRD RAISE PERCENT (ex. 04.00): "
                   ACCEPT SC-BOTTOM-PCT (SC-IX)
                   DISPLAY "  MIDDLE-THIRD RAISE PERCENT (ex. 03.00): "
                   ACCEPT SC-MIDDLE-PCT (SC-IX)
                   DISPLAY "  TOP-THIRD RAISE PERCENT (ex. 02.00): "
                   ACCEPT SC-TOP-PCT (SC-IX)
                   DISPLAY "  CAP AT BAND MAXIMUM (Y/N, ENTER FOR N): "
                   MOVE "N" TO SC-CAP (SC-IX)
                   ACCEPT SC-CAP (SC-IX)
               END-IF
           END-IF.

      *----ONE EMPLOYEE UNDER EVERY SCENARIO----
       100-MODEL-ONE-EMPLOYEE.
           PERFORM 110-MODEL-ONE-SCENARIO
               VARYING SC-IX FROM 1 BY 1
               UNTIL SC-IX > SCENARIO-COUNT.

      *----THE RAISE FOR THE THIRD THEY SIT IN (NO BAND TAKES THE
      *----MIDDLE RATE, UNCAPPED), ROUNDED THE WAY RAISE-APPLY
      *----ROUNDS. A CAPPED SCENARIO HOLDS THE NEW SALARY AT THE BAND
      *----MAXIMUM, AND NEVER CUTS SOMEONE ALREADY ABOVE IT; AN
      *----UNCAPPED ONE COUNTS WHO IT TAKES OVER THE MAXIMUM----
       110-MODEL-ONE-SCENARIO.
           EVALUATE EM-THIRD (EM-IX)
               WHEN "B"
                   MOVE SC-BOTTOM-PCT (SC-IX) TO MODEL-PCT
               WHEN "T"
                   MOVE SC-TOP-PCT (SC-IX) TO MODEL-PCT
               WHEN OTHER
                   MOVE SC-MIDDLE-PCT (SC-IX) TO MODEL-PCT
           END-EVALUATE.
           COMPUTE MODEL-SALARY ROUNDED =
               EM-SALARY (EM-IX) * (1 + MODEL-PCT / 100).
           IF EM-THIRD (EM-IX) NOT = "N"
                  AND MODEL-SALARY > EM-HIGH (EM-IX)
               IF SC-CAPPED (SC-IX)
                   ADD 1 TO SC-HELD-AT-MAX (SC-IX)
                   IF EM-SALARY (EM-IX) > EM-HIGH (EM-IX)
                       MOVE EM-SALARY (EM-IX) TO MODEL-SALARY
                   ELSE
                       MOVE EM-HIGH (EM-IX) TO MODEL-SALARY
                   END-IF
               ELSE
                   IF EM-SALARY (EM-IX) NOT > EM-HIGH (EM-IX)
                       ADD 1 TO SC-OVER-MAX (SC-IX)
                   END-IF
               END-IF
           END-IF.
           MOVE EM-DG (EM-IX) TO GROUP-SUB.
           ADD MODEL-SALARY TO DG-NEW (GROUP-SUB, SC-IX).
           MOVE EM-CG (EM-IX) TO GROUP-SUB.
           ADD MODEL-SALARY TO CG-NEW (GROUP-SUB, SC-IX).
           ADD MODEL-SALARY TO SC-NEW-TOTAL (SC-IX).

      *----WHERE TODAY'S PAYROLL STANDS AGAINST THE BUDGET, FOR THE
      *----FIRST LINE OF THE COMPARISON----
       150-SET-CURRENT-VARIANCE.
           IF DG-HAS-BUDGET (DG-IX)
               COMPUTE DEPT-VARIANCE =
                   DG-BUDGET (DG-IX) - DG-CURRENT (DG-IX)
               ADD DEPT-VARIANCE TO CURRENT-VARIANCE
               IF DEPT-VARIANCE < ZERO
                   ADD 1 TO CURRENT-OVER-BUDGET
               END-IF
           END-IF.

      *----ONE PAGE PER SCENARIO: DEPARTMENTS AGAINST BUDGET, THEN
      *----CAMPUSES, THEN THE BAND-MAXIMUM COUNTS----
       200-PRINT-ONE-SCENARIO.
           SET HL1-NUMBER TO SC-IX.
           MOVE SCENARIO-COUNT TO HL1-COUNT.
           MOVE SC-NAME (SC-IX) TO HL1-NAME.
           MOVE SC-BOTTOM-PCT (SC-IX) TO HL2-BOTTOM.
           MOVE SC-MIDDLE-PCT (SC-IX) TO HL2-MIDDLE.
           MOVE SC-TOP-PCT (SC-IX) TO HL2-TOP.
           IF SC-CAPPED (SC-IX)
               MOVE "CAPPED AT BAND MAXIMUM" TO HL2-CAP
           ELSE
               MOVE "NOT CAPPED" TO HL2-CAP
           END-IF.
           WRITE REPORT-AREA FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE REPORT-AREA FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-AREA FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-AREA FROM DEPT-HEAD-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-AREA FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
           PERFORM 210-PRINT-ONE-DEPT
               VARYING DG-IX FROM 1 BY 1
               UNTIL DG-IX > DEPT-GROUP-COUNT.
           WRITE REPORT-AREA FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
           MOVE "ALL DEPTS" TO DPL-NAME.
           MOVE EMPLOYEE-COUNT TO DPL-HEADS.
           MOVE CURRENT-TOTAL TO DPL-CURRENT.
           MOVE SC-NEW-TOTAL (SC-IX) TO DPL-PROJECTED.
           COMPUTE RAISE-COST = SC-NEW-TOTAL (SC-IX) - CURRENT-TOTAL.
           MOVE RAISE-COST TO DPL-RAISE.
           IF BUDGET-COUNT = ZERO
               MOVE "  NO BUDGET" TO DPL-BUDGET-X
               MOVE SPACES TO DPL-VARIANCE-X
               MOVE SPACES TO DPL-FLAG
           ELSE
               MOVE BUDGET-TOTAL TO DPL-BUDGET
               MOVE SC-VARIANCE (SC-IX) TO DPL-VARIANCE
               IF SC-VARIANCE (SC-IX) < ZERO
                   MOVE "OVER BUDGET" TO DPL-FLAG
                   ADD 1 TO OVER-BUDGET-SCENARIOS
               ELSE
                   MOVE SPACES TO DPL-FLAG
               END-IF
           END-IF.
           WRITE REPORT-AREA FROM DEPT-LINE AFTER ADVANCING 1 LINES.
           IF BUDGET-COUNT > ZERO
               MOVE "VARIANCE = BUDGETED LESS PROJECTED"
                   TO MSG-TEXT
               WRITE REPORT-AREA FROM MESSAGE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
           WRITE REPORT-AREA FROM CAMP-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-AREA FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
           PERFORM 220-PRINT-ONE-CAMPUS
               VARYING CG-IX FROM 1 BY 1
               UNTIL CG-IX > CAMP-GROUP-COUNT.
           WRITE REPORT-AREA FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
           MOVE SC-OVER-MAX (SC-IX) TO CL-COUNT.
           MOVE "PUSHED OVER THEIR BAND MAXIMUM BY THIS SCENARIO"
               TO CL-TEXT.
           WRITE REPORT-AREA FROM COUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE SC-HELD-AT-MAX (SC-IX) TO CL-COUNT.
           MOVE "HELD AT THEIR BAND MAXIMUM BY THE CAP" TO CL-TEXT.
           WRITE REPORT-AREA FROM COUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE NO-BAND-COUNT TO CL-COUNT.
           MOVE "WITH NO BAND FOR THEIR POSITION - MIDDLE RATE"
               TO CL-TEXT.
           WRITE REPORT-AREA FROM COUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE TERMINATED-COUNT TO CL-COUNT.
           MOVE "TERMINATED EMPLOYEE(S) LEFT OUT" TO CL-TEXT.
           WRITE REPORT-AREA FROM COUNT-LINE AFTER ADVANCING 1 LINES.

      *----A DEPARTMENT WITH NOBODY IN IT AND NO BUDGET IS LEFT OFF--
       210-PRINT-ONE-DEPT.
           IF DG-HEADS (DG-IX) > ZERO OR DG-HAS-BUDGET (DG-IX)
               MOVE DG-NAME (DG-IX) TO DPL-NAME
               MOVE DG-HEADS (DG-IX) TO DPL-HEADS
               MOVE DG-CURRENT (DG-IX) TO DPL-CURRENT
               MOVE DG-NEW (DG-IX, SC-IX) TO DPL-PROJECTED
               COMPUTE RAISE-COST =
                   DG-NEW (DG-IX, SC-IX) - DG-CURRENT (DG-IX)
               MOVE RAISE-COST TO DPL-RAISE
               MOVE SPACES TO DPL-FLAG
               IF DG-HAS-BUDGET (DG-IX)
                   COMPUTE DEPT-VARIANCE =
                       DG-BUDGET (DG-IX) - DG-NEW (DG-IX, SC-IX)
                   MOVE DG-BUDGET (DG-IX) TO DPL-BUDGET
                   MOVE DEPT-VARIANCE TO DPL-VARIANCE
                   ADD DEPT-VARIANCE TO SC-VARIANCE (SC-IX)
                   IF DEPT-VARIANCE < ZERO
                       MOVE "OVER BUDGET" TO DPL-FLAG
                       ADD 1 TO SC-OVER-BUDGET (SC-IX)
                   END-IF
               ELSE
                   MOVE "  NO BUDGET" TO DPL-BUDGET-X
                   MOVE SPACES TO DPL-VARIANCE-X
               END-IF
               WRITE REPORT-AREA FROM DEPT-LINE AFTER ADVANCING 1 LINES
           END-IF.

       220-PRINT-ONE-CAMPUS.
           IF CG-HEADS (CG-IX) > ZERO
               MOVE CG-NAME (CG-IX) TO DPL-NAME
               MOVE CG-HEADS (CG-IX) TO DPL-HEADS
               MOVE CG-CURRENT (CG-IX) TO DPL-CURRENT
               MOVE CG-NEW (CG-IX, SC-IX) TO DPL-PROJECTED
               COMPUTE RAISE-COST =
                   CG-NEW (CG-IX, SC-IX) - CG-CURRENT (CG-IX)
               MOVE RAISE-COST TO DPL-RAISE
               MOVE SPACES TO DPL-BUDGET-X
               MOVE SPACES TO DPL-VARIANCE-X
               MOVE SPACES TO DPL-FLAG
               WRITE REPORT-AREA FROM DEPT-LINE AFTER ADVANCING 1 LINES
           END-IF.

      *----THE LAST PAGE: EVERY SCENARIO SIDE BY SIDE, WITH TODAY'S
      *----PAYROLL ON TOP FOR REFERENCE----
       400-PRINT-COMPARISON.
           MOVE "RAISE MODEL - SCENARIO COMPARISON" TO SHL-TEXT.
           WRITE REPORT-AREA FROM SECTION-HEAD-LINE
               AFTER ADVANCING PAGE.
           WRITE REPORT-AREA FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-AREA FROM COMPARE-HEAD-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-AREA FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
           MOVE "CURRENT" TO CPL-NAME.
           MOVE SPACES TO CPL-PCTS-X.
           MOVE CURRENT-TOTAL TO CPL-PROJECTED.
           MOVE ZERO TO CPL-RAISE.
           MOVE CURRENT-VARIANCE TO CPL-VARIANCE.
           MOVE CURRENT-OVER-BUDGET TO CPL-OVER-BUDGET.
           MOVE ZERO TO CPL-OVER-MAX.
           WRITE REPORT-AREA FROM COMPARE-LINE AFTER ADVANCING 1 LINES.
           PERFORM 410-PRINT-ONE-COMPARE
               VARYING SC-IX FROM 1 BY 1
               UNTIL SC-IX > SCENARIO-COUNT.
           WRITE REPORT-AREA FROM HEADING-LINE-3
               AFTER ADVANCING 1 LINES.
           IF BUDGET-COUNT = ZERO
               MOVE "NO P09BUD.DAT - NO BUDGET VARIANCE COMPUTED"
                   TO MSG-TEXT
           ELSE
               MOVE BUDGET-TOTAL TO BUDGET-TOTAL-EDIT
               MOVE SPACES TO MSG-TEXT
               STRING "TOTAL BUDGETED SALARY " BUDGET-TOTAL-EDIT
                      " - DEPTS OV = DEPARTMENTS OVER BUDGET"
                   DELIMITED BY SIZE INTO MSG-TEXT
           END-IF.
           WRITE REPORT-AREA FROM MESSAGE-LINE AFTER ADVANCING 1 LINES.

       410-PRINT-ONE-COMPARE.
           MOVE SC-NAME (SC-IX) TO CPL-NAME.
           MOVE SC-BOTTOM-PCT (SC-IX) TO CPL-BOTTOM.
           MOVE SC-MIDDLE-PCT (SC-IX) TO CPL-MIDDLE.
           MOVE SC-TOP-PCT (SC-IX) TO CPL-TOP.
           IF SC-CAPPED (SC-IX)
               MOVE "Y" TO CPL-CAP
           ELSE
               MOVE "N" TO CPL-CAP
           END-IF.
           MOVE SC-NEW-TOTAL (SC-IX) TO CPL-PROJECTED.
           COMPUTE RAISE-COST = SC-NEW-TOTAL (SC-IX) - CURRENT-TOTAL.
           MOVE RAISE-COST TO CPL-RAISE.
           MOVE SC-VARIANCE (SC-IX) TO CPL-VARIANCE.
           MOVE SC-OVER-BUDGET (SC-IX) TO CPL-OVER-BUDGET.
           MOVE SC-OVER-MAX (SC-IX) TO CPL-OVER-MAX.
           WRITE REPORT-AREA FROM COMPARE-LINE AFTER ADVANCING 1 LINES.

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

       end program RAISE-MODEL.
