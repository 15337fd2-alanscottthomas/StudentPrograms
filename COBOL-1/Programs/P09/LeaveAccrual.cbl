       identification division.
       program-id. LEAVE-ACCRUAL.
       author. Alan Thomas.
       date-compiled.
      *VACATION AND SICK BALANCES WERE STILL KEPT ON INDEX CARDS IN
      *THE HR OFFICE, ADDED UP BY HAND EACH PAY PERIOD FROM A RATE
      *SHEET, EVEN THOUGH THE MASTER NOW CARRIES EVERY HIRE DATE.
      *THIS PROGRAM IS THE PER-PERIOD ACCRUAL RUN. IT KEEPS ONE
      *LEAVE BALANCE RECORD PER EMPLOYEE (P09LEAVE.DAT), POSTS THE
      *HOURS TAKEN FROM A USAGE TRANSACTION FILE (P09LVTRN.DAT),
      *THEN ADDS EACH ACTIVE EMPLOYEE'S VACATION HOURS AT THE RATE
      *THE ACCRUAL SCHEDULE (P09ACS.DAT) GIVES FOR THEIR YEARS OF
      *SERVICE - COUNTED THE SAME WAY THE EMPLOYEE REPORT COUNTS
      *THEM - AND SICK HOURS AT A FLAT RATE. AT EACH HIRE
      *ANNIVERSARY THE VACATION BALANCE IS CUT BACK TO THE
      *SCHEDULE'S MAXIMUM CARRYOVER. TERMINATED EMPLOYEES ACCRUE
      *NOTHING. THE BALANCES PRINT BY CAMPUS AND DEPARTMENT ON
      *P09LEAVE.RPT, FOLLOWED BY THE EMPLOYEES WHOSE NEXT
      *ANNIVERSARY IS CLOSE AND WHO STAND TO LOSE HOURS OVER THE
      *CAP. ONCE THE BALANCES ARE SAFELY WRITTEN BACK THE USAGE
      *FILE IS EMPTIED, SO A RERUN CANNOT TAKE THE SAME HOURS TWICE.
      *input files P09D01.DAT, P09DDT.DAT, P09CMP.DAT, P09ACS.DAT,
      *  P09LEAVE.DAT, P09LVTRN.DAT
      *output files P09LEAVE.DAT, P09LEAVE.RPT, P09LVTRN.SUS,
      *  P09LVTRN.DAT (EMPTIED AFTER POSTING)
      *printer ouput None
      *
      *MODS:
      *05/21/2016 - AT - first version.
      *05/31/2016 - AT - P09LVTRN.DAT is emptied once P09LEAVE.DAT is
      *  rewritten cleanly; every run was posting the same usage
      *  again. A failed rewrite leaves the usage file alone.

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

               SELECT SCHEDFILE ASSIGN TO DYNAMIC SCHEDFILE-NAME
               organization is line sequential
               file status is SCHEDFILE-STATUS.

               SELECT LEAVEFILE ASSIGN TO DYNAMIC LEAVEFILE-NAME
               organization is line sequential
               file status is LEAVEFILE-STATUS.

               SELECT LVTRANFILE ASSIGN TO DYNAMIC LVTRANFILE-NAME
               organization is line sequential
               file status is LVTRANFILE-STATUS.

               SELECT LVTRANSUS ASSIGN TO DYNAMIC LVTRANSUS-NAME
               organization is line sequential.

               SELECT REPORTFILE ASSIGN TO DYNAMIC REPORTFILE-NAME
               organization is line sequential.

               SELECT SORT-FILE ASSIGN TO "P09LVSRT.TMP".

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

      *----ONE STEP OF THE ACCRUAL SCHEDULE: FROM ACS-MIN-YEARS OF
      *----SERVICE ON, ACS-VAC-HOURS OF VACATION A YEAR, AND AT MOST
      *----ACS-MAX-CARRY HOURS KEPT PAST AN ANNIVERSARY----
           FD SCHEDFILE.
           01 SCHEDFILE-PICS.
               05 ACS-MIN-YEARS    PIC 9(2).
               05 ACS-VAC-HOURS    PIC 9(3)V99.
               05 ACS-MAX-CARRY    PIC 9(3)V99.

      *----ONE EMPLOYEE'S LEAVE BALANCES, WHEN THEY LAST ACCRUED,
      *----THE LAST YEAR THE ANNIVERSARY CAP WAS APPLIED, AND WHAT
      *----THAT CAP TOOK----
           FD LEAVEFILE.
           01 LEAVEFILE-PICS.
               05 LV-SSN           PIC 9(9).
               05 LV-VAC-BALANCE   PIC 9(4)V99.
               05 LV-SICK-BALANCE  PIC 9(4)V99.
               05 LV-LAST-ACCRUAL  PIC 9(8).
               05 LV-LAST-CAP-YEAR PIC 9(4).
               05 LV-LAST-FORFEIT  PIC 9(4)V99.

      *----HOURS TAKEN: V)ACATION OR S)ICK, THE DAY, AND THE HOURS--
           FD LVTRANFILE.
           01 LVTRAN-RECORD.
               05 LT-SSN           PIC X(9).
               05 LT-TYPE          PIC X.
                   88 LT-VACATION      VALUE "V" "v".
                   88 LT-SICK          VALUE "S" "s".
               05 LT-DATE          PIC X(8).
               05 LT-HOURS         PIC X(6).
               05 LT-HOURS-NUM REDEFINES LT-HOURS PIC 9(4)V99.

      *----A REJECTED USAGE TRANSACTION: THE ORIGINAL RECORD IMAGE
      *----FOLLOWED BY THE REASON IT WAS SUSPENDED----
           FD LVTRANSUS.
           01 LVTRANSUS-RECORD.
               05 LS-TRAN          PIC X(24).
               05 FILLER           PIC X(2).
               05 LS-REASON        PIC X(25).

           FD REPORTFILE.
           01 REPORT-AREA PIC X(100).

      *----SORT WORK FILE - CAMPUS, THEN DEPARTMENT, THEN SSN----
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SR-CAMPUS        PIC 9.
               05 SR-DEPT          PIC 99.
               05 SR-SSN           PIC 9(9).
               05 SR-NAME          PIC X(20).
               05 SR-YEARS         PIC 9(3).
               05 SR-VAC-ADDED     PIC 9(3)V99.
               05 SR-VAC-BALANCE   PIC 9(4)V99.
               05 SR-MAX-CARRY     PIC 9(3)V99.
               05 SR-SICK-BALANCE  PIC 9(4)V99.
               05 SR-FORFEIT       PIC 9(4)V99.

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD PIC X(80).


       WORKING-STORAGE SECTION.

       01 FILE1-STATUS      PIC X(2) VALUE SPACES.
       01 CAMPUSFILE-STATUS PIC X(2) VALUE SPACES.
       01 SCHEDFILE-STATUS  PIC X(2) VALUE SPACES.
       01 LEAVEFILE-STATUS  PIC X(2) VALUE SPACES.
       01 LVTRANFILE-STATUS PIC X(2) VALUE SPACES.

       01 FILE1-NAME      PIC X(80) VALUE "C:\COBOL\P09D01.DAT".
       01 FILE2-NAME      PIC X(80) VALUE "C:\COBOL\P09DDT.DAT".
       01 CAMPFILE-NAME   PIC X(80) VALUE "C:\COBOL\P09CMP.DAT".
       01 SCHEDFILE-NAME  PIC X(80) VALUE "C:\COBOL\P09ACS.DAT".
       01 LEAVEFILE-NAME  PIC X(80) VALUE "C:\COBOL\P09LEAVE.DAT".
       01 LVTRANFILE-NAME PIC X(80) VALUE "C:\COBOL\P09LVTRN.DAT".
       01 LVTRANSUS-NAME  PIC X(80) VALUE "C:\COBOL\P09LVTRN.SUS".
       01 REPORTFILE-NAME PIC X(80) VALUE "C:\COBOL\P09LEAVE.RPT".

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

      *----THE ACCRUAL SCHEDULE, LOW SERVICE YEARS TO HIGH. WITH NO
      *----P09ACS.DAT THE BUILT-IN STEPS BELOW APPLY----
       01 SCHEDULE-COUNT    PIC 9(2) BINARY VALUE ZERO.
       01  T-SCHEDULE.
           05 TSCHEDTABLE OCCURS 1 TO 20 TIMES
                  DEPENDING ON SCHEDULE-COUNT
                  INDEXED BY SX.
              10 TS-MIN-YEARS    PIC 9(2).
              10 TS-VAC-HOURS    PIC 9(3)V99.
              10 TS-MAX-CARRY    PIC 9(3)V99.

       01  DEFAULTSCHEDDEFS.
           05  FILLER    PIC X(12)  VALUE "000800012000".
           05  FILLER    PIC X(12)  VALUE "051200018000".
           05  FILLER    PIC X(12)  VALUE "101600024000".
           05  FILLER    PIC X(12)  VALUE "202000030000".
       01  T-DEFAULT-SCHEDULE REDEFINES DEFAULTSCHEDDEFS.
           05 TDEFAULTSCHED OCCURS 4 TIMES PIC X(12).

      *----THE ACTIVE AND TERMINATED EMPLOYEES OFF THE MASTER----
       01 EMPLOYEE-COUNT    PIC 9(3) VALUE ZERO.
       01 EMPLOYEE-TABLE.
           05 EMP-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON EMPLOYEE-COUNT
                  INDEXED BY EM-IX.
              10 EM-SSN        PIC 9(9).
              10 EM-NAME       PIC X(20).
              10 EM-CAMPUS     PIC 9.
              10 EM-DEPT       PIC 99.
              10 EM-HIRE-DATE  PIC 9(8).
              10 EM-TERM-DATE  PIC 9(8).
              10 EM-VAC-ADDED  PIC 9(3)V99.
              10 EM-YEARS      PIC 9(3).
              10 EM-MAX-CARRY  PIC 9(3)V99.

      *----EVERY LEAVE BALANCE RECORD, HELD WHILE THE RUN POSTS AND
      *----ACCRUES AND WRITTEN BACK IN ONE PIECE. A RECORD WHOSE SSN
      *----HAS LEFT THE MASTER IS CARRIED THROUGH UNTOUCHED----
       01 LEAVE-COUNT       PIC 9(3) VALUE ZERO.
       01 LEAVE-TABLE.
           05 LEAVE-ENTRY OCCURS 1 TO 600 TIMES
                  DEPENDING ON LEAVE-COUNT
                  INDEXED BY LV-IX.
              10 TL-SSN           PIC 9(9).
              10 TL-VAC-BALANCE   PIC 9(4)V99.
              10 TL-SICK-BALANCE  PIC 9(4)V99.
              10 TL-LAST-ACCRUAL  PIC 9(8).
              10 TL-LAST-CAP-YEAR PIC 9(4).
              10 TL-LAST-FORFEIT  PIC 9(4)V99.

      *----THE PAY FREQUENCY AND THE PERIODS PER YEAR IT MEANS----
       01 PAY-FREQUENCY     PIC X VALUE "M".
           88 MONTHLY-PAY       VALUE "M" "m".
           88 SEMIMONTHLY-PAY   VALUE "S" "s".
           88 BIWEEKLY-PAY      VALUE "B" "b".
           88 WEEKLY-PAY        VALUE "W" "w".
       01 PERIODS-PER-YEAR  PIC 99 VALUE 12.

      *----SENIORITY WORK FIELDS: THE RUN DATE AND YEARS OF SERVICE,
      *----THE SAME FIELDS THE EMPLOYEE REPORT COUNTS THEM WITH----
       01 SENIORITY-FIELDS.
           05 RUN-DATE-NUM      PIC 9(8)  VALUE ZERO.
           05 RUN-DATE-INTEGER  PIC S9(9) VALUE ZERO.
           05 RUN-YEAR          PIC 9(4)  VALUE ZERO.
           05 HIRE-INTEGER      PIC S9(9) VALUE ZERO.
           05 SERVICE-DAYS      PIC S9(9) VALUE ZERO.
           05 SERVICE-YEARS     PIC 9(3)  VALUE ZERO.
           05 HIRE-DATE-OK-SW   PIC X     VALUE "N".
               88 HIRE-DATE-OK      VALUE "Y".
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.

      *----THE RUN'S RATES, COUNTS AND TOTALS----
       01 ACCRUAL-FIELDS.
           05 SICK-HOURS-YEAR   PIC 9(3)V99 VALUE 96.
           05 WARN-DAYS         PIC 9(3)    VALUE 60.
           05 SICK-PER-PERIOD   PIC 9(3)V99 VALUE ZERO.
           05 VAC-PER-PERIOD    PIC 9(3)V99 VALUE ZERO.
           05 VAC-HOURS-YEAR    PIC 9(3)V99 VALUE ZERO.
           05 MAX-CARRY         PIC 9(3)V99 VALUE ZERO.
           05 FORFEIT-HOURS     PIC 9(4)V99 VALUE ZERO.
           05 ACCRUED-COUNT     PIC 9(5)    VALUE ZERO.
           05 TERMINATED-COUNT  PIC 9(5)    VALUE ZERO.
           05 ALREADY-COUNT     PIC 9(5)    VALUE ZERO.
           05 CAPPED-COUNT      PIC 9(5)    VALUE ZERO.
           05 AT-RISK-COUNT     PIC 9(5)    VALUE ZERO.
           05 TRAN-EOF-SWITCH   PIC X       VALUE "N".
           05 TRAN-REASON       PIC X(25)   VALUE SPACES.
           05 TRAN-HOURS        PIC 9(4)V99 VALUE ZERO.
           05 TRAN-DATE         PIC 9(8)    VALUE ZERO.
           05 POSTED-COUNT      PIC 9(5)    VALUE ZERO.
           05 REJECTED-COUNT    PIC 9(5)    VALUE ZERO.
           05 LEAVE-FOUND-SW    PIC X       VALUE "N".
               88 LEAVE-FOUND       VALUE "Y".
           05 LEAVE-FULL-SW     PIC X       VALUE "N".
           05 USAGE-READ-SW     PIC X       VALUE "N".
               88 USAGE-FILE-READ   VALUE "Y".
           05 LEAVE-WRITE-SW    PIC X       VALUE "N".
               88 LEAVE-WRITE-FAILED VALUE "Y".

      *----THE NEXT ANNIVERSARY, FOR THE HOURS-AT-RISK LIST----
       01 ANNIVERSARY-FIELDS.
           05 NEXT-ANNIV-DATE   PIC 9(8)    VALUE ZERO.
           05 NEXT-ANNIV-PARTS REDEFINES NEXT-ANNIV-DATE.
               10 NEXT-ANNIV-YEAR   PIC 9(4).
               10 NEXT-ANNIV-MMDD   PIC 9(4).
           05 NEXT-ANNIV-INT    PIC S9(9)   VALUE ZERO.
           05 DAYS-TO-ANNIV     PIC S9(9)   VALUE ZERO.
           05 HOURS-AT-RISK     PIC 9(4)V99 VALUE ZERO.

      *----REPORT CONTROL BREAKS AND TOTALS----
       01 BREAK-FIELDS.
           05 SORT-EOF-SWITCH   PIC X       VALUE "N".
           05 PREV-CAMPUS       PIC 9       VALUE ZERO.
           05 PREV-DEPT         PIC 99      VALUE ZERO.
           05 FIRST-RECORD-SW   PIC X       VALUE "Y".
           05 DEPT-HEADS        PIC 9(5)    VALUE ZERO.
           05 DEPT-VAC          PIC 9(7)V99 VALUE ZERO.
           05 DEPT-SICK         PIC 9(7)V99 VALUE ZERO.
           05 CAMPUS-HEADS      PIC 9(5)    VALUE ZERO.
           05 CAMPUS-VAC        PIC 9(7)V99 VALUE ZERO.
           05 CAMPUS-SICK       PIC 9(7)V99 VALUE ZERO.
           05 GRAND-HEADS       PIC 9(5)    VALUE ZERO.
           05 GRAND-VAC         PIC 9(7)V99 VALUE ZERO.
           05 GRAND-SICK        PIC 9(7)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER  PIC X(31) VALUE "LEAVE BALANCE REPORT - AS OF ".
           05 HL1-DATE PIC 9999/99/99.
           05 FILLER  PIC X(3)  VALUE " - ".
           05 HL1-PERIODS PIC Z9.
           05 FILLER  PIC X(17) VALUE " PERIODS PER YEAR".

       01 HEADING-LINE-2.
           05 FILLER  PIC X(12) VALUE "SSN".
           05 FILLER  PIC X(22) VALUE "NAME".
           05 FILLER  PIC X(5)  VALUE "YRS".
           05 FILLER  PIC X(10) VALUE " VAC ADDED".
           05 FILLER  PIC X(10) VALUE "   VAC BAL".
           05 FILLER  PIC X(10) VALUE " MAX CARRY".
           05 FILLER  PIC X(10) VALUE "  SICK BAL".
           05 FILLER  PIC X(10) VALUE " FORFEITED".

       01 HEADING-LINE-3.
           05 FILLER  PIC X(89) VALUE ALL "-".

       01 CAMPUS-HEAD-LINE.
           05 FILLER        PIC X(8)  VALUE "CAMPUS: ".
           05 CHL-NAME      PIC X(10).

       01 DEPT-HEAD-LINE.
           05 FILLER        PIC X(14) VALUE "  DEPARTMENT: ".
           05 DHL-NAME      PIC X(10).

       01 DETAIL-LINE.
           05 DL-SSN        PIC 999B99B9999.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 DL-NAME       PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DL-YEARS      PIC ZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DL-VAC-ADDED  PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 DL-VAC-BAL    PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 DL-MAX-CARRY  PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 DL-SICK-BAL   PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 DL-FORFEIT    PIC ZZ,ZZ9.99.

       01 TOTAL-LINE.
           05 TL-LABEL      PIC X(14).
           05 TL-NAME       PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 TL-HEADS      PIC ZZ,ZZ9.
           05 FILLER        PIC X(10) VALUE " EMPLOYEES".
           05 FILLER        PIC X(11) VALUE "  VACATION ".
           05 TL-VAC        PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(7)  VALUE "  SICK ".
           05 TL-SICK       PIC Z,ZZZ,ZZ9.99.

       01 RISK-HEAD-LINE.
           05 FILLER  PIC X(40) VALUE
               "HOURS AT RISK - ANNIVERSARY WITHIN ".
           05 RHL-DAYS PIC ZZ9.
           05 FILLER  PIC X(6)  VALUE " DAYS".

       01 RISK-LINE.
           05 RK-SSN        PIC 999B99B9999.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 RK-NAME       PIC X(20).
           05 FILLER        PIC X(8)  VALUE "  ANNIV ".
           05 RK-ANNIV      PIC 9999/99/99.
           05 FILLER        PIC X(9)  VALUE "  BALANCE".
           05 RK-VAC-BAL    PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(5)  VALUE "  CAP".
           05 RK-MAX-CARRY  PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(7)  VALUE "  LOSES".
           05 RK-AT-RISK    PIC ZZ,ZZ9.99.

       01 MESSAGE-LINE.
           05 ML-TEXT       PIC X(80).


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
           05 DLL-PROGRAM        PIC X(12)  VALUE "LEAVE-ACCR".
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
      *----SKIPS THE FREQUENCY PROMPT AND RUNS MONTHLY----
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
           INITIALIZE ACCRUAL-FIELDS.
           MOVE 96 TO SICK-HOURS-YEAR.
           MOVE 60 TO WARN-DAYS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE-NUM.
           MOVE RUN-DATE-NUM (1:4) TO RUN-YEAR.
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUM).
           DISPLAY "--------------------------------------------".
           DISPLAY "  LEAVE ACCRUAL".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           IF UNATTENDED-RUN
               MOVE "M" TO PAY-FREQUENCY
               DISPLAY "UNATTENDED RUN - MONTHLY ASSUMED"
           ELSE
               DISPLAY "FREQUENCY - M)ONTHLY, S)EMIMONTHLY,"
                   " B)IWEEKLY, W)EEKLY: "
               ACCEPT PAY-FREQUENCY
           END-IF.
           EVALUATE TRUE
               WHEN SEMIMONTHLY-PAY
                   MOVE 24 TO PERIODS-PER-YEAR
               WHEN BIWEEKLY-PAY
                   MOVE 26 TO PERIODS-PER-YEAR
               WHEN WEEKLY-PAY
                   MOVE 52 TO PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO PERIODS-PER-YEAR
           END-EVALUATE.
           COMPUTE SICK-PER-PERIOD ROUNDED =
               SICK-HOURS-YEAR / PERIODS-PER-YEAR.
           PERFORM 015-LOADCAMPUSES.
           PERFORM 020-LOADDEPARTMENTS.
           PERFORM 030-LOAD-SCHEDULE.
           PERFORM 040-LOAD-EMPLOYEES.
           PERFORM 050-LOAD-LEAVE.
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
           IF EMPLOYEE-COUNT = ZERO
               DISPLAY "*NO EMPLOYEE MASTER FOUND - NOTHING TO"
                   " ACCRUE*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "NOINPUT" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "NORMAL" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 060-ADD-NEW-LEAVE-RECORD
               VARYING EM-IX FROM 1 BY 1 UNTIL EM-IX > EMPLOYEE-COUNT.
           PERFORM 200-POST-USAGE.
           PERFORM 300-ACCRUE-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1 UNTIL EM-IX > EMPLOYEE-COUNT.
           PERFORM 700-REWRITE-LEAVE.
           OPEN OUTPUT REPORTFILE.
           MOVE RUN-DATE-NUM TO HL1-DATE.
           MOVE PERIODS-PER-YEAR TO HL1-PERIODS.
           WRITE REPORT-AREA FROM HEADING-LINE-1.
           WRITE REPORT-AREA FROM HEADING-LINE-2.
           WRITE REPORT-AREA FROM HEADING-LINE-3.
           SORT SORT-FILE
               ON ASCENDING KEY SR-CAMPUS
                                SR-DEPT
                                SR-SSN
               INPUT PROCEDURE IS 400-RELEASE-EMPLOYEES
               OUTPUT PROCEDURE IS 500-PRINT-BALANCES.
           PERFORM 600-WRITE-AT-RISK-LIST.
           CLOSE REPORTFILE.
           DISPLAY ACCRUED-COUNT " EMPLOYEE(S) ACCRUED - SEE"
               " P09LEAVE.RPT".
           IF POSTED-COUNT > ZERO OR REJECTED-COUNT > ZERO
               DISPLAY POSTED-COUNT " USAGE TRANSACTION(S) POSTED, "
                   REJECTED-COUNT " REJECTED"
           END-IF.
           IF REJECTED-COUNT > ZERO
               DISPLAY "*REJECTED TRANSACTION(S) DIVERTED TO"
                   " P09LVTRN.SUS*"
           END-IF.
           IF ALREADY-COUNT > ZERO
               DISPLAY "*" ALREADY-COUNT " EMPLOYEE(S) ALREADY ACCRUED"
                   " TODAY - NOT ACCRUED AGAIN*"
           END-IF.
           IF TERMINATED-COUNT > ZERO
               DISPLAY TERMINATED-COUNT " TERMINATED EMPLOYEE(S)"
                   " NOT ACCRUED"
           END-IF.
           IF CAPPED-COUNT > ZERO
               DISPLAY CAPPED-COUNT " EMPLOYEE(S) CUT BACK TO THE"
                   " CARRYOVER CAP AT THEIR ANNIVERSARY"
           END-IF.
           IF AT-RISK-COUNT > ZERO
               DISPLAY AT-RISK-COUNT " EMPLOYEE(S) WITH HOURS AT"
                   " RISK - SEE P09LEAVE.RPT"
           END-IF.
           MOVE ACCRUED-COUNT TO DLL-RECORD-COUNT.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE REJECTED-COUNT TO RSA-EXCEPTION-COUNT.
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
               WHEN "P09_ACCRUAL_FILE"
                   MOVE PARM-VALUE TO SCHEDFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_LEAVE_FILE"
                   MOVE PARM-VALUE TO LEAVEFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_LEAVE_TRAN_FILE"
                   MOVE PARM-VALUE TO LVTRANFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_LEAVE_SUSPENSE"
                   MOVE PARM-VALUE TO LVTRANSUS-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_LEAVE_REPORT_FILE"
                   MOVE PARM-VALUE TO REPORTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_SICK_HOURS_YEAR"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE SICK-HOURS-YEAR =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_LEAVE_WARN_DAYS"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE WARN-DAYS =
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

      *----THE ACCRUAL SCHEDULE MUST START AT ZERO YEARS AND RUN LOW
      *----TO HIGH - THE LAST STEP AN EMPLOYEE HAS REACHED IS THEIRS.
      *----NO FILE MEANS THE BUILT-IN STEPS----
       030-LOAD-SCHEDULE.
           MOVE ZERO TO SCHEDULE-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT SCHEDFILE.
           IF SCHEDFILE-STATUS = "35"
               PERFORM 031-DEFAULT-ONE-STEP
                   VARYING I FROM 1 BY 1 UNTIL I > 4
           ELSE
               PERFORM 032-READ-ONE-STEP
                   UNTIL ENDOFFILE
               CLOSE SCHEDFILE
               IF SCHEDULE-COUNT = ZERO
                      OR TS-MIN-YEARS (1) NOT = ZERO
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09ACS.DAT MUST START WITH A ZERO-YEARS"
                       " STEP*"
               END-IF
           END-IF.
           MOVE "N" TO SWITCH.

       031-DEFAULT-ONE-STEP.
           ADD 1 TO SCHEDULE-COUNT.
           MOVE TDEFAULTSCHED (I) TO TSCHEDTABLE (SCHEDULE-COUNT).

       032-READ-ONE-STEP.
           READ SCHEDFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF SCHEDULE-COUNT = 20
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09ACS.DAT OVERFLOWS THE 20-ENTRY"
                       " TABLE AT " ACS-MIN-YEARS " YEARS*"
                   SET ENDOFFILE TO TRUE
               ELSE
               IF SCHEDULE-COUNT > ZERO AND ACS-MIN-YEARS NOT >
                      TS-MIN-YEARS (SCHEDULE-COUNT)
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09ACS.DAT OUT OF SEQUENCE AT "
                       ACS-MIN-YEARS " YEARS*"
                   SET ENDOFFILE TO TRUE
               ELSE
                   ADD 1 TO SCHEDULE-COUNT
                   MOVE SCHEDFILE-PICS
                       TO TSCHEDTABLE (SCHEDULE-COUNT)
               END-IF
               END-IF
           END-READ.

      *----THE MASTER, ENVELOPE RECORDS SKIPPED, CAPPED AT 500 THE
      *----WAY EVERY OTHER P09 TABLE LOAD IS----
       040-LOAD-EMPLOYEES.
           MOVE ZERO TO EMPLOYEE-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT FILE1.
           IF FILE1-STATUS NOT = "35"
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
                   MOVE EMPLOYEE-CAMPUS TO EM-CAMPUS (EM-IX)
                   MOVE EMPLOYEE-DEPARTMENT TO EM-DEPT (EM-IX)
                   MOVE EMPLOYEE-HIRE-DATE TO EM-HIRE-DATE (EM-IX)
                   MOVE EMPLOYEE-TERM-DATE TO EM-TERM-DATE (EM-IX)
                   MOVE ZERO TO EM-VAC-ADDED (EM-IX)
                   MOVE ZERO TO EM-YEARS (EM-IX)
                   MOVE ZERO TO EM-MAX-CARRY (EM-IX)
               END-IF
               END-IF
           END-READ.

      *----THE LEAVE BALANCES. NONE YET IS FINE - THE FIRST RUN
      *----STARTS EVERYONE AT ZERO----
       050-LOAD-LEAVE.
           MOVE ZERO TO LEAVE-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT LEAVEFILE.
           IF LEAVEFILE-STATUS NOT = "35"
               PERFORM 051-READ-ONE-LEAVE
                   UNTIL ENDOFFILE
               CLOSE LEAVEFILE
           END-IF.
           MOVE "N" TO SWITCH.

       051-READ-ONE-LEAVE.
           READ LEAVEFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF LEAVE-COUNT = 600
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*P09LEAVE.DAT OVERFLOWS THE 600-ENTRY"
                       " TABLE AT SSN " LV-SSN "*"
                   SET ENDOFFILE TO TRUE
               ELSE
                   ADD 1 TO LEAVE-COUNT
                   MOVE LEAVEFILE-PICS TO LEAVE-ENTRY (LEAVE-COUNT)
               END-IF
           END-READ.

      *----EVERY ACTIVE EMPLOYEE ON THE MASTER GETS A BALANCE
      *----RECORD, AT ZERO, THE FIRST TIME THE RUN SEES THEM----
       060-ADD-NEW-LEAVE-RECORD.
           MOVE EM-SSN (EM-IX) TO LV-SSN.
           PERFORM 210-FIND-LEAVE.
           IF NOT LEAVE-FOUND
                  AND NOT (EM-TERM-DATE (EM-IX) IS NUMERIC
                           AND EM-TERM-DATE (EM-IX) > ZERO)
               IF LEAVE-COUNT < 600
                   ADD 1 TO LEAVE-COUNT
                   SET LV-IX TO LEAVE-COUNT
                   MOVE EM-SSN (EM-IX) TO TL-SSN (LV-IX)
                   MOVE ZERO TO TL-VAC-BALANCE (LV-IX)
                   MOVE ZERO TO TL-SICK-BALANCE (LV-IX)
                   MOVE ZERO TO TL-LAST-ACCRUAL (LV-IX)
                   MOVE ZERO TO TL-LAST-CAP-YEAR (LV-IX)
                   MOVE ZERO TO TL-LAST-FORFEIT (LV-IX)
               ELSE
                   IF LEAVE-FULL-SW NOT = "Y"
                       DISPLAY "*LEAVE TABLE FULL AT SSN "
                           EM-SSN (EM-IX) " - LATER NEW EMPLOYEES"
                           " NOT ACCRUED*"
                       MOVE "Y" TO LEAVE-FULL-SW
                   END-IF
               END-IF
           END-IF.

      *----POST THE HOURS TAKEN BEFORE THE PERIOD'S ACCRUAL. A
      *----TRANSACTION THAT FAILS ITS CHECKS GOES TO THE SUSPENSE
      *----FILE WITH ITS REASON, THE SAME WAY EMPLOYEE-MAINT'S BATCH
      *----RUN HANDLES A BAD CHANGE----
       200-POST-USAGE.
           MOVE "N" TO TRAN-EOF-SWITCH.
           OPEN INPUT LVTRANFILE.
           IF LVTRANFILE-STATUS = "35"
               DISPLAY "NO LEAVE USAGE FILE - NOTHING POSTED"
           ELSE
               MOVE "Y" TO USAGE-READ-SW
               OPEN OUTPUT LVTRANSUS
               PERFORM 220-READ-USAGE
               PERFORM 230-POST-ONE-USAGE
                   UNTIL TRAN-EOF-SWITCH = "Y"
               CLOSE LVTRANFILE
                     LVTRANSUS
           END-IF.

       210-FIND-LEAVE.
           MOVE "N" TO LEAVE-FOUND-SW.
           IF LEAVE-COUNT > ZERO
               SET LV-IX TO 1
               SEARCH LEAVE-ENTRY
                   AT END
                       CONTINUE
                   WHEN TL-SSN (LV-IX) = LV-SSN
                       MOVE "Y" TO LEAVE-FOUND-SW
               END-SEARCH
           END-IF.

       220-READ-USAGE.
           READ LVTRANFILE
               AT END
                   MOVE "Y" TO TRAN-EOF-SWITCH
           END-READ.

       230-POST-ONE-USAGE.
           MOVE SPACES TO TRAN-REASON.
           IF LT-SSN IS NOT NUMERIC
               MOVE "SSN MUST BE ALL DIGITS" TO TRAN-REASON
           ELSE
               MOVE LT-SSN TO LV-SSN
               PERFORM 210-FIND-LEAVE
               IF NOT LEAVE-FOUND
                   MOVE "NO LEAVE RECORD FOR SSN" TO TRAN-REASON
               END-IF
           END-IF.
           IF TRAN-REASON = SPACES
               IF NOT LT-VACATION AND NOT LT-SICK
                   MOVE "TYPE MUST BE V OR S" TO TRAN-REASON
               END-IF
           END-IF.
           IF TRAN-REASON = SPACES
               IF LT-DATE IS NOT NUMERIC
                   MOVE "DATE MUST BE YYYYMMDD" TO TRAN-REASON
               ELSE
                   MOVE LT-DATE TO TRAN-DATE
                   COMPUTE DATE-CHECK-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (TRAN-DATE)
                   IF DATE-CHECK-RESULT NOT = 0
                       MOVE "DATE MUST BE YYYYMMDD" TO TRAN-REASON
                   ELSE
                   IF TRAN-DATE > RUN-DATE-NUM
                       MOVE "DATE IS IN THE FUTURE" TO TRAN-REASON
                   END-IF
                   END-IF
               END-IF
           END-IF.
           IF TRAN-REASON = SPACES
               IF LT-HOURS IS NOT NUMERIC
                   MOVE "HOURS MUST BE 9999V99" TO TRAN-REASON
               ELSE
                   MOVE LT-HOURS-NUM TO TRAN-HOURS
                   IF TRAN-HOURS = ZERO
                       MOVE "HOURS MUST BE 9999V99" TO TRAN-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-REASON = SPACES
               IF LT-VACATION
                   IF TRAN-HOURS > TL-VAC-BALANCE (LV-IX)
                       MOVE "NOT ENOUGH VACATION HOURS" TO TRAN-REASON
                   ELSE
                       SUBTRACT TRAN-HOURS FROM TL-VAC-BALANCE (LV-IX)
                   END-IF
               ELSE
                   IF TRAN-HOURS > TL-SICK-BALANCE (LV-IX)
                       MOVE "NOT ENOUGH SICK HOURS" TO TRAN-REASON
                   ELSE
                       SUBTRACT TRAN-HOURS FROM TL-SICK-BALANCE (LV-IX)
                   END-IF
               END-IF
           END-IF.
           IF TRAN-REASON = SPACES
               ADD 1 TO POSTED-COUNT
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO LVTRANSUS-RECORD
               MOVE LVTRAN-RECORD TO LS-TRAN
               MOVE TRAN-REASON TO LS-REASON
               WRITE LVTRANSUS-RECORD
           END-IF.
           PERFORM 220-READ-USAGE.

      *----ONE EMPLOYEE'S PERIOD: NOTHING FOR THE TERMINATED OR FOR
      *----ONE ALREADY ACCRUED TODAY; OTHERWISE THE ANNIVERSARY CAP
      *----IF THE ANNIVERSARY HAS COME SINCE IT WAS LAST APPLIED,
      *----THEN THE PERIOD'S VACATION AND SICK HOURS----
       300-ACCRUE-ONE-EMPLOYEE.
           MOVE EM-SSN (EM-IX) TO LV-SSN.
           PERFORM 210-FIND-LEAVE.
           MOVE EM-HIRE-DATE (EM-IX) TO EMPLOYEE-HIRE-DATE.
           PERFORM 112-SET-SERVICE-YEARS.
           PERFORM 310-SET-SCHEDULE-STEP.
           MOVE SERVICE-YEARS TO EM-YEARS (EM-IX).
           MOVE MAX-CARRY TO EM-MAX-CARRY (EM-IX).
           IF EM-TERM-DATE (EM-IX) IS NUMERIC
                  AND EM-TERM-DATE (EM-IX) > ZERO
               ADD 1 TO TERMINATED-COUNT
           ELSE
           IF NOT LEAVE-FOUND
               CONTINUE
           ELSE
           IF TL-LAST-ACCRUAL (LV-IX) = RUN-DATE-NUM
               ADD 1 TO ALREADY-COUNT
           ELSE
               PERFORM 320-APPLY-ANNIVERSARY-CAP
               COMPUTE VAC-PER-PERIOD ROUNDED =
                   VAC-HOURS-YEAR / PERIODS-PER-YEAR
               ADD VAC-PER-PERIOD TO TL-VAC-BALANCE (LV-IX)
               ADD SICK-PER-PERIOD TO TL-SICK-BALANCE (LV-IX)
               MOVE VAC-PER-PERIOD TO EM-VAC-ADDED (EM-IX)
               MOVE RUN-DATE-NUM TO TL-LAST-ACCRUAL (LV-IX)
               ADD 1 TO ACCRUED-COUNT
           END-IF
           END-IF
           END-IF.

      *----SAME YEARS-OF-SERVICE RULE AS EMPLOYEE-REPORTMAKER'S
      *----112-SET-SERVICE-YEARS: WHOLE YEARS FROM THE HIRE DATE TO
      *----THE RUN DATE; NO USABLE HIRE DATE COUNTS AS ZERO----
       112-SET-SERVICE-YEARS.
           MOVE "N" TO HIRE-DATE-OK-SW.
           MOVE ZERO TO SERVICE-YEARS.
           IF EMPLOYEE-HIRE-DATE IS NUMERIC
                  AND EMPLOYEE-HIRE-DATE > ZERO
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (EMPLOYEE-HIRE-DATE)
               IF DATE-CHECK-RESULT = 0
                   MOVE "Y" TO HIRE-DATE-OK-SW
                   COMPUTE HIRE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (EMPLOYEE-HIRE-DATE)
                   COMPUTE SERVICE-DAYS =
                       RUN-DATE-INTEGER - HIRE-INTEGER
                   IF SERVICE-DAYS > ZERO
                       COMPUTE SERVICE-YEARS =
                           SERVICE-DAYS / 365.25
                   END-IF
               END-IF
           END-IF.

      *----THE LAST SCHEDULE STEP THE SERVICE YEARS HAVE REACHED----
       310-SET-SCHEDULE-STEP.
           MOVE TS-VAC-HOURS (1) TO VAC-HOURS-YEAR.
           MOVE TS-MAX-CARRY (1) TO MAX-CARRY.
           PERFORM 311-CHECK-ONE-STEP
               VARYING SX FROM 1 BY 1 UNTIL SX > SCHEDULE-COUNT.

       311-CHECK-ONE-STEP.
           IF SERVICE-YEARS NOT < TS-MIN-YEARS (SX)
               MOVE TS-VAC-HOURS (SX) TO VAC-HOURS-YEAR
               MOVE TS-MAX-CARRY (SX) TO MAX-CARRY
           END-IF.

      *----ONCE A YEAR, AT THE FIRST RUN ON OR AFTER THE HIRE
      *----ANNIVERSARY, VACATION OVER THE CARRYOVER CAP IS LOST----
       320-APPLY-ANNIVERSARY-CAP.
           MOVE ZERO TO FORFEIT-HOURS.
           IF HIRE-DATE-OK
                  AND RUN-YEAR > EM-HIRE-DATE (EM-IX) (1:4)
                  AND RUN-DATE-NUM (5:4) NOT <
                      EM-HIRE-DATE (EM-IX) (5:4)
                  AND TL-LAST-CAP-YEAR (LV-IX) < RUN-YEAR
               IF TL-VAC-BALANCE (LV-IX) > MAX-CARRY
                   COMPUTE FORFEIT-HOURS =
                       TL-VAC-BALANCE (LV-IX) - MAX-CARRY
                   MOVE MAX-CARRY TO TL-VAC-BALANCE (LV-IX)
                   ADD 1 TO CAPPED-COUNT
               END-IF
               MOVE FORFEIT-HOURS TO TL-LAST-FORFEIT (LV-IX)
               MOVE RUN-YEAR TO TL-LAST-CAP-YEAR (LV-IX)
           END-IF.

      *----EVERY EMPLOYEE STILL ON THE PAYROLL GOES TO THE SORT----
       400-RELEASE-EMPLOYEES.
           PERFORM 410-RELEASE-ONE-EMPLOYEE
               VARYING EM-IX FROM 1 BY 1 UNTIL EM-IX > EMPLOYEE-COUNT.

       410-RELEASE-ONE-EMPLOYEE.
           MOVE EM-SSN (EM-IX) TO LV-SSN.
           PERFORM 210-FIND-LEAVE.
           IF LEAVE-FOUND
                  AND NOT (EM-TERM-DATE (EM-IX) IS NUMERIC
                           AND EM-TERM-DATE (EM-IX) > ZERO)
               MOVE EM-CAMPUS (EM-IX) TO SR-CAMPUS
               MOVE EM-DEPT (EM-IX) TO SR-DEPT
               MOVE EM-SSN (EM-IX) TO SR-SSN
               MOVE EM-NAME (EM-IX) TO SR-NAME
               MOVE EM-YEARS (EM-IX) TO SR-YEARS
               MOVE EM-VAC-ADDED (EM-IX) TO SR-VAC-ADDED
               MOVE TL-VAC-BALANCE (LV-IX) TO SR-VAC-BALANCE
               MOVE EM-MAX-CARRY (EM-IX) TO SR-MAX-CARRY
               MOVE TL-SICK-BALANCE (LV-IX) TO SR-SICK-BALANCE
               IF TL-LAST-CAP-YEAR (LV-IX) = RUN-YEAR
                   MOVE TL-LAST-FORFEIT (LV-IX) TO SR-FORFEIT
               ELSE
                   MOVE ZERO TO SR-FORFEIT
               END-IF
               RELEASE SORT-RECORD
           END-IF.

      *----THE BALANCES BY CAMPUS AND DEPARTMENT, WITH A TOTAL AT
      *----EACH BREAK AND A GRAND TOTAL----
       500-PRINT-BALANCES.
           MOVE "N" TO SORT-EOF-SWITCH.
           MOVE "Y" TO FIRST-RECORD-SW.
           PERFORM 510-RETURN-ONE
           PERFORM 520-PRINT-ONE
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SW = "N"
               PERFORM 540-DEPT-BREAK
               PERFORM 550-CAMPUS-BREAK
           END-IF.
           WRITE REPORT-AREA FROM HEADING-LINE-3.
           MOVE "GRAND TOTAL:  " TO TL-LABEL.
           MOVE SPACES TO TL-NAME.
           MOVE GRAND-HEADS TO TL-HEADS.
           MOVE GRAND-VAC TO TL-VAC.
           MOVE GRAND-SICK TO TL-SICK.
           WRITE REPORT-AREA FROM TOTAL-LINE.

       510-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       520-PRINT-ONE.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               PERFORM 530-START-CAMPUS
               PERFORM 535-START-DEPT
           ELSE
           IF SR-CAMPUS NOT = PREV-CAMPUS
               PERFORM 540-DEPT-BREAK
               PERFORM 550-CAMPUS-BREAK
               PERFORM 530-START-CAMPUS
               PERFORM 535-START-DEPT
           ELSE
           IF SR-DEPT NOT = PREV-DEPT
               PERFORM 540-DEPT-BREAK
               PERFORM 535-START-DEPT
           END-IF
           END-IF
           END-IF.
           MOVE SR-SSN TO DL-SSN.
           MOVE SR-NAME TO DL-NAME.
           MOVE SR-YEARS TO DL-YEARS.
           MOVE SR-VAC-ADDED TO DL-VAC-ADDED.
           MOVE SR-VAC-BALANCE TO DL-VAC-BAL.
           MOVE SR-MAX-CARRY TO DL-MAX-CARRY.
           MOVE SR-SICK-BALANCE TO DL-SICK-BAL.
           MOVE SR-FORFEIT TO DL-FORFEIT.
           WRITE REPORT-AREA FROM DETAIL-LINE.
           ADD 1 TO DEPT-HEADS.
           ADD SR-VAC-BALANCE TO DEPT-VAC.
           ADD SR-SICK-BALANCE TO DEPT-SICK.
           PERFORM 510-RETURN-ONE.

       530-START-CAMPUS.
           MOVE SR-CAMPUS TO PREV-CAMPUS.
           MOVE ZERO TO CAMPUS-HEADS.
           MOVE ZERO TO CAMPUS-VAC.
           MOVE ZERO TO CAMPUS-SICK.
           SET IC TO 1.
           SEARCH TCAMPUSTABLE
               AT END
                   MOVE "UNKNOWN" TO CHL-NAME
               WHEN TCAMPUSCODE (IC) = SR-CAMPUS
                   MOVE TCAMPUSNAME (IC) TO CHL-NAME
           END-SEARCH.
           MOVE SPACES TO REPORT-AREA.
           WRITE REPORT-AREA.
           WRITE REPORT-AREA FROM CAMPUS-HEAD-LINE.

       535-START-DEPT.
           MOVE SR-DEPT TO PREV-DEPT.
           MOVE ZERO TO DEPT-HEADS.
           MOVE ZERO TO DEPT-VAC.
           MOVE ZERO TO DEPT-SICK.
           SET IX TO 1.
           SEARCH TDEPARTMENTTABLE
               AT END
                   MOVE "UNKNOWN" TO DHL-NAME
               WHEN TDEPARTMENTCODE (IX) = SR-DEPT
                   MOVE TDEPARTMENTNAME (IX) TO DHL-NAME
           END-SEARCH.
           WRITE REPORT-AREA FROM DEPT-HEAD-LINE.

       540-DEPT-BREAK.
           MOVE "  DEPT TOTAL: " TO TL-LABEL.
           MOVE DHL-NAME TO TL-NAME.
           MOVE DEPT-HEADS TO TL-HEADS.
           MOVE DEPT-VAC TO TL-VAC.
           MOVE DEPT-SICK TO TL-SICK.
           WRITE REPORT-AREA FROM TOTAL-LINE.
           ADD DEPT-HEADS TO CAMPUS-HEADS.
           ADD DEPT-VAC TO CAMPUS-VAC.
           ADD DEPT-SICK TO CAMPUS-SICK.

       550-CAMPUS-BREAK.
           MOVE "CAMPUS TOTAL: " TO TL-LABEL.
           MOVE CHL-NAME TO TL-NAME.
           MOVE CAMPUS-HEADS TO TL-HEADS.
           MOVE CAMPUS-VAC TO TL-VAC.
           MOVE CAMPUS-SICK TO TL-SICK.
           WRITE REPORT-AREA FROM TOTAL-LINE.
           ADD CAMPUS-HEADS TO GRAND-HEADS.
           ADD CAMPUS-VAC TO GRAND-VAC.
           ADD CAMPUS-SICK TO GRAND-SICK.

      *----ACTIVE EMPLOYEES WHOSE NEXT ANNIVERSARY FALLS WITHIN THE
      *----WARNING WINDOW AND WHOSE VACATION IS OVER THE CAP THEY
      *----WILL HAVE THEN - THE HOURS THEY LOSE IF THEY TAKE NONE---
       600-WRITE-AT-RISK-LIST.
           MOVE SPACES TO REPORT-AREA.
           WRITE REPORT-AREA.
           MOVE WARN-DAYS TO RHL-DAYS.
           WRITE REPORT-AREA FROM RISK-HEAD-LINE.
           WRITE REPORT-AREA FROM HEADING-LINE-3.
           PERFORM 610-CHECK-ONE-AT-RISK
               VARYING EM-IX FROM 1 BY 1 UNTIL EM-IX > EMPLOYEE-COUNT.
           IF AT-RISK-COUNT = ZERO
               MOVE "NONE" TO ML-TEXT
               WRITE REPORT-AREA FROM MESSAGE-LINE
           END-IF.

       610-CHECK-ONE-AT-RISK.
           MOVE EM-SSN (EM-IX) TO LV-SSN.
           PERFORM 210-FIND-LEAVE.
           MOVE EM-HIRE-DATE (EM-IX) TO EMPLOYEE-HIRE-DATE.
           PERFORM 112-SET-SERVICE-YEARS.
           IF LEAVE-FOUND AND HIRE-DATE-OK
                  AND NOT (EM-TERM-DATE (EM-IX) IS NUMERIC
                           AND EM-TERM-DATE (EM-IX) > ZERO)
               PERFORM 620-SET-NEXT-ANNIVERSARY
               COMPUTE DAYS-TO-ANNIV =
                   NEXT-ANNIV-INT - RUN-DATE-INTEGER
               IF DAYS-TO-ANNIV NOT > WARN-DAYS
                   ADD 1 TO SERVICE-YEARS
                   PERFORM 310-SET-SCHEDULE-STEP
                   IF TL-VAC-BALANCE (LV-IX) > MAX-CARRY
                       COMPUTE HOURS-AT-RISK =
                           TL-VAC-BALANCE (LV-IX) - MAX-CARRY
                       MOVE EM-SSN (EM-IX) TO RK-SSN
                       MOVE EM-NAME (EM-IX) TO RK-NAME
                       MOVE NEXT-ANNIV-DATE TO RK-ANNIV
                       MOVE TL-VAC-BALANCE (LV-IX) TO RK-VAC-BAL
                       MOVE MAX-CARRY TO RK-MAX-CARRY
                       MOVE HOURS-AT-RISK TO RK-AT-RISK
                       WRITE REPORT-AREA FROM RISK-LINE
                       ADD 1 TO AT-RISK-COUNT
                   END-IF
               END-IF
           END-IF.

      *----THIS YEAR'S ANNIVERSARY IF IT IS STILL AHEAD, NEXT YEAR'S
      *----OTHERWISE. A FEBRUARY 29 HIRE HAS ITS ANNIVERSARY ON
      *----MARCH 1 IN A COMMON YEAR----
       620-SET-NEXT-ANNIVERSARY.
           MOVE EM-HIRE-DATE (EM-IX) TO NEXT-ANNIV-DATE.
           MOVE RUN-YEAR TO NEXT-ANNIV-YEAR.
           IF RUN-DATE-NUM (5:4) NOT < EM-HIRE-DATE (EM-IX) (5:4)
               ADD 1 TO RUN-YEAR GIVING NEXT-ANNIV-YEAR
           END-IF.
           COMPUTE DATE-CHECK-RESULT =
               FUNCTION TEST-DATE-YYYYMMDD (NEXT-ANNIV-DATE).
           IF DATE-CHECK-RESULT NOT = 0
               MOVE 0301 TO NEXT-ANNIV-MMDD
           END-IF.
           COMPUTE NEXT-ANNIV-INT =
               FUNCTION INTEGER-OF-DATE (NEXT-ANNIV-DATE).

      *----THE WHOLE BALANCE TABLE BACK TO P09LEAVE.DAT. ONLY WHEN
      *----EVERY RECORD WENT BACK CLEANLY IS THE USAGE FILE EMPTIED -
      *----ITS HOURS ARE IN THE BALANCES NOW, AND ITS REJECTS ARE ON
      *----P09LVTRN.SUS. IF THE REWRITE FAILED THE USAGE IS KEPT FOR
      *----THE RERUN, WHICH STARTS FROM THE OLD BALANCES ANYWAY----
       700-REWRITE-LEAVE.
           MOVE "N" TO LEAVE-WRITE-SW.
           OPEN OUTPUT LEAVEFILE.
           IF LEAVEFILE-STATUS NOT = "00"
               MOVE "Y" TO LEAVE-WRITE-SW
           ELSE
               PERFORM 710-WRITE-ONE-LEAVE
                   VARYING LV-IX FROM 1 BY 1
                   UNTIL LV-IX > LEAVE-COUNT
               CLOSE LEAVEFILE
           END-IF.
           IF LEAVE-WRITE-FAILED
               DISPLAY "*P09LEAVE.DAT NOT REWRITTEN CLEANLY (STATUS "
                   LEAVEFILE-STATUS ") - USAGE FILE KEPT*"
           ELSE
           IF USAGE-FILE-READ
                  AND (POSTED-COUNT > ZERO OR REJECTED-COUNT > ZERO)
               PERFORM 720-CLEAR-USAGE
           END-IF
           END-IF.

       710-WRITE-ONE-LEAVE.
           WRITE LEAVEFILE-PICS FROM LEAVE-ENTRY (LV-IX).
           IF LEAVEFILE-STATUS NOT = "00"
               MOVE "Y" TO LEAVE-WRITE-SW
           END-IF.

       720-CLEAR-USAGE.
           OPEN OUTPUT LVTRANFILE.
           CLOSE LVTRANFILE.
           DISPLAY "LEAVE USAGE FILE EMPTIED - ITS HOURS ARE POSTED".

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

       end program LEAVE-ACCRUAL.
