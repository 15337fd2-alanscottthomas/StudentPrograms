      *THAT TIES TO THE CAMPUS SALARY TOTALS ON THE EMPLOYEE REPORT.
      *TERMINATED EMPLOYEES (TERMINATION DATE SET) ARE LEFT OFF THE
      *REGISTER THE SAME WAY THE REPORT LEAVES THEM OFF.
      *EACH EMPLOYEE'S DEDUCTIONS (P09DED.DAT) AND THE WITHHOLDING
      *TABLE FOR THE PAY FREQUENCY (P09WHT.DAT) CARRY THE REGISTER
      *ON FROM GROSS TO NET PAY, AND A CERTIFIED RUN POSTS WHAT IT
      *PAID TO THE YEAR-TO-DATE EARNINGS FILE (P09YTD.DAT).
      *input files P09D01.DAT, P09DDT.DAT, P09CMP.DAT, P09DED.DAT,
      *  P09WHT.DAT, P09YTD.DAT, P09DIST.DAT
      *output files P09PAYR.RPT, P09YTD.DAT, P09PAYJ.DAT
      *printer ouput None
      *
      *MODS:
      *03/25/2016 - AT - first version.
      *05/15/2016 - AT - payroll is a dated obligation and nothing
      *  recorded that the register had been run. Each run now
      *  writes STARTED and COMPLETED lines to the shared DAILY.LOG
      *  (key DAILY_LOG_FILE) the way EMPLOYEE-REPORTMAKER does, so
      *  DEADLINE-CHECK can tell a met payroll date from a missed
      *  one. A run stopped on a bad reference file completes with
      *  LOADERR status, and one with no employee master with
      *  NOINPUT; neither counts as the payroll.
      *05/20/2016 - AT - the register stopped at gross and the
      *  withholding, retirement, health and garnishment figures
      *  were still worked out in the spreadsheet. Deductions now
      *  come from P09DED.DAT (P09_DEDUCTION_FILE) - per SSN a code,
      *  a flat amount or a percent of gross, pre-tax or post-tax,
      *  and an optional annual limit - and withholding from the
      *  bracket table in P09WHT.DAT (P09_WITHHOLDING_FILE) for the
      *  pay frequency being run, one set of brackets per tax code.
      *  Under each employee the register lists every deduction and
      *  tax and the net pay, and the department, campus and grand
      *  totals carry pre-tax, taxes, post-tax and net, with totals
      *  by deduction and tax code after the grand total. A run
      *  answered Y to the certify prompt (P09_PAYROLL_CERTIFY on an
      *  unattended run, default N) adds what it paid to the
      *  year-to-date earnings file P09YTD.DAT (P09_YTD_FILE), one
      *  record per employee per year, which is where the annual
      *  limits are checked from and the year-end totals come
      *  from. A second certification on the same day, or one with
      *  no withholding brackets for the frequency, is refused and
      *  the run prints as a trial. A deduction that would take
      *  pay below zero is cut to what is left and counted as an
      *  exception.
      *05/26/2016 - AT - accounting re-keyed the certified register
      *  into the general ledger by hand. A certified run now also
      *  appends its figures to P09PAYJ.DAT (P09_PAY_JOURNAL_FILE):
      *  gross by department code, each deduction code, each tax
      *  code, and net pay, stamped with the run date. GL-EXTRACT
      *  builds the payroll journal entry from that file. A trial
      *  run writes nothing there.
      *05/30/2016 - AT - a split-funded employee's whole pay was
      *  charged to the home department on the master. With the
      *  labor distribution file P09DIST.DAT present
      *  (P09_DISTRIBUTION_FILE - SSN, department, percent,
      *  effective date, latest date not after the run in force),
      *  the department totals now spread each such employee's
      *  annual salary, period gross, deductions, taxes and net by
      *  percent, and so do the gross-by-department figures a
      *  certified run journals for GL-EXTRACT. Headcount and campus
      *  stay with the home department. A split that does not total
      *  100 percent or names a department not on P09DDT.DAT is not
      *  used and counts as an exception (LABOR-DIST-CHECK lists
      *  them).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT REGISTERFILE ASSIGN TO DYNAMIC REGFILE-NAME
               organization is line sequential.

               SELECT DAILY-LOG-FILE ASSIGN TO DYNAMIC
                  DAILY-LOG-FILE-NAME
               organization is line sequential
               file status is DAILY-LOG-STATUS.

               SELECT DEDFILE ASSIGN TO DYNAMIC DEDFILE-NAME
               organization is line sequential
               file status is DEDFILE-STATUS.

               SELECT WHTFILE ASSIGN TO DYNAMIC WHTFILE-NAME
               organization is line sequential
               file status is WHTFILE-STATUS.

               SELECT YTDFILE ASSIGN TO DYNAMIC YTDFILE-NAME
               organization is line sequential
               file status is YTDFILE-STATUS.

               SELECT PAYJFILE ASSIGN TO DYNAMIC PAYJFILE-NAME
               organization is line sequential
               file status is PAYJFILE-STATUS.

               SELECT DISTFILE ASSIGN TO DYNAMIC DISTFILE-NAME
               organization is line sequential
               file status is DISTFILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FILE1.
           FD REGISTERFILE.
           01 REGISTER-AREA PIC X(132).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

      *----ONE DEDUCTION FOR ONE EMPLOYEE: METHOD F IS A FLAT AMOUNT
      *----PER PERIOD, P A PERCENT OF PERIOD GROSS; PRE-TAX Y COMES
      *----OFF BEFORE WITHHOLDING; A ZERO LIMIT MEANS NO ANNUAL CAP--
           FD DEDFILE.
           01 DEDFILE-PICS.
               05 DED-SSN          PIC 9(9).
               05 DED-CODE         PIC X(6).
               05 DED-METHOD       PIC X.
               05 DED-AMOUNT       PIC 9(5)V99.
               05 DED-PRETAX       PIC X.
               05 DED-ANNUAL-LIMIT PIC 9(7)V99.

      *----ONE WITHHOLDING BRACKET: ON TAXABLE PAY FOR THE PERIOD OF
      *----AT LEAST WHT-OVER, THE TAX IS WHT-BASE-TAX PLUS WHT-RATE
      *----TIMES THE EXCESS. BRACKETS RUN LOW TO HIGH WITHIN A CODE--
           FD WHTFILE.
           01 WHTFILE-PICS.
               05 WHT-FREQUENCY    PIC X.
               05 WHT-TAX-CODE     PIC X(4).
               05 WHT-OVER         PIC 9(7)V99.
               05 WHT-BASE-TAX     PIC 9(7)V99.
               05 WHT-RATE         PIC 9V9(4).

      *----ONE EMPLOYEE'S YEAR-TO-DATE EARNINGS FOR ONE YEAR, WITH
      *----WHAT HAS GONE TO EACH OF UP TO EIGHT DEDUCTION CODES----
           FD YTDFILE.
           01 YTDFILE-PICS.
               05 YTD-YEAR         PIC 9(4).
               05 YTD-SSN          PIC 9(9).
               05 YTD-LAST-RUN     PIC 9(8).
               05 YTD-GROSS        PIC 9(7)V99.
               05 YTD-PRETAX       PIC 9(7)V99.
               05 YTD-TAX          PIC 9(7)V99.
               05 YTD-POSTTAX      PIC 9(7)V99.
               05 YTD-NET          PIC 9(7)V99.
               05 YTD-DEDUCTION OCCURS 8 TIMES.
                  10 YTD-DED-CODE   PIC X(6).
                  10 YTD-DED-AMOUNT PIC 9(7)V99.

      *----ONE FIGURE FROM A CERTIFIED RUN FOR THE GENERAL LEDGER:
      *----TYPE G IS GROSS FOR A DEPARTMENT CODE, D A DEDUCTION CODE,
      *----T A TAX CODE, N THE NET PAY. G EQUALS D + T + N FOR A RUN
           FD PAYJFILE.
           01 PAYJFILE-PICS.
               05 PJ-RUN-DATE      PIC 9(8).
               05 PJ-FREQUENCY     PIC X.
               05 PJ-TYPE          PIC X.
               05 PJ-CODE          PIC X(6).
               05 PJ-AMOUNT        PIC 9(9)V99.
               05 PJ-OPERATOR      PIC X(3).

      *----ONE DEPARTMENT'S SHARE OF ONE EMPLOYEE'S PAY, IN FORCE
      *----FROM THE EFFECTIVE DATE - A SPLIT'S LINES TOTAL 100----
           FD DISTFILE.
           01 DISTFILE-PICS.
               05 LD-SSN            PIC 9(9).
               05 LD-DEPT-CODE      PIC 99.
               05 LD-PERCENT        PIC 9(3)V99.
               05 LD-EFFECTIVE      PIC 9(8).


       WORKING-STORAGE SECTION.

       01 FILE2-NAME    PIC X(80) VALUE "C:\COBOL\P09DDT.DAT".
       01 CAMPFILE-NAME PIC X(80) VALUE "C:\COBOL\P09CMP.DAT".
       01 REGFILE-NAME  PIC X(80) VALUE "C:\COBOL\P09PAYR.RPT".
       01 DEDFILE-NAME  PIC X(80) VALUE "C:\COBOL\P09DED.DAT".
       01 WHTFILE-NAME  PIC X(80) VALUE "C:\COBOL\P09WHT.DAT".
       01 YTDFILE-NAME  PIC X(80) VALUE "C:\COBOL\P09YTD.DAT".
       01 DEDFILE-STATUS PIC X(2) VALUE SPACES.
       01 WHTFILE-STATUS PIC X(2) VALUE SPACES.
       01 YTDFILE-STATUS PIC X(2) VALUE SPACES.
       01 PAYJFILE-NAME PIC X(80) VALUE "C:\COBOL\P09PAYJ.DAT".
       01 PAYJFILE-STATUS PIC X(2) VALUE SPACES.
       01 DISTFILE-NAME PIC X(80) VALUE "C:\COBOL\P09DIST.DAT".
       01 DISTFILE-STATUS PIC X(2) VALUE SPACES.

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME P09_* KEYS THE EMPLOYEE REPORT
           05 TDEPT-PERIOD OCCURS 25 TIMES PIC 9(9)V99 VALUE ZERO.
       01  T-DEPT-HEADS.
           05 TDEPT-HEADS OCCURS 25 TIMES PIC 9(5)    VALUE ZERO.
       01  T-DEPT-PAY.
           05 TDEPT-PAY OCCURS 25 TIMES.
              10 TDEPT-PRETAX  PIC 9(9)V99 VALUE ZERO.
              10 TDEPT-TAX     PIC 9(9)V99 VALUE ZERO.
              10 TDEPT-POSTTAX PIC 9(9)V99 VALUE ZERO.
              10 TDEPT-NET     PIC 9(9)V99 VALUE ZERO.

      *----CAMPUSES WITH THEIR REGISTER TOTALS ALONGSIDE - THE
      *----CAMPUS ANNUAL TOTALS ARE WHAT MUST TIE TO THE CAMPUS
           05 TCAMP-PERIOD OCCURS 9 TIMES PIC 9(9)V99 VALUE ZERO.
       01  T-CAMPUS-HEADS.
           05 TCAMP-HEADS OCCURS 9 TIMES PIC 9(5)     VALUE ZERO.
       01  T-CAMPUS-PAY.
           05 TCAMP-PAY OCCURS 9 TIMES.
              10 TCAMP-PRETAX  PIC 9(9)V99 VALUE ZERO.
              10 TCAMP-TAX     PIC 9(9)V99 VALUE ZERO.
              10 TCAMP-POSTTAX PIC 9(9)V99 VALUE ZERO.
              10 TCAMP-NET     PIC 9(9)V99 VALUE ZERO.
      *----PERIOD GROSS BY THE EMPLOYEE'S OWN DEPARTMENT CODE (00-99
      *----IN SLOTS 1-100), FOR THE GENERAL LEDGER - A CODE NOT ON
      *----P09DDT.DAT STILL HAS TO LAND ON SOME EXPENSE ACCOUNT----
       01  T-GROSS-BY-CODE.
           05 TGROSS-BY-CODE OCCURS 100 TIMES PIC 9(9)V99.
       01 DEPT-CODE-SUB     PIC 9(3) BINARY VALUE ZERO.
       01 DEPT-FOUND-SW     PIC X VALUE "N".

      *----THE LABOR DISTRIBUTION LINES ALREADY IN FORCE ON THE RUN
      *----DATE (P09DIST.DAT). NO FILE MEANS EVERY EMPLOYEE IS PAID
      *----OUT OF THEIR HOME DEPARTMENT, AS BEFORE----
       01  DIST-COUNT PIC 9(4) BINARY VALUE ZERO.
       01  T-DISTRIBUTION.
           05 TDISTTABLE OCCURS 1 TO 1000 TIMES
                  DEPENDING ON DIST-COUNT
                  INDEXED BY LX.
              10 TLD-SSN        PIC 9(9).
              10 TLD-DEPT-CODE  PIC 99.
              10 TLD-PERCENT    PIC 9(3)V99.
              10 TLD-EFFECTIVE  PIC 9(8).

      *----THE SPLIT FOR THE EMPLOYEE BEING PAID: ITS LINES, EACH
      *----WITH ITS DEPARTMENT TABLE ENTRY AND ITS SHARE OF THE
      *----AMOUNT BEING SPREAD. THE LAST LINE TAKES WHAT ROUNDING
      *----LEAVES, SO THE SHARES ALWAYS ADD BACK TO THE WHOLE
      *----AMOUNT. ANNUAL SALARY SPREADS IN WHOLE DOLLARS----
       01  SPLIT-FIELDS.
           05 SPLIT-OK-SW        PIC X        VALUE "N".
               88 SPLIT-IN-FORCE     VALUE "Y".
           05 SPLIT-EFFECTIVE    PIC 9(8)     VALUE ZERO.
           05 SPLIT-PCT-TOTAL    PIC 9(5)V99  VALUE ZERO.
           05 SPLIT-PROBLEM-SW   PIC X        VALUE "N".
           05 SPLIT-BAD-COUNT    PIC 9(5)     VALUE ZERO.
           05 SPREAD-WHOLE-SW    PIC X        VALUE "N".
               88 SPREAD-IN-DOLLARS  VALUE "Y".
           05 SPREAD-AMOUNT      PIC 9(9)V99  VALUE ZERO.
           05 SPREAD-LEFT        PIC S9(9)V99 VALUE ZERO.
           05 SPREAD-DOLLARS     PIC 9(9)     VALUE ZERO.
           05 SPLIT-COUNT        PIC 9(2) BINARY VALUE ZERO.
           05 SPLIT-ENTRY OCCURS 10 TIMES INDEXED BY SX.
              10 SP-DEPT-CODE    PIC 99.
              10 SP-PERCENT      PIC 9(3)V99.
              10 SP-DEPT-SUB     PIC 9(2) BINARY.
              10 SP-SHARE        PIC 9(9)V99.
       01 CAMPUS-FOUND-SW   PIC X VALUE "N".

      *----EVERY DEDUCTION ON FILE, SCANNED FOR EACH EMPLOYEE IN FILE
      *----ORDER (SO A GARNISHMENT LISTED FIRST IS TAKEN FIRST)----
       01 DEDUCTION-COUNT   PIC 9(4) BINARY VALUE ZERO.
       01 T-DEDUCTIONS.
           05 TDEDTABLE OCCURS 1 TO 1000 TIMES
                  DEPENDING ON DEDUCTION-COUNT
                  INDEXED BY DX.
              10 TD-SSN          PIC 9(9).
              10 TD-CODE         PIC X(6).
              10 TD-METHOD       PIC X.
              10 TD-AMOUNT       PIC 9(5)V99.
              10 TD-PRETAX       PIC X.
              10 TD-ANNUAL-LIMIT PIC 9(7)V99.

      *----THE WITHHOLDING BRACKETS FOR THIS RUN'S PAY FREQUENCY, AND
      *----THE TAX CODES THEY BELONG TO WITH WHAT EACH WITHHELD----
       01 WITHHOLDING-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 T-WITHHOLDING.
           05 TWHTTABLE OCCURS 1 TO 60 TIMES
                  DEPENDING ON WITHHOLDING-COUNT
                  INDEXED BY WX.
              10 TW-CODE-NO      PIC 9.
              10 TW-OVER         PIC 9(7)V99.
              10 TW-BASE-TAX     PIC 9(7)V99.
              10 TW-RATE         PIC 9V9(4).
       01 TAX-CODE-COUNT    PIC 9 VALUE ZERO.
       01 T-TAX-CODES.
           05 TTAXTABLE OCCURS 5 TIMES INDEXED BY TX.
              10 TT-CODE         PIC X(4).
              10 TT-LAST-OVER    PIC 9(7)V99.
              10 TT-EMP-TAX      PIC 9(6)V99.
              10 TT-TOTAL-TAX    PIC 9(9)V99.

      *----TOTALS BY DEDUCTION CODE FOR THE BOTTOM OF THE REGISTER--
       01 DED-CODE-COUNT    PIC 9(2) BINARY VALUE ZERO.
       01 DED-CODE-FULL-SW  PIC X VALUE "N".
       01 T-DED-CODES.
           05 TDCTABLE OCCURS 30 TIMES INDEXED BY CX.
              10 TC-CODE         PIC X(6).
              10 TC-PRETAX       PIC X.
              10 TC-TOTAL        PIC 9(9)V99.

      *----THE YEAR-TO-DATE FILE, ALL YEARS, HELD WHILE THE REGISTER
      *----RUNS AND WRITTEN BACK IN ONE PIECE BY A CERTIFIED RUN----
       01 YTD-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01 YTD-FULL-SW       PIC X VALUE "N".
       01 T-YTD.
           05 TYTDTABLE OCCURS 1 TO 2000 TIMES
                  DEPENDING ON YTD-COUNT
                  INDEXED BY YX.
              10 TY-YEAR         PIC 9(4).
              10 TY-SSN          PIC 9(9).
              10 TY-LAST-RUN     PIC 9(8).
              10 FILLER          PIC X(165).

      *----THE EMPLOYEE BEING PAID: THIS YEAR'S YEAR-TO-DATE RECORD
      *----(ZEROS IF THERE IS NONE YET), LAID OUT AS ON THE FILE----
       01 YTD-FOUND-SW      PIC X VALUE "N".
       01 CUR-YTD.
           05 CY-YEAR           PIC 9(4).
           05 CY-SSN            PIC 9(9).
           05 CY-LAST-RUN       PIC 9(8).
           05 CY-GROSS          PIC 9(7)V99.
           05 CY-PRETAX         PIC 9(7)V99.
           05 CY-TAX            PIC 9(7)V99.
           05 CY-POSTTAX        PIC 9(7)V99.
           05 CY-NET            PIC 9(7)V99.
           05 CY-DEDUCTION OCCURS 8 TIMES INDEXED BY YDX.
              10 CY-DED-CODE    PIC X(6).
              10 CY-DED-AMOUNT  PIC 9(7)V99.

       01  DEFAULTCAMPUSDEFS.
           05  FILLER    PIC X(10)  VALUE "UPSTATE".
           88 WEEKLY-PAY        VALUE "W" "w".
       01 PERIODS-PER-YEAR  PIC 99 VALUE 12.

      *----ONLY A CERTIFIED RUN POSTS TO THE YEAR-TO-DATE FILE----
       01 CERTIFY-SWITCH    PIC X VALUE "N".
           88 CERTIFIED-RUN     VALUE "Y" "y".
       01 PAY-RUN-DATE      PIC 9(8) VALUE ZERO.
       01 PAY-YEAR          PIC 9(4) VALUE ZERO.

      *----ONE EMPLOYEE'S PAY, GROSS TO NET----
       01 PAY-FIELDS.
           05 EMP-PRETAX        PIC 9(6)V99 VALUE ZERO.
           05 EMP-TAXABLE       PIC 9(6)V99 VALUE ZERO.
           05 EMP-TAX           PIC 9(6)V99 VALUE ZERO.
           05 EMP-POSTTAX       PIC 9(6)V99 VALUE ZERO.
           05 EMP-NET           PIC 9(6)V99 VALUE ZERO.
           05 NET-WORK          PIC S9(7)V99 VALUE ZERO.
           05 DED-THIS          PIC 9(6)V99 VALUE ZERO.
           05 DED-ROOM          PIC S9(7)V99 VALUE ZERO.
           05 DED-PASS          PIC X     VALUE "Y".
           05 DED-NOTE          PIC X(30) VALUE SPACES.
           05 SHORT-COUNT       PIC 9(5)  VALUE ZERO.
           05 GRAND-PRETAX      PIC 9(9)V99 VALUE ZERO.
           05 GRAND-TAX         PIC 9(9)V99 VALUE ZERO.
           05 GRAND-POSTTAX     PIC 9(9)V99 VALUE ZERO.
           05 GRAND-NET         PIC 9(9)V99 VALUE ZERO.
           05 GRAND-YTD-GROSS   PIC 9(9)V99 VALUE ZERO.
           05 GRAND-YTD-TAX     PIC 9(9)V99 VALUE ZERO.
           05 GRAND-YTD-NET     PIC 9(9)V99 VALUE ZERO.

       01 REGISTER-FIELDS.
           05 PERIOD-GROSS      PIC 9(6)V99 VALUE ZERO.
           05 EMPLOYEE-COUNT    PIC 9(5)    VALUE ZERO.
           05 FILLER  PIC X(19) VALUE "PAYROLL REGISTER - ".
           05 HL1-PERIODS PIC Z9.
           05 FILLER  PIC X(17) VALUE " PERIODS PER YEAR".
           05 HL1-MODE PIC X(40) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER  PIC X(12) VALUE "SSN".
           05 TL-ANNUAL     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 TL-PERIOD     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 TL-PRETAX     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 TL-TAX        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 TL-POSTTAX    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1)  VALUE SPACES.
           05 TL-NET        PIC ZZ,ZZZ,ZZ9.99.

       01 TOTAL-HEADING-LINE.
           05 FILLER  PIC X(44) VALUE SPACES.
           05 FILLER  PIC X(11) VALUE "     ANNUAL".
           05 FILLER  PIC X(17) VALUE "     PERIOD GROSS".
           05 FILLER  PIC X(14) VALUE "       PRE-TAX".
           05 FILLER  PIC X(14) VALUE "         TAXES".
           05 FILLER  PIC X(14) VALUE "      POST-TAX".
           05 FILLER  PIC X(14) VALUE "       NET PAY".

      *----UNDER EACH EMPLOYEE: ONE LINE PER DEDUCTION AND TAX, THEN
      *----THE NET PAY WITH THE YEAR-TO-DATE FIGURES THROUGH THIS RUN
       01 DETAIL-LINE.
           05 FILLER        PIC X(14) VALUE SPACES.
           05 DL-KIND       PIC X(11).
           05 DL-CODE       PIC X(6).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DL-AMOUNT     PIC ZZZ,ZZ9.99.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 DL-NOTE       PIC X(30).

       01 NET-LINE.
           05 FILLER        PIC X(14) VALUE SPACES.
           05 FILLER        PIC X(18) VALUE "NET PAY".
           05 NL-NET        PIC ZZZ,ZZ9.99.
           05 FILLER        PIC X(14) VALUE "    YTD GROSS ".
           05 NL-YTD-GROSS  PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(10) VALUE "  YTD TAX ".
           05 NL-YTD-TAX    PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(10) VALUE "  YTD NET ".
           05 NL-YTD-NET    PIC Z,ZZZ,ZZ9.99.

       01 CODE-TOTAL-LINE.
           05 CTL-LABEL     PIC X(14).
           05 CTL-KIND      PIC X(10).
           05 CTL-CODE      PIC X(6).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CTL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.

       01 YTD-TOTAL-LINE.
           05 FILLER        PIC X(20) VALUE "YEAR-TO-DATE ".
           05 YTL-YEAR      PIC 9(4).
           05 FILLER        PIC X(8)  VALUE "  GROSS ".
           05 YTL-GROSS     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(8)  VALUE "  TAXES ".
           05 YTL-TAX       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(6)  VALUE "  NET ".
           05 YTL-NET       PIC ZZZ,ZZZ,ZZ9.99.

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
           05 DLL-PROGRAM        PIC X(12)  VALUE "PAYROLL-REG".
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
           MOVE ZERO TO TERMINATED-COUNT.
           MOVE ZERO TO GRAND-ANNUAL.
           MOVE ZERO TO GRAND-PERIOD.
           INITIALIZE PAY-FIELDS.
           MOVE "N" TO DED-CODE-FULL-SW.
           MOVE "N" TO YTD-FULL-SW.
           MOVE ZERO TO DED-CODE-COUNT.
           INITIALIZE T-GROSS-BY-CODE.
           MOVE ZERO TO SPLIT-BAD-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PAY-RUN-DATE.
           MOVE PAY-RUN-DATE (1:4) TO PAY-YEAR.
           PERFORM 001-ZERO-TOTALS
               VARYING I FROM 1 BY 1 UNTIL I > 25.
           DISPLAY "--------------------------------------------".
           DISPLAY "  PAYROLL REGISTER".
           DISPLAY "--------------------------------------------".
           PERFORM 097-GET-DAILY-LOG-NAME.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 098-OPEN-DAILY-LOG.
           PERFORM 900-LOG-RUN-STARTED.
           IF UNATTENDED-RUN
               MOVE "M" TO PAY-FREQUENCY
               DISPLAY "UNATTENDED RUN - MONTHLY ASSUMED"
               DISPLAY "FREQUENCY - M)ONTHLY, S)EMIMONTHLY,"
                   " B)IWEEKLY, W)EEKLY: "
               ACCEPT PAY-FREQUENCY
               DISPLAY "CERTIFY THIS RUN AND POST YEAR-TO-DATE"
                   " (Y/N): "
               ACCEPT CERTIFY-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN SEMIMONTHLY-PAY
               WHEN WEEKLY-PAY
                   MOVE 52 TO PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE "M" TO PAY-FREQUENCY
                   MOVE 12 TO PERIODS-PER-YEAR
           END-EVALUATE.
           PERFORM 015-LOADCAMPUSES.
           PERFORM 020-LOADDEPARTMENTS.
           PERFORM 030-LOAD-WITHHOLDING.
           PERFORM 040-LOAD-DEDUCTIONS.
           PERFORM 050-LOAD-YTD.
           PERFORM 055-LOAD-DISTRIBUTION.
           PERFORM 060-CHECK-CERTIFICATION.
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
           OPEN INPUT FILE1.
           IF FILE1-STATUS = "35"
               DISPLAY "*NO EMPLOYEE MASTER FOUND - NOTHING TO PAY*"
               MOVE ZERO TO DLL-RECORD-COUNT
               MOVE "NOINPUT" TO DLL-STATUS
               PERFORM 910-LOG-RUN-COMPLETED
               CLOSE DAILY-LOG-FILE
               MOVE "NORMAL" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           OPEN OUTPUT REGISTERFILE.
           MOVE PERIODS-PER-YEAR TO HL1-PERIODS.
           IF CERTIFIED-RUN
               MOVE " - CERTIFIED" TO HL1-MODE
           ELSE
               MOVE " - TRIAL, YEAR-TO-DATE NOT POSTED" TO HL1-MODE
           END-IF.
           WRITE REGISTER-AREA FROM HEADING-LINE-1.
           IF WITHHOLDING-COUNT = ZERO
               MOVE "*NO WITHHOLDING BRACKETS FOR THIS FREQUENCY -"
                   TO ML-TEXT
               WRITE REGISTER-AREA FROM MESSAGE-LINE
               MOVE "  NO TAXES WITHHELD*" TO ML-TEXT
               WRITE REGISTER-AREA FROM MESSAGE-LINE
           END-IF.
           WRITE REGISTER-AREA FROM HEADING-LINE-2.
           WRITE REGISTER-AREA FROM HEADING-LINE-3.
           MOVE "N" TO SWITCH.
           CLOSE FILE1.
           PERFORM 300-WRITE-TOTALS.
           CLOSE REGISTERFILE.
           IF CERTIFIED-RUN
               PERFORM 700-REWRITE-YTD
               PERFORM 720-WRITE-PAY-JOURNAL
           END-IF.
           DISPLAY EMPLOYEE-COUNT " EMPLOYEE(S) ON THE REGISTER -"
               " SEE P09PAYR.RPT".
           IF TERMINATED-COUNT > ZERO
               DISPLAY TERMINATED-COUNT " TERMINATED EMPLOYEE(S)"
                   " LEFT OFF"
           END-IF.
           IF SHORT-COUNT > ZERO
               DISPLAY SHORT-COUNT " DEDUCTION(S) CUT SHORT - NOT"
                   " ENOUGH PAY LEFT"
           END-IF.
           IF SPLIT-BAD-COUNT > ZERO
               DISPLAY SPLIT-BAD-COUNT " LABOR DISTRIBUTION(S) NOT"
                   " USED - HOME DEPARTMENT CHARGED, RUN"
                   " LABOR-DIST-CHECK"
           END-IF.
           IF CERTIFIED-RUN
               DISPLAY "YEAR-TO-DATE POSTED FOR " PAY-YEAR
           ELSE
               DISPLAY "TRIAL RUN - YEAR-TO-DATE NOT POSTED"
           END-IF.
           MOVE EMPLOYEE-COUNT TO DLL-RECORD-COUNT.
           MOVE "NORMAL" TO DLL-STATUS.
           PERFORM 910-LOG-RUN-COMPLETED.
           CLOSE DAILY-LOG-FILE.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           COMPUTE RSA-EXCEPTION-COUNT = SHORT-COUNT + SPLIT-BAD-COUNT.
           GOBACK.

       001-ZERO-TOTALS.
           MOVE ZERO TO TDEPT-ANNUAL (I).
           MOVE ZERO TO TDEPT-PERIOD (I).
           MOVE ZERO TO TDEPT-HEADS (I).
           INITIALIZE TDEPT-PAY (I).
           IF I NOT > 9
               MOVE ZERO TO TCAMP-ANNUAL (I)
               MOVE ZERO TO TCAMP-PERIOD (I)
               MOVE ZERO TO TCAMP-HEADS (I)
               INITIALIZE TCAMP-PAY (I)
           END-IF.


                   MOVE PARM-VALUE TO REGFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DAILY_LOG_FILE"
                   MOVE PARM-VALUE TO DAILY-LOG-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_DEDUCTION_FILE"
                   MOVE PARM-VALUE TO DEDFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_WITHHOLDING_FILE"
                   MOVE PARM-VALUE TO WHTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_YTD_FILE"
                   MOVE PARM-VALUE TO YTDFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_PAYROLL_CERTIFY"
                   MOVE PARM-VALUE (1:1) TO CERTIFY-SWITCH
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_PAY_JOURNAL_FILE"
                   MOVE PARM-VALUE TO PAYJFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_DISTRIBUTION_FILE"
                   MOVE PARM-VALUE TO DISTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           MOVE I TO DEPARTMENT-COUNT.
           MOVE "N" TO SWITCH.

      *----THE BRACKETS FOR THIS RUN'S FREQUENCY ONLY. EACH TAX CODE
      *----GETS A SLOT IN THE CODE TABLE THE FIRST TIME IT IS SEEN,
      *----AND ITS BRACKETS MUST RUN LOW TO HIGH - THE LAST BRACKET
      *----A PAY REACHES IS THE ONE THAT APPLIES----
       030-LOAD-WITHHOLDING.
           MOVE ZERO TO WITHHOLDING-COUNT.
           MOVE ZERO TO TAX-CODE-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT WHTFILE.
           IF WHTFILE-STATUS = "35"
               DISPLAY "*NO WITHHOLDING TABLE (P09WHT.DAT) - NO TAXES"
                   " WITHHELD*"
           ELSE
               PERFORM 031-READ-WITHHOLDING
               PERFORM 032-LOAD-ONE-BRACKET
                   UNTIL ENDOFFILE
               CLOSE WHTFILE
               IF WITHHOLDING-COUNT = ZERO
                   DISPLAY "*P09WHT.DAT HAS NO BRACKETS FOR FREQUENCY "
                       PAY-FREQUENCY " - NO TAXES WITHHELD*"
               END-IF
           END-IF.
           MOVE "N" TO SWITCH.

       031-READ-WITHHOLDING.
           READ WHTFILE
               AT END
                   SET ENDOFFILE TO TRUE
           END-READ.

       032-LOAD-ONE-BRACKET.
           IF FUNCTION UPPER-CASE (WHT-FREQUENCY) =
                  FUNCTION UPPER-CASE (PAY-FREQUENCY)
               SET TX TO 1
               SEARCH TTAXTABLE
                   AT END
                       PERFORM 033-ADD-TAX-CODE
                   WHEN TX > TAX-CODE-COUNT
                       PERFORM 033-ADD-TAX-CODE
                   WHEN TT-CODE (TX) = WHT-TAX-CODE
                       CONTINUE
               END-SEARCH
               IF NOT LOAD-ERROR-FOUND
                   IF WITHHOLDING-COUNT = 60
                       MOVE "Y" TO LOAD-ERROR-SWITCH
                       DISPLAY "*P09WHT.DAT OVERFLOWS THE 60-ENTRY"
                           " TABLE AT CODE " WHT-TAX-CODE "*"
                       SET ENDOFFILE TO TRUE
                   ELSE
                   IF WITHHOLDING-COUNT > ZERO
                          AND TT-CODE (TX) = WHT-TAX-CODE
                          AND WHT-OVER < TT-LAST-OVER (TX)
                       MOVE "Y" TO LOAD-ERROR-SWITCH
                       DISPLAY "*P09WHT.DAT OUT OF SEQUENCE AT CODE "
                           WHT-TAX-CODE " - BRACKETS MUST RUN LOW TO"
                           " HIGH*"
                       SET ENDOFFILE TO TRUE
                   ELSE
                       ADD 1 TO WITHHOLDING-COUNT
                       SET TW-CODE-NO (WITHHOLDING-COUNT) TO TX
                       MOVE WHT-OVER TO TW-OVER (WITHHOLDING-COUNT)
                       MOVE WHT-BASE-TAX
                           TO TW-BASE-TAX (WITHHOLDING-COUNT)
                       MOVE WHT-RATE TO TW-RATE (WITHHOLDING-COUNT)
                       MOVE WHT-OVER TO TT-LAST-OVER (TX)
                   END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT ENDOFFILE
               PERFORM 031-READ-WITHHOLDING
           END-IF.

       033-ADD-TAX-CODE.
           IF TAX-CODE-COUNT = 5
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*P09WHT.DAT HAS MORE THAN 5 TAX CODES AT "
                   WHT-TAX-CODE "*"
               SET ENDOFFILE TO TRUE
           ELSE
               ADD 1 TO TAX-CODE-COUNT
               SET TX TO TAX-CODE-COUNT
               MOVE WHT-TAX-CODE TO TT-CODE (TX)
               MOVE ZERO TO TT-LAST-OVER (TX)
               MOVE ZERO TO TT-EMP-TAX (TX)
               MOVE ZERO TO TT-TOTAL-TAX (TX)
           END-IF.

      *----EVERY EMPLOYEE'S DEDUCTIONS. NO FILE MEANS NO DEDUCTIONS;
      *----A METHOD OR PRE-TAX FLAG THAT ISN'T ONE OF THE KNOWN
      *----VALUES STOPS THE RUN RATHER THAN GUESS----
       040-LOAD-DEDUCTIONS.
           MOVE ZERO TO DEDUCTION-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT DEDFILE.
           IF DEDFILE-STATUS = "35"
               DISPLAY "*NO DEDUCTION FILE (P09DED.DAT) - GROSS LESS"
                   " TAXES ONLY*"
           ELSE
               PERFORM 041-READ-DEDUCTION
               PERFORM 042-LOAD-ONE-DEDUCTION
                   UNTIL ENDOFFILE
               CLOSE DEDFILE
           END-IF.
           MOVE "N" TO SWITCH.

       041-READ-DEDUCTION.
           READ DEDFILE
               AT END
                   SET ENDOFFILE TO TRUE
           END-READ.

       042-LOAD-ONE-DEDUCTION.
           MOVE FUNCTION UPPER-CASE (DED-METHOD) TO DED-METHOD.
           MOVE FUNCTION UPPER-CASE (DED-PRETAX) TO DED-PRETAX.
           IF DEDUCTION-COUNT = 1000
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*P09DED.DAT OVERFLOWS THE 1000-ENTRY TABLE"
                   " AT SSN " DED-SSN "*"
               SET ENDOFFILE TO TRUE
           ELSE
           IF (DED-METHOD NOT = "F" AND DED-METHOD NOT = "P")
                  OR (DED-PRETAX NOT = "Y" AND DED-PRETAX NOT = "N")
                  OR DED-AMOUNT IS NOT NUMERIC
                  OR DED-ANNUAL-LIMIT IS NOT NUMERIC
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*P09DED.DAT BAD ENTRY FOR SSN " DED-SSN
                   " CODE " DED-CODE "*"
               PERFORM 041-READ-DEDUCTION
           ELSE
               ADD 1 TO DEDUCTION-COUNT
               MOVE DEDFILE-PICS TO TDEDTABLE (DEDUCTION-COUNT)
               PERFORM 041-READ-DEDUCTION
           END-IF
           END-IF.

      *----THE WHOLE YEAR-TO-DATE FILE. NONE YET IS FINE - THE FIRST
      *----CERTIFIED RUN CREATES IT----
       050-LOAD-YTD.
           MOVE ZERO TO YTD-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT YTDFILE.
           IF YTDFILE-STATUS NOT = "35"
               PERFORM 051-READ-YTD
               PERFORM 052-LOAD-ONE-YTD
                   UNTIL ENDOFFILE
               CLOSE YTDFILE
           END-IF.
           MOVE "N" TO SWITCH.

       051-READ-YTD.
           READ YTDFILE
               AT END
                   SET ENDOFFILE TO TRUE
           END-READ.

       052-LOAD-ONE-YTD.
           IF YTD-COUNT = 2000
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*P09YTD.DAT OVERFLOWS THE 2000-ENTRY TABLE"
                   " AT SSN " YTD-SSN "*"
               SET ENDOFFILE TO TRUE
           ELSE
               ADD 1 TO YTD-COUNT
               MOVE YTDFILE-PICS TO TYTDTABLE (YTD-COUNT)
               PERFORM 051-READ-YTD
           END-IF.

      *----THE LABOR DISTRIBUTION LINES ALREADY IN FORCE ON THE PAY
      *----DATE, SAME LOAD AS THE EMPLOYEE REPORT'S. A FUTURE-DATED
      *----OR UNREADABLE LINE IS LEFT OUT----
       055-LOAD-DISTRIBUTION.
           MOVE ZERO TO DIST-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT DISTFILE.
           IF DISTFILE-STATUS NOT = "35"
               PERFORM UNTIL ENDOFFILE
                   READ DISTFILE
                     AT END
                       SET ENDOFFILE TO TRUE
                     NOT AT END
                       IF DISTFILE-PICS (1:24) IS NUMERIC
                              AND LD-EFFECTIVE NOT > PAY-RUN-DATE
                           IF DIST-COUNT >= 1000
                               MOVE "Y" TO LOAD-ERROR-SWITCH
                               DISPLAY "*P09DIST.DAT OVERFLOWS THE"
                                   " 1000-ENTRY TABLE AT SSN "
                                   LD-SSN "*"
                               SET ENDOFFILE TO TRUE
                           ELSE
                               ADD 1 TO DIST-COUNT
                               MOVE DISTFILE-PICS
                                   TO TDISTTABLE (DIST-COUNT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTFILE
           END-IF.
           MOVE "N" TO SWITCH.

      *----A CERTIFICATION IS REFUSED, AND THE RUN PRINTS AS A TRIAL,
      *----WHEN THERE ARE NO BRACKETS TO WITHHOLD WITH OR WHEN THIS
      *----YEAR'S FIGURES WERE ALREADY POSTED TODAY (A RERUN WOULD
      *----COUNT THE SAME PAY TWICE)----
       060-CHECK-CERTIFICATION.
           IF CERTIFIED-RUN
               IF WITHHOLDING-COUNT = ZERO
                   MOVE "N" TO CERTIFY-SWITCH
                   DISPLAY "*CANNOT CERTIFY WITHOUT WITHHOLDING"
                       " BRACKETS - TRIAL RUN ONLY*"
               ELSE
                   PERFORM 061-CHECK-ONE-YTD
                       VARYING YX FROM 1 BY 1
                       UNTIL YX > YTD-COUNT OR NOT CERTIFIED-RUN
               END-IF
           END-IF.

       061-CHECK-ONE-YTD.
           IF TY-YEAR (YX) = PAY-YEAR
                  AND TY-LAST-RUN (YX) = PAY-RUN-DATE
               MOVE "N" TO CERTIFY-SWITCH
               DISPLAY "*YEAR-TO-DATE ALREADY POSTED TODAY - TRIAL"
                   " RUN ONLY*"
           END-IF.

      *----ONE MASTER RECORD: SKIP THE ENVELOPE AND THE TERMINATED,
      *----PRICE THE PERIOD, PRINT THE LINE, ROLL THE TOTALS----
       100-REGISTER-ONE-EMPLOYEE.
           MOVE EMPLOYEE-SALARY TO RL-ANNUAL.
           MOVE PERIOD-GROSS TO RL-PERIOD.

           MOVE "N" TO DEPT-FOUND-SW.
           MOVE "N" TO CAMPUS-FOUND-SW.
           PERFORM 170-FIND-SPLIT.
           SET IX TO 1.
           SEARCH TDEPARTMENTTABLE
               AT END
                   MOVE "UNKNOWN" TO RL-DEPARTMENT
               WHEN TDEPARTMENTCODE (IX) = EMPLOYEE-DEPARTMENT
                   MOVE "Y" TO DEPT-FOUND-SW
                   MOVE TDEPARTMENTNAME (IX) TO RL-DEPARTMENT
                   IF NOT SPLIT-IN-FORCE
                       ADD EMPLOYEE-SALARY TO TDEPT-ANNUAL (IX)
                       ADD PERIOD-GROSS TO TDEPT-PERIOD (IX)
                   END-IF
                   ADD 1 TO TDEPT-HEADS (IX)
           END-SEARCH.

               AT END
                   MOVE "UNKNOWN" TO RL-CAMPUS
               WHEN TCAMPUSCODE (IC) = EMPLOYEE-CAMPUS
                   MOVE "Y" TO CAMPUS-FOUND-SW
                   MOVE TCAMPUSNAME (IC) TO RL-CAMPUS
                   ADD EMPLOYEE-SALARY TO TCAMP-ANNUAL (IC)
                   ADD PERIOD-GROSS TO TCAMP-PERIOD (IC)
                   ADD 1 TO TCAMP-HEADS (IC)
           END-SEARCH.

           IF SPLIT-IN-FORCE
               MOVE EMPLOYEE-SALARY TO SPREAD-AMOUNT
               MOVE "Y" TO SPREAD-WHOLE-SW
               PERFORM 175-SPREAD-AMOUNT
               PERFORM 180-ADD-ANNUAL-SHARE
                   VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT
               MOVE PERIOD-GROSS TO SPREAD-AMOUNT
               MOVE "N" TO SPREAD-WHOLE-SW
               PERFORM 175-SPREAD-AMOUNT
               PERFORM 181-ADD-PERIOD-SHARE
                   VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT
           ELSE
               IF EMPLOYEE-DEPARTMENT IS NUMERIC
                   COMPUTE DEPT-CODE-SUB = EMPLOYEE-DEPARTMENT + 1
               ELSE
                   MOVE 1 TO DEPT-CODE-SUB
               END-IF
               ADD PERIOD-GROSS TO TGROSS-BY-CODE (DEPT-CODE-SUB)
           END-IF.

           WRITE REGISTER-AREA FROM REGISTER-LINE.
           ADD 1 TO EMPLOYEE-COUNT.
           ADD EMPLOYEE-SALARY TO GRAND-ANNUAL.
           ADD PERIOD-GROSS TO GRAND-PERIOD.
           PERFORM 120-FIND-YTD.
           PERFORM 130-PAY-ONE-EMPLOYEE.
           PERFORM 160-POST-YTD.

      *----THIS YEAR'S YEAR-TO-DATE RECORD FOR THE EMPLOYEE, OR A
      *----ZERO ONE IF THIS IS THEIR FIRST PAY OF THE YEAR----
       120-FIND-YTD.
           MOVE "N" TO YTD-FOUND-SW.
           INITIALIZE CUR-YTD.
           MOVE PAY-YEAR TO CY-YEAR.
           MOVE EMPLOYEE-SSN TO CY-SSN.
           IF YTD-COUNT > ZERO
               SET YX TO 1
               SEARCH TYTDTABLE
                   AT END
                       CONTINUE
                   WHEN TY-YEAR (YX) = PAY-YEAR
                          AND TY-SSN (YX) = EMPLOYEE-SSN
                       MOVE "Y" TO YTD-FOUND-SW
                       MOVE TYTDTABLE (YX) TO CUR-YTD
               END-SEARCH
           END-IF.

      *----GROSS LESS PRE-TAX DEDUCTIONS IS TAXABLE; TAXABLE LESS
      *----WITHHOLDING AND POST-TAX DEDUCTIONS IS NET----
       130-PAY-ONE-EMPLOYEE.
           MOVE ZERO TO EMP-PRETAX.
           MOVE ZERO TO EMP-TAX.
           MOVE ZERO TO EMP-POSTTAX.
           MOVE "Y" TO DED-PASS.
           PERFORM 140-TAKE-ONE-DEDUCTION
               VARYING DX FROM 1 BY 1 UNTIL DX > DEDUCTION-COUNT.
           COMPUTE EMP-TAXABLE = PERIOD-GROSS - EMP-PRETAX.
           PERFORM 150-WITHHOLD-TAXES.
           COMPUTE NET-WORK = EMP-TAXABLE - EMP-TAX.
           IF NET-WORK < ZERO
               MOVE ZERO TO EMP-NET
           ELSE
               MOVE NET-WORK TO EMP-NET
           END-IF.
           MOVE "N" TO DED-PASS.
           PERFORM 140-TAKE-ONE-DEDUCTION
               VARYING DX FROM 1 BY 1 UNTIL DX > DEDUCTION-COUNT.
           ADD EMP-PRETAX TO GRAND-PRETAX.
           ADD EMP-TAX TO GRAND-TAX.
           ADD EMP-POSTTAX TO GRAND-POSTTAX.
           ADD EMP-NET TO GRAND-NET.
           IF SPLIT-IN-FORCE
               PERFORM 185-SPREAD-PAY
           ELSE
               IF DEPT-FOUND-SW = "Y"
                   ADD EMP-PRETAX TO TDEPT-PRETAX (IX)
                   ADD EMP-TAX TO TDEPT-TAX (IX)
                   ADD EMP-POSTTAX TO TDEPT-POSTTAX (IX)
                   ADD EMP-NET TO TDEPT-NET (IX)
               END-IF
           END-IF.
           IF CAMPUS-FOUND-SW = "Y"
               ADD EMP-PRETAX TO TCAMP-PRETAX (IC)
               ADD EMP-TAX TO TCAMP-TAX (IC)
               ADD EMP-POSTTAX TO TCAMP-POSTTAX (IC)
               ADD EMP-NET TO TCAMP-NET (IC)
           END-IF.

      *----ONE DEDUCTION ON FILE, IF IT IS THIS EMPLOYEE'S AND BELONGS
      *----TO THIS PASS (PRE-TAX FIRST, POST-TAX AFTER WITHHOLDING).
      *----THE ANNUAL LIMIT COMES OFF FIRST, THEN NO DEDUCTION MAY
      *----TAKE MORE THAN THE PAY LEFT TO TAKE IT FROM----
       140-TAKE-ONE-DEDUCTION.
           IF TD-SSN (DX) = EMPLOYEE-SSN
                  AND TD-PRETAX (DX) = DED-PASS
               MOVE SPACES TO DED-NOTE
               IF TD-METHOD (DX) = "P"
                   COMPUTE DED-THIS ROUNDED =
                       PERIOD-GROSS * TD-AMOUNT (DX) / 100
               ELSE
                   MOVE TD-AMOUNT (DX) TO DED-THIS
               END-IF
               PERFORM 141-FIND-YTD-CODE
               IF TD-ANNUAL-LIMIT (DX) > ZERO AND YDX NOT > 8
                   COMPUTE DED-ROOM = TD-ANNUAL-LIMIT (DX)
                       - CY-DED-AMOUNT (YDX)
                   IF DED-ROOM < ZERO
                       MOVE ZERO TO DED-ROOM
                   END-IF
                   IF DED-THIS > DED-ROOM
                       MOVE DED-ROOM TO DED-THIS
                       MOVE "ANNUAL LIMIT REACHED" TO DED-NOTE
                   END-IF
               END-IF
               IF DED-PASS = "Y"
                   COMPUTE DED-ROOM = PERIOD-GROSS - EMP-PRETAX
               ELSE
                   MOVE EMP-NET TO DED-ROOM
               END-IF
               IF DED-THIS > DED-ROOM
                   MOVE DED-ROOM TO DED-THIS
                   MOVE "SHORT - NOT ENOUGH PAY LEFT" TO DED-NOTE
                   ADD 1 TO SHORT-COUNT
               END-IF
               IF DED-PASS = "Y"
                   ADD DED-THIS TO EMP-PRETAX
                   MOVE "  PRE-TAX" TO DL-KIND
               ELSE
                   ADD DED-THIS TO EMP-POSTTAX
                   SUBTRACT DED-THIS FROM EMP-NET
                   MOVE "  POST-TAX" TO DL-KIND
               END-IF
               IF YDX > 8
                   MOVE "NOT KEPT YEAR-TO-DATE" TO DED-NOTE
               ELSE
                   MOVE TD-CODE (DX) TO CY-DED-CODE (YDX)
                   ADD DED-THIS TO CY-DED-AMOUNT (YDX)
               END-IF
               PERFORM 142-ADD-CODE-TOTAL
               MOVE TD-CODE (DX) TO DL-CODE
               MOVE DED-THIS TO DL-AMOUNT
               MOVE DED-NOTE TO DL-NOTE
               WRITE REGISTER-AREA FROM DETAIL-LINE
           END-IF.

      *----THE CODE'S SLOT IN THE EMPLOYEE'S YEAR-TO-DATE RECORD, OR
      *----THE FIRST EMPTY ONE; 9 WHEN ALL EIGHT ARE TAKEN----
       141-FIND-YTD-CODE.
           SET YDX TO 1.
           SEARCH CY-DEDUCTION
               AT END
                   SET YDX TO 9
               WHEN CY-DED-CODE (YDX) = TD-CODE (DX)
                   CONTINUE
               WHEN CY-DED-CODE (YDX) = SPACES
                   CONTINUE
           END-SEARCH.

       142-ADD-CODE-TOTAL.
           SET CX TO 1.
           SEARCH TDCTABLE
               AT END
                   IF DED-CODE-FULL-SW NOT = "Y"
                       DISPLAY "*MORE THAN 30 DEDUCTION CODES - CODE "
                           TD-CODE (DX) " LEFT OFF THE CODE TOTALS*"
                       MOVE "Y" TO DED-CODE-FULL-SW
                   END-IF
               WHEN CX > DED-CODE-COUNT
                   ADD 1 TO DED-CODE-COUNT
                   MOVE TD-CODE (DX) TO TC-CODE (CX)
                   MOVE TD-PRETAX (DX) TO TC-PRETAX (CX)
                   MOVE DED-THIS TO TC-TOTAL (CX)
               WHEN TC-CODE (CX) = TD-CODE (DX)
                       AND TC-PRETAX (CX) = TD-PRETAX (DX)
                   ADD DED-THIS TO TC-TOTAL (CX)
           END-SEARCH.

      *----EVERY BRACKET THE TAXABLE PAY REACHES RECOMPUTES ITS CODE'S
      *----TAX, SO WITH THE BRACKETS LOW TO HIGH THE HIGHEST ONE
      *----REACHED IS WHAT STANDS----
       150-WITHHOLD-TAXES.
           PERFORM 151-ZERO-ONE-TAX
               VARYING TX FROM 1 BY 1 UNTIL TX > TAX-CODE-COUNT.
           PERFORM 152-APPLY-ONE-BRACKET
               VARYING WX FROM 1 BY 1 UNTIL WX > WITHHOLDING-COUNT.
           PERFORM 153-WRITE-ONE-TAX
               VARYING TX FROM 1 BY 1 UNTIL TX > TAX-CODE-COUNT.
           ADD EMP-TAX TO CY-TAX.

       151-ZERO-ONE-TAX.
           MOVE ZERO TO TT-EMP-TAX (TX).

       152-APPLY-ONE-BRACKET.
           IF EMP-TAXABLE NOT < TW-OVER (WX)
               SET TX TO TW-CODE-NO (WX)
               COMPUTE TT-EMP-TAX (TX) ROUNDED = TW-BASE-TAX (WX)
                   + TW-RATE (WX) * (EMP-TAXABLE - TW-OVER (WX))
           END-IF.

       153-WRITE-ONE-TAX.
           IF TT-EMP-TAX (TX) > ZERO
               ADD TT-EMP-TAX (TX) TO EMP-TAX
               ADD TT-EMP-TAX (TX) TO TT-TOTAL-TAX (TX)
               MOVE "  TAX" TO DL-KIND
               MOVE TT-CODE (TX) TO DL-CODE
               MOVE TT-EMP-TAX (TX) TO DL-AMOUNT
               MOVE SPACES TO DL-NOTE
               WRITE REGISTER-AREA FROM DETAIL-LINE
           END-IF.

      *----ROLL THIS PAY INTO THE EMPLOYEE'S YEAR-TO-DATE FIGURES,
      *----PRINT THE NET LINE, AND PUT THE RECORD BACK IN THE TABLE
      *----(ONLY A CERTIFIED RUN WRITES THE TABLE OUT)----
       160-POST-YTD.
           ADD PERIOD-GROSS TO CY-GROSS.
           ADD EMP-PRETAX TO CY-PRETAX.
           ADD EMP-POSTTAX TO CY-POSTTAX.
           ADD EMP-NET TO CY-NET.
           MOVE PAY-RUN-DATE TO CY-LAST-RUN.
           MOVE EMP-NET TO NL-NET.
           MOVE CY-GROSS TO NL-YTD-GROSS.
           MOVE CY-TAX TO NL-YTD-TAX.
           MOVE CY-NET TO NL-YTD-NET.
           WRITE REGISTER-AREA FROM NET-LINE.
           ADD CY-GROSS TO GRAND-YTD-GROSS.
           ADD CY-TAX TO GRAND-YTD-TAX.
           ADD CY-NET TO GRAND-YTD-NET.
           IF YTD-FOUND-SW = "Y"
               MOVE CUR-YTD TO TYTDTABLE (YX)
           ELSE
           IF YTD-COUNT < 2000
               ADD 1 TO YTD-COUNT
               MOVE CUR-YTD TO TYTDTABLE (YTD-COUNT)
           ELSE
               IF YTD-FULL-SW NOT = "Y" AND CERTIFIED-RUN
                   DISPLAY "*YEAR-TO-DATE TABLE FULL AT SSN "
                       EMPLOYEE-SSN " - LATER EMPLOYEES NOT POSTED*"
                   MOVE "Y" TO YTD-FULL-SW
               END-IF
           END-IF
           END-IF.

      *----THE EMPLOYEE'S LABOR DISTRIBUTION IN FORCE: THE LINES
      *----WITH THEIR LATEST EFFECTIVE DATE. SPLIT-IN-FORCE ONLY WHEN
      *----THOSE LINES TOTAL 100 PERCENT AND EVERY DEPARTMENT IS ON
      *----P09DDT.DAT - OTHERWISE THE HOME DEPARTMENT IS CHARGED----
       170-FIND-SPLIT.
           MOVE "N" TO SPLIT-OK-SW.
           MOVE "N" TO SPLIT-PROBLEM-SW.
           MOVE ZERO TO SPLIT-COUNT.
           MOVE ZERO TO SPLIT-EFFECTIVE.
           MOVE ZERO TO SPLIT-PCT-TOTAL.
           PERFORM 171-LATEST-SPLIT-DATE
               VARYING LX FROM 1 BY 1 UNTIL LX > DIST-COUNT.
           IF SPLIT-EFFECTIVE > ZERO
               PERFORM 172-TAKE-ONE-SPLIT-LINE
                   VARYING LX FROM 1 BY 1 UNTIL LX > DIST-COUNT
               IF SPLIT-PCT-TOTAL = 100
                      AND SPLIT-PROBLEM-SW = "N"
                   MOVE "Y" TO SPLIT-OK-SW
               ELSE
                   ADD 1 TO SPLIT-BAD-COUNT
               END-IF
           END-IF.

       171-LATEST-SPLIT-DATE.
           IF TLD-SSN (LX) = EMPLOYEE-SSN
                  AND TLD-EFFECTIVE (LX) > SPLIT-EFFECTIVE
               MOVE TLD-EFFECTIVE (LX) TO SPLIT-EFFECTIVE
           END-IF.

       172-TAKE-ONE-SPLIT-LINE.
           IF TLD-SSN (LX) = EMPLOYEE-SSN
                  AND TLD-EFFECTIVE (LX) = SPLIT-EFFECTIVE
               ADD TLD-PERCENT (LX) TO SPLIT-PCT-TOTAL
               IF SPLIT-COUNT < 10
                   ADD 1 TO SPLIT-COUNT
                   MOVE TLD-DEPT-CODE (LX) TO SP-DEPT-CODE (SPLIT-COUNT)
                   MOVE TLD-PERCENT (LX) TO SP-PERCENT (SPLIT-COUNT)
                   SET IX TO 1
                   SEARCH TDEPARTMENTTABLE
                       AT END
                           MOVE "Y" TO SPLIT-PROBLEM-SW
                       WHEN TDEPARTMENTCODE (IX) = TLD-DEPT-CODE (LX)
                           SET SP-DEPT-SUB (SPLIT-COUNT) TO IX
                   END-SEARCH
               ELSE
                   MOVE "Y" TO SPLIT-PROBLEM-SW
               END-IF
           END-IF.

      *----SPREAD SPREAD-AMOUNT OVER THE SPLIT BY PERCENT INTO
      *----SP-SHARE, THE LAST LINE TAKING THE ROUNDING REMAINDER----
       175-SPREAD-AMOUNT.
           MOVE SPREAD-AMOUNT TO SPREAD-LEFT.
           PERFORM 176-SPREAD-ONE-SHARE
               VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.

       176-SPREAD-ONE-SHARE.
           IF SX = SPLIT-COUNT
               MOVE SPREAD-LEFT TO SP-SHARE (SX)
           ELSE
               IF SPREAD-IN-DOLLARS
                   COMPUTE SPREAD-DOLLARS ROUNDED =
                       SPREAD-AMOUNT * SP-PERCENT (SX) / 100
                   MOVE SPREAD-DOLLARS TO SP-SHARE (SX)
               ELSE
                   COMPUTE SP-SHARE (SX) ROUNDED =
                       SPREAD-AMOUNT * SP-PERCENT (SX) / 100
               END-IF
               SUBTRACT SP-SHARE (SX) FROM SPREAD-LEFT
           END-IF.

       180-ADD-ANNUAL-SHARE.
           SET IX TO SP-DEPT-SUB (SX).
           ADD SP-SHARE (SX) TO TDEPT-ANNUAL (IX).

      *----THE PERIOD GROSS GOES TO THE DEPARTMENT TOTAL AND TO THE
      *----GENERAL LEDGER FIGURE FOR THE DEPARTMENT'S CODE----
       181-ADD-PERIOD-SHARE.
           SET IX TO SP-DEPT-SUB (SX).
           ADD SP-SHARE (SX) TO TDEPT-PERIOD (IX).
           COMPUTE DEPT-CODE-SUB = SP-DEPT-CODE (SX) + 1.
           ADD SP-SHARE (SX) TO TGROSS-BY-CODE (DEPT-CODE-SUB).

      *----PRE-TAX, TAXES, POST-TAX AND NET SPREAD THE SAME WAY AS
      *----THE GROSS, SO EACH DEPARTMENT'S COLUMNS STILL FOOT----
       185-SPREAD-PAY.
           MOVE "N" TO SPREAD-WHOLE-SW.
           MOVE EMP-PRETAX TO SPREAD-AMOUNT.
           PERFORM 175-SPREAD-AMOUNT.
           PERFORM 186-ADD-PRETAX-SHARE
               VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.
           MOVE EMP-TAX TO SPREAD-AMOUNT.
           PERFORM 175-SPREAD-AMOUNT.
           PERFORM 187-ADD-TAX-SHARE
               VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.
           MOVE EMP-POSTTAX TO SPREAD-AMOUNT.
           PERFORM 175-SPREAD-AMOUNT.
           PERFORM 188-ADD-POSTTAX-SHARE
               VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.
           MOVE EMP-NET TO SPREAD-AMOUNT.
           PERFORM 175-SPREAD-AMOUNT.
           PERFORM 189-ADD-NET-SHARE
               VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.

       186-ADD-PRETAX-SHARE.
           SET IX TO SP-DEPT-SUB (SX).
           ADD SP-SHARE (SX) TO TDEPT-PRETAX (IX).

       187-ADD-TAX-SHARE.
           SET IX TO SP-DEPT-SUB (SX).
           ADD SP-SHARE (SX) TO TDEPT-TAX (IX).

       188-ADD-POSTTAX-SHARE.
           SET IX TO SP-DEPT-SUB (SX).
           ADD SP-SHARE (SX) TO TDEPT-POSTTAX (IX).

       189-ADD-NET-SHARE.
           SET IX TO SP-DEPT-SUB (SX).
           ADD SP-SHARE (SX) TO TDEPT-NET (IX).

      *----PER-DEPARTMENT, PER-CAMPUS, AND GRAND TOTALS. THE CAMPUS
      *----ANNUAL COLUMN TIES TO THE EMPLOYEE REPORT'S CAMPUS
      *----SALARY TOTALS, SO PAYROLL CERTIFIES ONE SET OF NUMBERS--
       300-WRITE-TOTALS.
           WRITE REGISTER-AREA FROM HEADING-LINE-3.
           WRITE REGISTER-AREA FROM TOTAL-HEADING-LINE.
           PERFORM 310-WRITE-ONE-DEPT-TOTAL
               VARYING IX FROM 1 BY 1 UNTIL IX > DEPARTMENT-COUNT.
           PERFORM 320-WRITE-ONE-CAMPUS-TOTAL
           MOVE EMPLOYEE-COUNT TO TL-HEADS.
           MOVE GRAND-ANNUAL TO TL-ANNUAL.
           MOVE GRAND-PERIOD TO TL-PERIOD.
           MOVE GRAND-PRETAX TO TL-PRETAX.
           MOVE GRAND-TAX TO TL-TAX.
           MOVE GRAND-POSTTAX TO TL-POSTTAX.
           MOVE GRAND-NET TO TL-NET.
           WRITE REGISTER-AREA FROM TOTAL-LINE.
           WRITE REGISTER-AREA FROM HEADING-LINE-3.
           PERFORM 330-WRITE-ONE-CODE-TOTAL
               VARYING CX FROM 1 BY 1 UNTIL CX > DED-CODE-COUNT.
           PERFORM 340-WRITE-ONE-TAX-TOTAL
               VARYING TX FROM 1 BY 1 UNTIL TX > TAX-CODE-COUNT.
           MOVE PAY-YEAR TO YTL-YEAR.
           MOVE GRAND-YTD-GROSS TO YTL-GROSS.
           MOVE GRAND-YTD-TAX TO YTL-TAX.
           MOVE GRAND-YTD-NET TO YTL-NET.
           WRITE REGISTER-AREA FROM YTD-TOTAL-LINE.
           IF NOT CERTIFIED-RUN
               MOVE "  (INCLUDES THIS TRIAL RUN - NOT POSTED)"
                   TO ML-TEXT
               WRITE REGISTER-AREA FROM MESSAGE-LINE
           END-IF.

      *----A DEPARTMENT WITH NO HOME EMPLOYEES STILL PRINTS WHEN
      *----SPLIT-FUNDED PAY WAS CHARGED TO IT----
       310-WRITE-ONE-DEPT-TOTAL.
           IF TDEPT-HEADS (IX) > ZERO
                  OR TDEPT-PERIOD (IX) > ZERO
               MOVE "DEPT TOTAL:   " TO TL-LABEL
               MOVE TDEPARTMENTNAME (IX) TO TL-NAME
               MOVE TDEPT-HEADS (IX) TO TL-HEADS
               MOVE TDEPT-ANNUAL (IX) TO TL-ANNUAL
               MOVE TDEPT-PERIOD (IX) TO TL-PERIOD
               MOVE TDEPT-PRETAX (IX) TO TL-PRETAX
               MOVE TDEPT-TAX (IX) TO TL-TAX
               MOVE TDEPT-POSTTAX (IX) TO TL-POSTTAX
               MOVE TDEPT-NET (IX) TO TL-NET
               WRITE REGISTER-AREA FROM TOTAL-LINE
           END-IF.

               MOVE TCAMP-HEADS (IC) TO TL-HEADS
               MOVE TCAMP-ANNUAL (IC) TO TL-ANNUAL
               MOVE TCAMP-PERIOD (IC) TO TL-PERIOD
               MOVE TCAMP-PRETAX (IC) TO TL-PRETAX
               MOVE TCAMP-TAX (IC) TO TL-TAX
               MOVE TCAMP-POSTTAX (IC) TO TL-POSTTAX
               MOVE TCAMP-NET (IC) TO TL-NET
               WRITE REGISTER-AREA FROM TOTAL-LINE
           END-IF.

      *----WHAT WENT TO EACH DEDUCTION CODE AND EACH TAX CODE THIS
      *----PERIOD - THE AMOUNTS TO BE REMITTED----
       330-WRITE-ONE-CODE-TOTAL.
           MOVE "CODE TOTAL:   " TO CTL-LABEL.
           IF TC-PRETAX (CX) = "Y"
               MOVE "PRE-TAX" TO CTL-KIND
           ELSE
               MOVE "POST-TAX" TO CTL-KIND
           END-IF.
           MOVE TC-CODE (CX) TO CTL-CODE.
           MOVE TC-TOTAL (CX) TO CTL-AMOUNT.
           WRITE REGISTER-AREA FROM CODE-TOTAL-LINE.

       340-WRITE-ONE-TAX-TOTAL.
           MOVE "CODE TOTAL:   " TO CTL-LABEL.
           MOVE "TAX" TO CTL-KIND.
           MOVE TT-CODE (TX) TO CTL-CODE.
           MOVE TT-TOTAL-TAX (TX) TO CTL-AMOUNT.
           WRITE REGISTER-AREA FROM CODE-TOTAL-LINE.

      *----A CERTIFIED RUN WRITES THE WHOLE YEAR-TO-DATE TABLE BACK -
      *----EARLIER YEARS AS THEY WERE, THIS YEAR WITH THIS PAY IN----
       700-REWRITE-YTD.
           OPEN OUTPUT YTDFILE.
           PERFORM 710-WRITE-ONE-YTD
               VARYING YX FROM 1 BY 1 UNTIL YX > YTD-COUNT.
           CLOSE YTDFILE.

       710-WRITE-ONE-YTD.
           WRITE YTDFILE-PICS FROM TYTDTABLE (YX).

      *----A CERTIFIED RUN'S FIGURES ONTO THE END OF THE PAYROLL
      *----JOURNAL FILE FOR GL-EXTRACT, CREATING IT ON FIRST USE----
       720-WRITE-PAY-JOURNAL.
           OPEN EXTEND PAYJFILE.
           IF PAYJFILE-STATUS = "35"
               OPEN OUTPUT PAYJFILE
           END-IF.
           MOVE PAY-RUN-DATE TO PJ-RUN-DATE.
           MOVE PAY-FREQUENCY TO PJ-FREQUENCY.
           MOVE OPR-ID TO PJ-OPERATOR.
           PERFORM 721-WRITE-ONE-GROSS
               VARYING DEPT-CODE-SUB FROM 1 BY 1
               UNTIL DEPT-CODE-SUB > 100.
           PERFORM 722-WRITE-ONE-DED-CODE
               VARYING CX FROM 1 BY 1 UNTIL CX > DED-CODE-COUNT.
           PERFORM 723-WRITE-ONE-TAX-CODE
               VARYING TX FROM 1 BY 1 UNTIL TX > TAX-CODE-COUNT.
           MOVE "N" TO PJ-TYPE.
           MOVE SPACES TO PJ-CODE.
           MOVE GRAND-NET TO PJ-AMOUNT.
           WRITE PAYJFILE-PICS.
           CLOSE PAYJFILE.
           DISPLAY "PAYROLL JOURNAL FIGURES ADDED TO "
               FUNCTION TRIM (PAYJFILE-NAME).

       721-WRITE-ONE-GROSS.
           IF TGROSS-BY-CODE (DEPT-CODE-SUB) > ZERO
               MOVE "G" TO PJ-TYPE
               MOVE SPACES TO PJ-CODE
               COMPUTE I = DEPT-CODE-SUB - 1
               MOVE I TO PJ-CODE (1:2)
               MOVE TGROSS-BY-CODE (DEPT-CODE-SUB) TO PJ-AMOUNT
               WRITE PAYJFILE-PICS
           END-IF.

       722-WRITE-ONE-DED-CODE.
           IF TC-TOTAL (CX) > ZERO
               MOVE "D" TO PJ-TYPE
               MOVE TC-CODE (CX) TO PJ-CODE
               MOVE TC-TOTAL (CX) TO PJ-AMOUNT
               WRITE PAYJFILE-PICS
           END-IF.

       723-WRITE-ONE-TAX-CODE.
           IF TT-TOTAL-TAX (TX) > ZERO
               MOVE "T" TO PJ-TYPE
               MOVE TT-CODE (TX) TO PJ-CODE
               MOVE TT-TOTAL-TAX (TX) TO PJ-AMOUNT
               WRITE PAYJFILE-PICS
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

       end program PAYROLL-REGISTER.
