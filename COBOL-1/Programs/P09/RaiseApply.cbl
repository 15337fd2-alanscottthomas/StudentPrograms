      *  and written back so a raise run cannot strip them, and an
      *  employee with a termination date set is no longer eligible
      *  for a raise whatever band they sit in.
      *05/23/2016 - AT - each salary raised now appends a record to
      *  the salary history file (P09SALH.DAT, shared with
      *  EMPLOYEE-MAINT) carrying the old and new salary, an
      *  effective date keyed at the start of the run (default
      *  today), reason ANNL and the operator's initials.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT REGISTERFILE ASSIGN TO "C:\COBOL\P09RAISE.RPT"
               organization is line sequential.

               SELECT SALHIST ASSIGN TO DYNAMIC SALHIST-NAME
               organization is line sequential
               file status is SALHIST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FILE1.
           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

      *----SAME SALARY HISTORY RECORD EMPLOYEE-MAINT WRITES----
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


       WORKING-STORAGE SECTION.


       01 FILE1-NAME    PIC X(80) VALUE "C:\COBOL\P09D01.DAT".
       01 BANDFILE-NAME PIC X(80) VALUE "C:\COBOL\P09BND.DAT".
       01 SALHIST-NAME  PIC X(80) VALUE "C:\COBOL\P09SALH.DAT".
       01 SALHIST-STATUS PIC X(2) VALUE SPACES.

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME P09_* KEYS THE EMPLOYEE REPORT
           05 OLD-SALARY-TOTAL  PIC 9(9)    VALUE ZERO.
           05 NEW-SALARY-TOTAL  PIC 9(9)    VALUE ZERO.
           05 DELTA-TOTAL       PIC 9(9)    VALUE ZERO.
           05 EFFECTIVE-X       PIC X(8)    VALUE SPACES.
           05 EFFECTIVE-DATE    PIC 9(8)    VALUE ZERO.
           05 DATE-CHECK-RESULT PIC S9(4)   VALUE ZERO.
           05 OPERATOR-INITIALS PIC X(3)    VALUE SPACES.

       01 HEADING-LINE-1.
           05 FILLER  PIC X(28) VALUE "RAISE APPLICATION REGISTER -".
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----SIGNED-ON OPERATOR FROM THE MENU DRIVER, FOR THE SALARY
      *----HISTORY; SPACES WHEN RUN STANDALONE----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE "N" TO LOAD-ERROR-SWITCH.
           DISPLAY "--------------------------------------------".
           DISPLAY "  ANNUAL RAISE APPLICATION".
           DISPLAY "--------------------------------------------".
           IF OPR-ID = LOW-VALUES
               MOVE SPACES TO OPR-ID
           END-IF.
           PERFORM 005-READ-PARM-FILE.
           DISPLAY "ENTER RAISE PERCENT (ex. 03.50, 0 TO CANCEL): ".
           ACCEPT RAISE-PCT.
           IF RAISE-PCT NOT = ZERO
               PERFORM 010-GET-EFFECTIVE-DATE
           END-IF.
           IF RAISE-PCT = ZERO
               DISPLAY "*NO RAISE ENTERED - NOTHING APPLIED*"
           ELSE
                   DISPLAY "*EMPLOYEE MASTER EMPTY OR MISSING*"
               ELSE
                   OPEN OUTPUT REGISTERFILE
                   OPEN EXTEND SALHIST
                   IF SALHIST-STATUS = "35"
                       OPEN OUTPUT SALHIST
                   END-IF
                   PERFORM 100-WRITE-HEADINGS
                   PERFORM 200-APPLY-ONE-RAISE
                       VARYING EM-IX FROM 1 BY 1
                       UNTIL EM-IX > EMPLOYEE-COUNT
                   PERFORM 300-WRITE-TOTALS
                   CLOSE REGISTERFILE
                   CLOSE SALHIST
                   PERFORM 700-REWRITE-MASTER
                   DISPLAY ELIGIBLE-COUNT " SALARY(S) RAISED - SEE"
                       " P09RAISE.RPT"
                   MOVE PARM-VALUE TO BANDFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_SALARY_HISTORY_FILE"
                   MOVE PARM-VALUE TO SALHIST-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----THE DATE THE RAISE TAKES EFFECT, AND WHO IS APPLYING IT,
      *----FOR THE SALARY HISTORY. A BAD DATE CANCELS THE RUN (RAISE
      *----PERCENT BACK TO ZERO) RATHER THAN RECORD A WRONG ONE----
       010-GET-EFFECTIVE-DATE.
           MOVE SPACES TO EFFECTIVE-X.
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, ENTER FOR"
               " TODAY): ".
           ACCEPT EFFECTIVE-X.
           IF EFFECTIVE-X = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO EFFECTIVE-DATE
           ELSE
               IF EFFECTIVE-X IS NOT NUMERIC
                   DISPLAY "*EFFECTIVE DATE MUST BE 8 DIGITS*"
                   MOVE ZERO TO RAISE-PCT
               ELSE
                   MOVE EFFECTIVE-X TO EFFECTIVE-DATE
                   COMPUTE DATE-CHECK-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (EFFECTIVE-DATE)
                   IF DATE-CHECK-RESULT NOT = 0
                       DISPLAY "*EFFECTIVE DATE IS NOT A REAL"
                           " CALENDAR DATE*"
                       MOVE ZERO TO RAISE-PCT
                   END-IF
               END-IF
           END-IF.
           IF RAISE-PCT NOT = ZERO
               IF OPR-ID NOT = SPACES
                   MOVE OPR-ID TO OPERATOR-INITIALS
                   DISPLAY "OPERATOR " OPR-ID " (SIGNED ON)"
               ELSE
                   DISPLAY "ENTER OPERATOR INITIALS: "
                   ACCEPT OPERATOR-INITIALS
               END-IF
           END-IF.

      *----SAME LOAD AS THE EMPLOYEE REPORT'S 040-LOADPOSITIONBANDS--
       040-LOADPOSITIONBANDS.
           OPEN INPUT BANDFILE.
               ADD EM-SALARY (EM-IX) TO OLD-SALARY-TOTAL
               ADD NEW-SALARY TO NEW-SALARY-TOTAL
               ADD SALARY-DELTA TO DELTA-TOTAL
               PERFORM 250-WRITE-SALARY-HISTORY
               MOVE NEW-SALARY TO EM-SALARY (EM-IX)
           ELSE
               ADD 1 TO SKIPPED-COUNT
           END-IF.

       250-WRITE-SALARY-HISTORY.
           MOVE EM-SSN (EM-IX)    TO SH-SSN.
           MOVE EFFECTIVE-DATE    TO SH-EFFECTIVE-DATE.
           MOVE EM-SALARY (EM-IX) TO SH-OLD-SALARY.
           MOVE NEW-SALARY        TO SH-NEW-SALARY.
           MOVE "R"               TO SH-SOURCE.
           MOVE "ANNL"            TO SH-REASON.
           MOVE OPERATOR-INITIALS TO SH-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SH-RECORDED-DATE.
           WRITE SALHIST-PICS.

      *----SAME BAND/ELIGIBILITY RULE AS EMPLOYEE-REPORTMAKER'S
      *----150-SET-SALARY-BAND, DRIVEN FROM THE TABLE ENTRY----
       150-SET-SALARY-BAND.
