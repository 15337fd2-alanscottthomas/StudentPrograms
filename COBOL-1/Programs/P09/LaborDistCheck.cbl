       identification division.
       program-id. LABOR-DIST-CHECK.
       author. Alan Thomas.
       date-compiled.
      *ABOUT A TENTH OF THE STAFF ARE SPLIT-FUNDED ACROSS TWO OR MORE
      *DEPARTMENTS, AND THE LABOR DISTRIBUTION FILE P09DIST.DAT SAYS
      *HOW (SSN, DEPARTMENT, PERCENT, EFFECTIVE DATE). THE EMPLOYEE
      *REPORT, PAYROLL-REGISTER AND COMP-ANALYSIS SPREAD A SALARY BY
      *THOSE PERCENTAGES ONLY WHEN THE EMPLOYEE'S LINES IN FORCE (THE
      *LATEST EFFECTIVE DATE NOT AFTER TODAY) TOTAL EXACTLY 100 AND
      *EVERY DEPARTMENT IS ON P09DDT.DAT - OTHERWISE THE WHOLE SALARY
      *STAYS IN THE HOME DEPARTMENT. THIS PROGRAM LISTS EVERY
      *EMPLOYEE WHOSE DISTRIBUTION WOULD BE REFUSED THAT WAY, AND
      *EVERY LINE ON THE FILE THAT CANNOT BE READ, SO THEY CAN BE
      *PUT RIGHT BEFORE PAYROLL IS CERTIFIED.
      *input files P09DIST.DAT, P09DDT.DAT, P09D01.DAT
      *output files P09DIST.RPT
      *printer ouput None
      *
      *MODS:
      *05/30/2016 - AT - first version.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT FILE1 ASSIGN TO DYNAMIC FILE1-NAME
               organization is line sequential
               file status is FILE1-STATUS.

               SELECT FILE2 ASSIGN TO DYNAMIC FILE2-NAME
               organization is line sequential
               file status is FILE2-STATUS.

               SELECT DISTFILE ASSIGN TO DYNAMIC DISTFILE-NAME
               organization is line sequential
               file status is DISTFILE-STATUS.

               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.

               SELECT CHECKFILE ASSIGN TO DYNAMIC CHECKFILE-NAME
               organization is line sequential.

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

      *----ONE DEPARTMENT'S SHARE OF ONE EMPLOYEE'S SALARY, IN FORCE
      *----FROM THE EFFECTIVE DATE - A SPLIT'S LINES TOTAL 100----
           FD DISTFILE.
           01 DISTFILE-PICS.
               05 LD-SSN            PIC 9(9).
               05 LD-DEPT-CODE      PIC 99.
               05 LD-PERCENT        PIC 9(3)V99.
               05 LD-EFFECTIVE      PIC 9(8).

           FD CHECKFILE.
           01 CHECK-AREA PIC X(100).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       WORKING-STORAGE SECTION.

       01 FILE1-STATUS      PIC X(2) VALUE SPACES.
       01 FILE2-STATUS      PIC X(2) VALUE SPACES.
       01 DISTFILE-STATUS   PIC X(2) VALUE SPACES.

       01 FILE1-NAME     PIC X(80) VALUE "C:\COBOL\P09D01.DAT".
       01 FILE2-NAME     PIC X(80) VALUE "C:\COBOL\P09DDT.DAT".
       01 DISTFILE-NAME  PIC X(80) VALUE "C:\COBOL\P09DIST.DAT".
       01 CHECKFILE-NAME PIC X(80) VALUE "C:\COBOL\P09DIST.RPT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME P09_* KEYS THE EMPLOYEE REPORT AND
      *----PAYROLL-REGISTER HONOR, SO THIS PROGRAM CHECKS THE SAME
      *----DISTRIBUTION THEY SPREAD BY----
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

       01  T-DEPARTMENT.
           05 TDEPARTMENTTABLE OCCURS 1 TO 25 TIMES
                  DEPENDING ON DEPARTMENT-COUNT
                  INDEXED BY IX.
              10 TDEPARTMENTCODE PIC 99.
              10 TDEPARTMENTNAME PIC X(10).

      *----SSN AND NAME OFF THE MASTER, TO PUT A NAME ON EACH LINE--
       01 MASTER-COUNT     PIC 9(3) VALUE ZERO.
       01 MASTER-TABLE.
           05 MT-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON MASTER-COUNT
                  INDEXED BY MT-IX.
              10 MT-SSN        PIC 9(9).
              10 MT-NAME       PIC X(20).

      *----THE DISTRIBUTION LINES IN FORCE ON THE RUN DATE, EACH
      *----MARKED ONCE ITS EMPLOYEE HAS BEEN CHECKED----
       01 DIST-COUNT PIC 9(4) BINARY VALUE ZERO.
       01 T-DISTRIBUTION.
           05 TDISTTABLE OCCURS 1 TO 1000 TIMES
                  DEPENDING ON DIST-COUNT
                  INDEXED BY LX CX.
              10 TLD-SSN        PIC 9(9).
              10 TLD-DEPT-CODE  PIC 99.
              10 TLD-PERCENT    PIC 9(3)V99.
              10 TLD-EFFECTIVE  PIC 9(8).
              10 TLD-DONE-SW    PIC X.

       01 CHECK-FIELDS.
           05 RUN-DATE-NUM       PIC 9(8)     VALUE ZERO.
           05 DIST-RECORD-NO     PIC 9(5)     VALUE ZERO.
           05 UNREADABLE-COUNT   PIC 9(5)     VALUE ZERO.
           05 PENDING-COUNT      PIC 9(5)     VALUE ZERO.
           05 EMPLOYEE-COUNT     PIC 9(5)     VALUE ZERO.
           05 CLEAN-COUNT        PIC 9(5)     VALUE ZERO.
           05 BAD-TOTAL-COUNT    PIC 9(5)     VALUE ZERO.
           05 BAD-DEPT-COUNT     PIC 9(5)     VALUE ZERO.
           05 TOO-MANY-COUNT     PIC 9(5)     VALUE ZERO.
           05 REFUSED-COUNT      PIC 9(5)     VALUE ZERO.
           05 CHECK-SSN          PIC 9(9)     VALUE ZERO.
           05 CHECK-EFFECTIVE    PIC 9(8)     VALUE ZERO.
           05 CHECK-PCT-TOTAL    PIC 9(5)V99  VALUE ZERO.
           05 CHECK-LINE-COUNT   PIC 9(4)     VALUE ZERO.
           05 CHECK-REFUSED-SW   PIC X        VALUE "N".
           05 DIST-FULL-WARNED   PIC X        VALUE "N".

       01 HEADING-LINE-1.
           05 FILLER PIC X(36) VALUE
               "LABOR DISTRIBUTION CHECK - RUN DATE ".
           05 HL1-RUN-DATE  PIC 9(8).

       01 HEADING-LINE-2.
           05 FILLER  PIC X(13) VALUE "SSN".
           05 FILLER  PIC X(22) VALUE "NAME".
           05 FILLER  PIC X(10) VALUE "EFFECTIVE".
           05 FILLER  PIC X(40) VALUE "PROBLEM".

       01 HEADING-LINE-3.
           05 FILLER PIC X(85) VALUE ALL "-".

       01 CHECK-LINE-OUT.
           05 CLO-SSN       PIC 999B99B9999 BLANK WHEN ZERO.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CLO-NAME      PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CLO-EFFECTIVE PIC 9(8) BLANK WHEN ZERO.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 CLO-PROBLEM   PIC X(40).

       01 PROBLEM-TEXT.
           05 FILLER        PIC X(7)  VALUE "TOTALS ".
           05 PT-PERCENT    PIC ZZ9.99.
           05 FILLER        PIC X(24) VALUE
               " PERCENT, NOT 100".

       01 DEPT-PROBLEM-TEXT.
           05 FILLER        PIC X(11) VALUE "DEPARTMENT ".
           05 DPT-CODE      PIC 99.
           05 FILLER        PIC X(27) VALUE
               " IS NOT ON P09DDT.DAT".

       01 UNREADABLE-TEXT.
           05 FILLER        PIC X(12) VALUE "FILE RECORD ".
           05 UT-RECORD-NO  PIC ZZZZ9.
           05 FILLER        PIC X(23) VALUE
               " CANNOT BE READ".

       01 SUMMARY-LINE.
           05 SL-COUNT      PIC Z(4)9.
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 SL-LABEL      PIC X(50).


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE ZERO TO DEPARTMENT-COUNT.
           MOVE ZERO TO MASTER-COUNT.
           MOVE ZERO TO DIST-COUNT.
           INITIALIZE CHECK-FIELDS.
           MOVE "N" TO CHECK-REFUSED-SW.
           MOVE "N" TO DIST-FULL-WARNED.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE-NUM.
           DISPLAY "--------------------------------------------".
           DISPLAY "  LABOR DISTRIBUTION CHECK".
           DISPLAY "--------------------------------------------".
           PERFORM 005-READ-PARM-FILE.
           PERFORM 020-LOADDEPARTMENTS.
           IF DEPARTMENT-COUNT = ZERO
               DISPLAY "*NO P09DDT.DAT DEPARTMENTS - NOTHING TO CHECK"
                   " AGAINST*"
               MOVE "NORMAL" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           OPEN OUTPUT CHECKFILE.
           MOVE RUN-DATE-NUM TO HL1-RUN-DATE.
           WRITE CHECK-AREA FROM HEADING-LINE-1.
           WRITE CHECK-AREA FROM HEADING-LINE-2.
           WRITE CHECK-AREA FROM HEADING-LINE-3.
           PERFORM 030-LOAD-MASTER.
           PERFORM 040-LOAD-DISTRIBUTION.
           PERFORM 100-CHECK-ONE-EMPLOYEE
               VARYING LX FROM 1 BY 1 UNTIL LX > DIST-COUNT.
           PERFORM 400-WRITE-SUMMARY.
           CLOSE CHECKFILE.
           COMPUTE RSA-EXCEPTION-COUNT =
               REFUSED-COUNT + UNREADABLE-COUNT.
           IF RSA-EXCEPTION-COUNT = ZERO
               DISPLAY "EVERY LABOR DISTRIBUTION IN FORCE IS CLEAN"
           ELSE
               DISPLAY "*" RSA-EXCEPTION-COUNT " LABOR DISTRIBUTION"
                   " PROBLEM(S) - SEE "
                   FUNCTION TRIM (CHECKFILE-NAME) "*"
           END-IF.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
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
               WHEN "P09_DISTRIBUTION_FILE"
                   MOVE PARM-VALUE TO DISTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_DIST_CHECK_FILE"
                   MOVE PARM-VALUE TO CHECKFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----SAME DEPARTMENT TABLE AS THE EMPLOYEE REPORT----
       020-LOADDEPARTMENTS.
           OPEN INPUT FILE2.

           MOVE "N" TO SWITCH.
           MOVE ZERO TO I.
           IF FILE2-STATUS = "35"
               SET ENDOFFILE TO TRUE
           END-IF.
           PERFORM UNTIL ENDOFFILE
               READ FILE2
                 AT END
                   SET ENDOFFILE TO TRUE
                 NOT AT END
                   IF I >= 25
                       DISPLAY "*P09DDT.DAT OVERFLOWS THE 25-ENTRY"
                           " TABLE AT CODE " DEPARTMENT-CODE
                           " - LATER CODES READ AS UNKNOWN*"
                       SET ENDOFFILE TO TRUE
                   ELSE
                       ADD 1 TO I
                       MOVE FILE2-PICS TO TDEPARTMENTTABLE (I)
                   END-IF
               END-READ
           END-PERFORM.
           IF FILE2-STATUS NOT = "35"
               CLOSE FILE2
           END-IF.
           MOVE I TO DEPARTMENT-COUNT.
           MOVE "N" TO SWITCH.

      *----SSN AND NAME FOR EVERY MASTER RECORD, SKIPPING THE
      *----HDR/TRL ENVELOPE. NO MASTER JUST MEANS NO NAMES----
       030-LOAD-MASTER.
           MOVE "N" TO SWITCH.
           OPEN INPUT FILE1.
           IF FILE1-STATUS = "35"
               SET ENDOFFILE TO TRUE
           END-IF.
           PERFORM UNTIL ENDOFFILE
               READ FILE1
                 AT END
                   SET ENDOFFILE TO TRUE
                 NOT AT END
                   IF FILE1-PICS (1:3) = "HDR"
                          OR FILE1-PICS (1:3) = "TRL"
                       CONTINUE
                   ELSE
                   IF MASTER-COUNT >= 500
                       DISPLAY "*MASTER OVERFLOWS THE 500-ENTRY"
                           " TABLE - LATER NAMES NOT SHOWN*"
                       SET ENDOFFILE TO TRUE
                   ELSE
                       ADD 1 TO MASTER-COUNT
                       MOVE EMPLOYEE-SSN TO MT-SSN (MASTER-COUNT)
                       MOVE EMPLOYEE-NAME TO MT-NAME (MASTER-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM.
           IF FILE1-STATUS NOT = "35"
               CLOSE FILE1
           END-IF.
           MOVE "N" TO SWITCH.

      *----EVERY LINE ALREADY IN FORCE GOES IN THE TABLE; A
      *----FUTURE-DATED LINE IS ONLY COUNTED, AND A LINE THAT IS NOT
      *----ALL DIGITS IS LISTED BY ITS POSITION IN THE FILE----
       040-LOAD-DISTRIBUTION.
           MOVE "N" TO SWITCH.
           OPEN INPUT DISTFILE.
           IF DISTFILE-STATUS = "35"
               DISPLAY "*NO P09DIST.DAT FOUND - EVERY SALARY STAYS IN"
                   " ITS HOME DEPARTMENT*"
               SET ENDOFFILE TO TRUE
           END-IF.
           PERFORM UNTIL ENDOFFILE
               READ DISTFILE
                 AT END
                   SET ENDOFFILE TO TRUE
                 NOT AT END
                   ADD 1 TO DIST-RECORD-NO
                   PERFORM 045-LOAD-ONE-DIST-LINE
               END-READ
           END-PERFORM.
           IF DISTFILE-STATUS NOT = "35"
               CLOSE DISTFILE
           END-IF.
           MOVE "N" TO SWITCH.

       045-LOAD-ONE-DIST-LINE.
           IF DISTFILE-PICS (1:24) IS NOT NUMERIC
               ADD 1 TO UNREADABLE-COUNT
               MOVE ZERO TO CLO-SSN
               MOVE SPACES TO CLO-NAME
               MOVE ZERO TO CLO-EFFECTIVE
               MOVE DIST-RECORD-NO TO UT-RECORD-NO
               MOVE UNREADABLE-TEXT TO CLO-PROBLEM
               WRITE CHECK-AREA FROM CHECK-LINE-OUT
           ELSE
               IF LD-EFFECTIVE > RUN-DATE-NUM
                   ADD 1 TO PENDING-COUNT
               ELSE
                   IF DIST-COUNT >= 1000
                       IF DIST-FULL-WARNED NOT = "Y"
                           DISPLAY "*P09DIST.DAT OVERFLOWS THE"
                               " 1000-ENTRY TABLE AT SSN " LD-SSN
                               " - THE REPORTS WILL STOP ON IT*"
                           MOVE "Y" TO DIST-FULL-WARNED
                           ADD 1 TO UNREADABLE-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO DIST-COUNT
                       MOVE DISTFILE-PICS TO TDISTTABLE (DIST-COUNT)
                       MOVE "N" TO TLD-DONE-SW (DIST-COUNT)
                   END-IF
               END-IF
           END-IF.

      *----THE FIRST LINE NOT YET CHECKED STARTS A NEW EMPLOYEE:
      *----FIND THEIR LATEST EFFECTIVE DATE, CHECK THE LINES WITH
      *----THAT DATE THE WAY THE REPORTS DO, AND MARK EVERY LINE OF
      *----THEIRS DONE----
       100-CHECK-ONE-EMPLOYEE.
           IF TLD-DONE-SW (LX) NOT = "Y"
               ADD 1 TO EMPLOYEE-COUNT
               MOVE TLD-SSN (LX) TO CHECK-SSN
               MOVE ZERO TO CHECK-EFFECTIVE
               MOVE ZERO TO CHECK-PCT-TOTAL
               MOVE ZERO TO CHECK-LINE-COUNT
               MOVE "N" TO CHECK-REFUSED-SW
               PERFORM 110-FIND-NAME
               PERFORM 120-LATEST-DATE
                   VARYING CX FROM LX BY 1 UNTIL CX > DIST-COUNT
               PERFORM 130-CHECK-ONE-LINE
                   VARYING CX FROM LX BY 1 UNTIL CX > DIST-COUNT
               IF CHECK-PCT-TOTAL NOT = 100
                   ADD 1 TO BAD-TOTAL-COUNT
                   MOVE CHECK-PCT-TOTAL TO PT-PERCENT
                   MOVE PROBLEM-TEXT TO CLO-PROBLEM
                   PERFORM 150-WRITE-PROBLEM
               END-IF
               IF CHECK-LINE-COUNT > 10
                   ADD 1 TO TOO-MANY-COUNT
                   MOVE "MORE THAN 10 DEPARTMENTS" TO CLO-PROBLEM
                   PERFORM 150-WRITE-PROBLEM
               END-IF
               IF CHECK-REFUSED-SW = "Y"
                   ADD 1 TO REFUSED-COUNT
               ELSE
                   ADD 1 TO CLEAN-COUNT
               END-IF
           END-IF.

       110-FIND-NAME.
           MOVE "(NOT ON THE MASTER)" TO CLO-NAME.
           IF MASTER-COUNT > ZERO
               SET MT-IX TO 1
               SEARCH MT-ENTRY
                   AT END
                       CONTINUE
                   WHEN MT-SSN (MT-IX) = CHECK-SSN
                       MOVE MT-NAME (MT-IX) TO CLO-NAME
               END-SEARCH
           END-IF.

       120-LATEST-DATE.
           IF TLD-SSN (CX) = CHECK-SSN
                  AND TLD-EFFECTIVE (CX) > CHECK-EFFECTIVE
               MOVE TLD-EFFECTIVE (CX) TO CHECK-EFFECTIVE
           END-IF.

       130-CHECK-ONE-LINE.
           IF TLD-SSN (CX) = CHECK-SSN
               MOVE "Y" TO TLD-DONE-SW (CX)
               IF TLD-EFFECTIVE (CX) = CHECK-EFFECTIVE
                   ADD 1 TO CHECK-LINE-COUNT
                   ADD TLD-PERCENT (CX) TO CHECK-PCT-TOTAL
                   SET IX TO 1
                   SEARCH TDEPARTMENTTABLE
                       AT END
                           ADD 1 TO BAD-DEPT-COUNT
                           MOVE TLD-DEPT-CODE (CX) TO DPT-CODE
                           MOVE DEPT-PROBLEM-TEXT TO CLO-PROBLEM
                           PERFORM 150-WRITE-PROBLEM
                       WHEN TDEPARTMENTCODE (IX) = TLD-DEPT-CODE (CX)
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.

       150-WRITE-PROBLEM.
           MOVE "Y" TO CHECK-REFUSED-SW.
           MOVE CHECK-SSN TO CLO-SSN.
           MOVE CHECK-EFFECTIVE TO CLO-EFFECTIVE.
           WRITE CHECK-AREA FROM CHECK-LINE-OUT.

       400-WRITE-SUMMARY.
           WRITE CHECK-AREA FROM HEADING-LINE-3.
           MOVE EMPLOYEE-COUNT TO SL-COUNT.
           MOVE "EMPLOYEE(S) WITH A DISTRIBUTION IN FORCE" TO SL-LABEL.
           WRITE CHECK-AREA FROM SUMMARY-LINE.
           MOVE CLEAN-COUNT TO SL-COUNT.
           MOVE "CLEAN - SALARY SPREAD BY PERCENT" TO SL-LABEL.
           WRITE CHECK-AREA FROM SUMMARY-LINE.
           MOVE REFUSED-COUNT TO SL-COUNT.
           MOVE "REFUSED - SALARY LEFT IN THE HOME DEPARTMENT"
               TO SL-LABEL.
           WRITE CHECK-AREA FROM SUMMARY-LINE.
           MOVE BAD-TOTAL-COUNT TO SL-COUNT.
           MOVE "  NOT TOTALING 100 PERCENT" TO SL-LABEL.
           WRITE CHECK-AREA FROM SUMMARY-LINE.
           MOVE BAD-DEPT-COUNT TO SL-COUNT.
           MOVE "  LINE(S) NAMING A DEPARTMENT NOT ON P09DDT.DAT"
               TO SL-LABEL.
           WRITE CHECK-AREA FROM SUMMARY-LINE.
           MOVE TOO-MANY-COUNT TO SL-COUNT.
           MOVE "  SPLIT OVER MORE THAN 10 DEPARTMENTS" TO SL-LABEL.
           WRITE CHECK-AREA FROM SUMMARY-LINE.
           MOVE PENDING-COUNT TO SL-COUNT.
           MOVE "LINE(S) DATED AFTER TODAY - NOT YET IN FORCE"
               TO SL-LABEL.
           WRITE CHECK-AREA FROM SUMMARY-LINE.
           MOVE UNREADABLE-COUNT TO SL-COUNT.
           MOVE "LINE(S) THAT CANNOT BE READ" TO SL-LABEL.
           WRITE CHECK-AREA FROM SUMMARY-LINE.

       end program LABOR-DIST-CHECK.
