      *  a span-of-control count. An employee whose supervisor SSN
      *  matches no master record goes to the reconciliation report
      *  with the rest of the unmatched codes.
      *05/30/2016 - AT - split-funded staff had their whole salary
      *  charged to the one EMPLOYEE-DEPARTMENT on the master, so
      *  the department subtotals and the budget variance were
      *  wrong for both departments every month. A labor
      *  distribution file (P09DIST.DAT, P09_DISTRIBUTION_FILE key:
      *  SSN, department, percent, effective date) now spreads each
      *  listed employee's salary across their departments by
      *  percent, using the lines with the latest effective date
      *  not after the run date. Headcount stays with the home
      *  department, which also still decides campus and reporting
      *  chain. A split that does not total 100 percent or names a
      *  department not on P09DDT.DAT is not used - the salary stays
      *  in the home department and the employee goes to the
      *  reconciliation report (LABOR-DIST-CHECK lists them all).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               organization is line sequential
               file status is BUDGETFILE-STATUS.

               SELECT DISTFILE ASSIGN TO DYNAMIC DISTFILE-NAME
               organization is line sequential
               file status is DISTFILE-STATUS.

               SELECT OUTPUTFILE ASSIGN TO DYNAMIC OUTPUTFILE-NAME
                       organization is line sequential.

               05 BUDGET-HEADCOUNT  PIC 9(5).
               05 BUDGET-SALARY     PIC 9(9).

      *----ONE DEPARTMENT'S SHARE OF ONE EMPLOYEE'S SALARY, IN FORCE
      *----FROM THE EFFECTIVE DATE - A SPLIT'S LINES TOTAL 100----
           FD DISTFILE.
           01 DISTFILE-PICS.
               05 LD-SSN            PIC 9(9).
               05 LD-DEPT-CODE      PIC 99.
               05 LD-PERCENT        PIC 9(3)V99.
               05 LD-EFFECTIVE      PIC 9(8).

           FD OUTPUTFILE.
               01 PRINT-AREA PIC X(132).

       01 CSVFILE-NAME    PIC X(80) VALUE "C:\COBOL\P09R01.CSV".
       01 SORTEDFILE-NAME PIC X(80) VALUE "C:\COBOL\P09SORTD.TMP".
       01 BUDGETFILE-NAME PIC X(80) VALUE "C:\COBOL\P09BUD.DAT".
       01 DISTFILE-NAME   PIC X(80) VALUE "C:\COBOL\P09DIST.DAT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE). KEYWORD=VALUE LINES, READ AT STARTUP AFTER
       01  T-DEPARTMENT-COUNTS.
           05 TDEPT-COUNT OCCURS 25 TIMES PIC 9(5) VALUE ZERO.

      *----THE LABOR DISTRIBUTION LINES ALREADY IN FORCE ON THE RUN
      *----DATE (P09DIST.DAT). NO FILE MEANS EVERY SALARY STAYS IN
      *----ITS HOME DEPARTMENT, AS BEFORE----
       01  DISTFILE-STATUS PIC X(2) VALUE SPACES.
       01  DIST-COUNT PIC 9(4) BINARY VALUE ZERO.
       01  T-DISTRIBUTION.
           05 TDISTTABLE OCCURS 1 TO 1000 TIMES
                  DEPENDING ON DIST-COUNT
                  INDEXED BY LX.
              10 TLD-SSN        PIC 9(9).
              10 TLD-DEPT-CODE  PIC 99.
              10 TLD-PERCENT    PIC 9(3)V99.
              10 TLD-EFFECTIVE  PIC 9(8).

      *----THE SPLIT FOR THE EMPLOYEE IN HAND: ITS LINES, EACH WITH
      *----ITS DEPARTMENT TABLE ENTRY AND ITS SHARE OF THE AMOUNT
      *----BEING SPREAD. THE LAST LINE TAKES WHAT ROUNDING LEAVES, SO
      *----THE SHARES ALWAYS ADD BACK TO THE WHOLE AMOUNT----
       01  SPLIT-FIELDS.
           05 SPLIT-OK-SW        PIC X        VALUE "N".
               88 SPLIT-IN-FORCE     VALUE "Y".
           05 SPLIT-EFFECTIVE    PIC 9(8)     VALUE ZERO.
           05 SPLIT-PCT-TOTAL    PIC 9(5)V99  VALUE ZERO.
           05 SPLIT-PROBLEM      PIC X(30)    VALUE SPACES.
           05 SPLIT-BAD-COUNT    PIC 9(5)     VALUE ZERO.
           05 SPREAD-AMOUNT      PIC 9(9)V99  VALUE ZERO.
           05 SPREAD-LEFT        PIC S9(9)V99 VALUE ZERO.
           05 SPLIT-COUNT        PIC 9(2) BINARY VALUE ZERO.
           05 SPLIT-ENTRY OCCURS 10 TIMES INDEXED BY SX.
              10 SP-DEPT-CODE    PIC 99.
              10 SP-PERCENT      PIC 9(3)V99.
              10 SP-DEPT-SUB     PIC 9(2) BINARY.
              10 SP-SHARE        PIC 9(9)V99.

      *----SALARY BANDS DRIVE THE RAISE-ELIGIBILITY COLUMN. EACH
      *----POSITION HAS ITS OWN LOW/HIGH BAND THRESHOLDS INSTEAD OF ONE
      *----FLAT SCALE FOR EVERY POSITION, LOADED FROM BANDFILE THE SAME
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RL-BAD-CODE      PIC 9(3).

      *----LABOR DISTRIBUTION NOT USED - SALARY LEFT IN HOME DEPT----
       01 DIST-RECON-LINE.
           05 DRL-SSN          PIC 999B99B9999.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(10) VALUE "LABOR DIST".
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DRL-EFFECTIVE    PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DRL-PROBLEM      PIC X(30).

      *----DEPARTMENT SUBTOTAL SECTION LINE----
       01 DEPT-SUBTOTAL-LINE.
           05 FILLER           PIC X(15) VALUE "DEPT SUBTOTAL: ".
               DISPLAY TERMINATED-COUNT " TERMINATED EMPLOYEE(S)"
                   " LEFT OFF THE REPORT"
           END-IF.
           IF SPLIT-BAD-COUNT > ZERO
               DISPLAY "*" SPLIT-BAD-COUNT " LABOR DISTRIBUTION(S)"
                   " NOT USED - SEE P09REC.RPT*"
           END-IF.
           CLOSE SORTEDFILE.
           CLOSE OUTPUTFILE.
           CLOSE RECONFILE.
                   MOVE PARM-VALUE TO BUDGETFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_DISTRIBUTION_FILE"
                   MOVE PARM-VALUE TO DISTFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DAILY_LOG_FILE"
                   MOVE PARM-VALUE TO DAILY-LOG-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
           MOVE ZERO TO ANNIV-COUNT.
           MOVE ZERO TO TERMINATED-COUNT.
           MOVE ZERO TO CHAIN-COUNT.
           MOVE ZERO TO SPLIT-BAD-COUNT.
           MOVE FUNCTION CURRENT-DATE TO DLL-CURRENT-DATE-AND-TIME.
           MOVE DLL-CD-YEAR  TO RUN-DATE-NUM (1:4).
           MOVE DLL-CD-MONTH TO RUN-DATE-NUM (5:2).
           PERFORM 030-LOADPOSITIONS.
           PERFORM 040-LOADPOSITIONBANDS.
           PERFORM 045-LOADBUDGETS.
           PERFORM 047-LOADDISTRIBUTION.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE REFERENCE FILE AND"
                   " RERUN*"
           END-IF.
           MOVE "N" TO SWITCH.

      *----LOAD THE LABOR DISTRIBUTION LINES ALREADY IN FORCE. A
      *----FUTURE-DATED LINE IS LEFT FOR THE RUN THAT REACHES ITS
      *----DATE, AND AN UNREADABLE ONE FOR LABOR-DIST-CHECK TO
      *----REPORT. A MISSING FILE JUST MEANS NO SPLITS THIS RUN----
       047-LOADDISTRIBUTION.
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
                              AND LD-EFFECTIVE NOT > RUN-DATE-NUM
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

       090-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
               PERFORM 090-PRINT-HEADING-LINES
           END-IF.

           PERFORM 170-FIND-SPLIT.
           SEARCH ALL TDEPARTMENTTABLE
                  AT END
                    MOVE "UNKNOWN" TO DEPARTMENT
                    PERFORM 610-WRITE-DEPT-RECON-LINE
                  WHEN TDEPARTMENTCODE (IX) = EMPLOYEE-DEPARTMENT
                    MOVE TDEPARTMENTNAME (IX) TO DEPARTMENT
                    IF NOT SPLIT-IN-FORCE
                        ADD EMPLOYEE-SALARY TO TDEPT-TOTAL (IX)
                    END-IF
                    ADD 1 TO TDEPT-COUNT (IX)
           END-SEARCH.
           IF SPLIT-IN-FORCE
               MOVE EMPLOYEE-SALARY TO SPREAD-AMOUNT
               PERFORM 175-SPREAD-AMOUNT
               PERFORM 177-ADD-ONE-SALARY-SHARE
                   VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT
           END-IF.

           SEARCH ALL TPOSITIONTABLE
                  AT END
               END-IF
           END-IF.

      *----THE EMPLOYEE'S LABOR DISTRIBUTION IN FORCE: THE LINES
      *----WITH THEIR LATEST EFFECTIVE DATE. SPLIT-IN-FORCE ONLY WHEN
      *----THOSE LINES TOTAL 100 PERCENT AND EVERY DEPARTMENT IS ON
      *----P09DDT.DAT - OTHERWISE THE HOME DEPARTMENT TAKES IT ALL
      *----AND THE EMPLOYEE GOES TO THE RECONCILIATION REPORT----
       170-FIND-SPLIT.
           MOVE "N" TO SPLIT-OK-SW.
           MOVE ZERO TO SPLIT-COUNT.
           MOVE ZERO TO SPLIT-EFFECTIVE.
           MOVE ZERO TO SPLIT-PCT-TOTAL.
           MOVE SPACES TO SPLIT-PROBLEM.
           PERFORM 171-LATEST-SPLIT-DATE
               VARYING LX FROM 1 BY 1 UNTIL LX > DIST-COUNT.
           IF SPLIT-EFFECTIVE > ZERO
               PERFORM 172-TAKE-ONE-SPLIT-LINE
                   VARYING LX FROM 1 BY 1 UNTIL LX > DIST-COUNT
               IF SPLIT-PROBLEM = SPACES
                      AND SPLIT-PCT-TOTAL NOT = 100
                   MOVE "DOES NOT TOTAL 100 PERCENT"
                       TO SPLIT-PROBLEM
               END-IF
               IF SPLIT-PROBLEM = SPACES
                   MOVE "Y" TO SPLIT-OK-SW
               ELSE
                   PERFORM 640-WRITE-DIST-RECON-LINE
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
                   SEARCH ALL TDEPARTMENTTABLE
                       AT END
                           IF SPLIT-PROBLEM = SPACES
                               MOVE "NAMES AN UNKNOWN DEPARTMENT"
                                   TO SPLIT-PROBLEM
                           END-IF
                       WHEN TDEPARTMENTCODE (IX) = TLD-DEPT-CODE (LX)
                           SET SP-DEPT-SUB (SPLIT-COUNT) TO IX
                   END-SEARCH
               ELSE
                   MOVE "MORE THAN 10 DEPARTMENTS" TO SPLIT-PROBLEM
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
               COMPUTE SP-SHARE (SX) ROUNDED =
                   SPREAD-AMOUNT * SP-PERCENT (SX) / 100
               SUBTRACT SP-SHARE (SX) FROM SPREAD-LEFT
           END-IF.

       177-ADD-ONE-SALARY-SHARE.
           SET IX TO SP-DEPT-SUB (SX).
           ADD SP-SHARE (SX) TO TDEPT-TOTAL (IX).

      *----END OF A CAMPUS SECTION: ITS SALARY TOTAL AND HEADCOUNT--
       160-PRINT-CAMPUS-TOTALS.
           MOVE HL0-CAMPUS          TO CTL-CAMPUS.
           WRITE RECON-AREA.
           ADD 1 TO RECON-COUNT.

      *----THE EMPLOYEE'S LABOR DISTRIBUTION COULD NOT BE USED----
       640-WRITE-DIST-RECON-LINE.
           MOVE EMPLOYEE-SSN TO DRL-SSN.
           MOVE SPLIT-EFFECTIVE TO DRL-EFFECTIVE.
           MOVE SPLIT-PROBLEM TO DRL-PROBLEM.
           MOVE DIST-RECON-LINE TO RECON-AREA.
           WRITE RECON-AREA.
           ADD 1 TO RECON-COUNT.
           ADD 1 TO SPLIT-BAD-COUNT.

      *----ONE LINE PER DEPARTMENT SHOWING ITS TOTAL SALARY----
       700-PRINT-DEPARTMENT-SUBTOTALS.
           PERFORM 710-PRINT-ONE-DEPT-SUBTOTAL
