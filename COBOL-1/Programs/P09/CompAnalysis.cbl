      *BAND MAXIMUM OR BELOW ITS MINIMUM. TERMINATED EMPLOYEES AND
      *POSITIONS WITH NO BAND ENTRY ARE LEFT OUT (COUNTED AT THE
      *BOTTOM SO NOBODY WONDERS WHERE THEY WENT).
      *input files P09D01.DAT, P09BND.DAT, P09DPT.DAT, P09DDT.DAT,
      *  P09DIST.DAT
      *output files P09COMP.RPT
      *printer ouput None
      *
      *MODS:
      *03/31/2016 - AT - first version.
      *05/30/2016 - AT - added a department view after the band
      *  distribution: funded FTE, funded salary and the average
      *  position in band for each department on P09DDT.DAT. A
      *  split-funded employee listed on the labor distribution
      *  file P09DIST.DAT (P09_DISTRIBUTION_FILE - SSN, department,
      *  percent, effective date, latest date not after the run in
      *  force) is spread across their departments by percent
      *  instead of landing whole in the home department. A split
      *  that does not total 100 percent or names a department not
      *  on P09DDT.DAT is not used and is counted in the summary.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT COMPFILE ASSIGN TO DYNAMIC COMPFILE-NAME
               organization is line sequential.

               SELECT FILE2 ASSIGN TO DYNAMIC FILE2-NAME
               organization is line sequential
               file status is FILE2-STATUS.

               SELECT DISTFILE ASSIGN TO DYNAMIC DISTFILE-NAME
               organization is line sequential
               file status is DISTFILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD FILE1.
           FD COMPFILE.
           01 COMP-AREA PIC X(132).

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

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

       01 FILE3-NAME    PIC X(80) VALUE "C:\COBOL\P09DPT.DAT".
       01 BANDFILE-NAME PIC X(80) VALUE "C:\COBOL\P09BND.DAT".
       01 COMPFILE-NAME PIC X(80) VALUE "C:\COBOL\P09COMP.RPT".
       01 FILE2-NAME    PIC X(80) VALUE "C:\COBOL\P09DDT.DAT".
       01 DISTFILE-NAME PIC X(80) VALUE "C:\COBOL\P09DIST.DAT".
       01 FILE2-STATUS      PIC X(2) VALUE SPACES.
       01 DISTFILE-STATUS   PIC X(2) VALUE SPACES.

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME P09_* KEYS THE EMPLOYEE REPORT
       01 I PIC 9(2)  BINARY.
       01 POSITION-COUNT      PIC 9(2) BINARY VALUE ZERO.
       01 POSITION-BAND-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 DEPARTMENT-COUNT    PIC 9(2) BINARY VALUE ZERO.

      *----SET WHEN A REFERENCE FILE FAILS ITS LOAD CHECKS----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
       01  T-BAND-ABOVE.
           05 TB-ABOVE  OCCURS 50 TIMES PIC 9(5) VALUE ZERO.

      *----THE DEPARTMENTS FOR THE DEPARTMENT VIEW, WITH THE FUNDED
      *----FTE, FUNDED SALARY, AND FUNDED-SHARE-WEIGHTED BAND PERCENT
      *----ACCUMULATED ALONGSIDE ON THE SAME SUBSCRIPT----
       01  T-DEPARTMENT.
           05 TDEPARTMENTTABLE OCCURS 1 TO 25 TIMES
                  DEPENDING ON DEPARTMENT-COUNT
                  INDEXED BY IX.
              10 TDEPARTMENTCODE PIC 99.
              10 TDEPARTMENTNAME PIC X(10).
       01  T-DEPT-FUNDING.
           05 TDEPT-FUNDING OCCURS 25 TIMES.
              10 TDEPT-FTE        PIC 9(5)V9(4)  VALUE ZERO.
              10 TDEPT-SALARY     PIC 9(9)V99    VALUE ZERO.
              10 TDEPT-PCT-WEIGHT PIC S9(9)V9(4) VALUE ZERO.

      *----THE LABOR DISTRIBUTION LINES ALREADY IN FORCE ON THE RUN
      *----DATE (P09DIST.DAT). NO FILE MEANS EVERY EMPLOYEE COUNTS
      *----WHOLE IN THEIR HOME DEPARTMENT----
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
      *----ITS DEPARTMENT TABLE ENTRY AND ITS SHARE OF THE SALARY.
      *----THE LAST LINE TAKES WHAT ROUNDING LEAVES----
       01  SPLIT-FIELDS.
           05 RUN-DATE-NUM       PIC 9(8)     VALUE ZERO.
           05 SPLIT-OK-SW        PIC X        VALUE "N".
               88 SPLIT-IN-FORCE     VALUE "Y".
           05 SPLIT-EFFECTIVE    PIC 9(8)     VALUE ZERO.
           05 SPLIT-PCT-TOTAL    PIC 9(5)V99  VALUE ZERO.
           05 SPLIT-PROBLEM-SW   PIC X        VALUE "N".
           05 SPLIT-BAD-COUNT    PIC 9(5)     VALUE ZERO.
           05 SPREAD-AMOUNT      PIC 9(9)V99  VALUE ZERO.
           05 SPREAD-LEFT        PIC S9(9)V99 VALUE ZERO.
           05 SPLIT-COUNT        PIC 9(2) BINARY VALUE ZERO.
           05 SPLIT-ENTRY OCCURS 10 TIMES INDEXED BY SX.
              10 SP-DEPT-CODE    PIC 99.
              10 SP-PERCENT      PIC 9(3)V99.
              10 SP-DEPT-SUB     PIC 9(2) BINARY.
              10 SP-SHARE        PIC 9(9)V99.

      *----EVERYONE SITTING OUTSIDE THEIR BAND, FOR THE LISTING AT
      *----THE END----
       01 OUTLIER-COUNT     PIC 9(3) VALUE ZERO.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 DI-ABOVE      PIC ZZ,ZZ9.

       01 DEPT-SECTION-HEADING.
           05 FILLER  PIC X(50) VALUE
               "POSITION IN BAND BY DEPARTMENT (FUNDED SHARE)".

       01 DEPT-COLUMN-HEADING.
           05 FILLER  PIC X(12) VALUE "DEPARTMENT".
           05 FILLER  PIC X(12) VALUE "  FUNDED FTE".
           05 FILLER  PIC X(16) VALUE "   FUNDED SALARY".
           05 FILLER  PIC X(12) VALUE "   AVG PCT".

       01 DEPT-LINE.
           05 DV-NAME       PIC X(10).
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 DV-FTE        PIC ZZ,ZZ9.99.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 DV-SALARY     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(5)  VALUE SPACES.
           05 DV-PCT        PIC ZZ9.9-.

       01 DEPT-AVG-PCT      PIC S9(3)V9 VALUE ZERO.

       01 OUTLIER-SECTION-HEADING.
           05 FILLER  PIC X(40) VALUE
               "EMPLOYEES OUTSIDE THEIR BAND".
           MOVE ZERO TO NO-BAND-COUNT.
           MOVE ZERO TO TERMINATED-COUNT.
           MOVE ZERO TO OUTLIER-COUNT.
           MOVE ZERO TO SPLIT-BAD-COUNT.
           INITIALIZE T-DEPT-FUNDING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE-NUM.
           DISPLAY "--------------------------------------------".
           DISPLAY "  COMPENSATION ANALYSIS".
           DISPLAY "--------------------------------------------".
           PERFORM 005-READ-PARM-FILE.
           PERFORM 030-LOADPOSITIONS.
           PERFORM 040-LOADPOSITIONBANDS.
           PERFORM 020-LOADDEPARTMENTS.
           PERFORM 050-LOAD-DISTRIBUTION.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN*"
               UNTIL ENDOFFILE.
           CLOSE FILE1.
           PERFORM 300-WRITE-DISTRIBUTION.
           PERFORM 350-WRITE-DEPARTMENTS.
           PERFORM 400-WRITE-OUTLIERS.
           PERFORM 500-WRITE-SUMMARY.
           CLOSE COMPFILE.
                   MOVE PARM-VALUE TO COMPFILE-NAME
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

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----SAME DEPARTMENT LOAD AS THE EMPLOYEE REPORT. NO FILE
      *----MEANS NO DEPARTMENT VIEW THIS RUN----
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
                   ADD 1 TO I
                   IF I > 25
                       MOVE "Y" TO LOAD-ERROR-SWITCH
                       DISPLAY "*P09DDT.DAT OVERFLOWS THE 25-ENTRY"
                           " TABLE AT CODE " DEPARTMENT-CODE "*"
                       SET ENDOFFILE TO TRUE
                   ELSE
                       MOVE FILE2-PICS TO TDEPARTMENTTABLE (I)
                   END-IF
               END-READ
           END-PERFORM.
           IF FILE2-STATUS NOT = "35"
               CLOSE FILE2
           END-IF.
           MOVE I TO DEPARTMENT-COUNT.
           MOVE "N" TO SWITCH.

       030-LOADPOSITIONS.
           OPEN INPUT FILE3.

           MOVE I TO POSITION-BAND-COUNT.
           MOVE "N" TO SWITCH.

      *----THE LABOR DISTRIBUTION LINES ALREADY IN FORCE, SAME LOAD
      *----AS THE EMPLOYEE REPORT'S. A FUTURE-DATED OR UNREADABLE
      *----LINE IS LEFT OUT----
       050-LOAD-DISTRIBUTION.
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

      *----ONE MASTER RECORD: SKIP THE ENVELOPE AND THE TERMINATED,
      *----PLACE THE REST IN THEIR BAND----
       100-ANALYZE-ONE-EMPLOYEE.
           MOVE TPB-HIGH-SALARY (IZ) TO DL-HIGH.
           MOVE BAND-PCT TO DL-PCT.
           WRITE COMP-AREA FROM DETAIL-LINE.
           PERFORM 150-ADD-TO-DEPARTMENTS.

       130-ADD-OUTLIER.
           IF OUTLIER-COUNT < 200
                   MOVE TPOSITIONNAME (IY) TO DL-POSITION
           END-SEARCH.

      *----THE EMPLOYEE COUNTS IN THE DEPARTMENT VIEW BY THEIR
      *----LABOR DISTRIBUTION WHEN ONE IS IN FORCE, OTHERWISE WHOLE
      *----IN THEIR HOME DEPARTMENT (NOWHERE IF THAT IS UNKNOWN)----
       150-ADD-TO-DEPARTMENTS.
           PERFORM 160-FIND-SPLIT.
           IF SPLIT-IN-FORCE
               MOVE EMPLOYEE-SALARY TO SPREAD-AMOUNT
               PERFORM 170-SPREAD-AMOUNT
               PERFORM 175-ADD-ONE-DEPT-SHARE
                   VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT
           ELSE
               SET IX TO 1
               SEARCH TDEPARTMENTTABLE
                   AT END
                       CONTINUE
                   WHEN TDEPARTMENTCODE (IX) = EMPLOYEE-DEPARTMENT
                       ADD 1 TO TDEPT-FTE (IX)
                       ADD EMPLOYEE-SALARY TO TDEPT-SALARY (IX)
                       ADD BAND-PCT TO TDEPT-PCT-WEIGHT (IX)
               END-SEARCH
           END-IF.

      *----THE EMPLOYEE'S LABOR DISTRIBUTION IN FORCE: THE LINES
      *----WITH THEIR LATEST EFFECTIVE DATE. SPLIT-IN-FORCE ONLY WHEN
      *----THOSE LINES TOTAL 100 PERCENT AND EVERY DEPARTMENT IS ON
      *----P09DDT.DAT----
       160-FIND-SPLIT.
           MOVE "N" TO SPLIT-OK-SW.
           MOVE "N" TO SPLIT-PROBLEM-SW.
           MOVE ZERO TO SPLIT-COUNT.
           MOVE ZERO TO SPLIT-EFFECTIVE.
           MOVE ZERO TO SPLIT-PCT-TOTAL.
           PERFORM 161-LATEST-SPLIT-DATE
               VARYING LX FROM 1 BY 1 UNTIL LX > DIST-COUNT.
           IF SPLIT-EFFECTIVE > ZERO
               PERFORM 162-TAKE-ONE-SPLIT-LINE
                   VARYING LX FROM 1 BY 1 UNTIL LX > DIST-COUNT
               IF SPLIT-PCT-TOTAL = 100
                      AND SPLIT-PROBLEM-SW = "N"
                   MOVE "Y" TO SPLIT-OK-SW
               ELSE
                   ADD 1 TO SPLIT-BAD-COUNT
               END-IF
           END-IF.

       161-LATEST-SPLIT-DATE.
           IF TLD-SSN (LX) = EMPLOYEE-SSN
                  AND TLD-EFFECTIVE (LX) > SPLIT-EFFECTIVE
               MOVE TLD-EFFECTIVE (LX) TO SPLIT-EFFECTIVE
           END-IF.

       162-TAKE-ONE-SPLIT-LINE.
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
       170-SPREAD-AMOUNT.
           MOVE SPREAD-AMOUNT TO SPREAD-LEFT.
           PERFORM 171-SPREAD-ONE-SHARE
               VARYING SX FROM 1 BY 1 UNTIL SX > SPLIT-COUNT.

       171-SPREAD-ONE-SHARE.
           IF SX = SPLIT-COUNT
               MOVE SPREAD-LEFT TO SP-SHARE (SX)
           ELSE
               COMPUTE SP-SHARE (SX) ROUNDED =
                   SPREAD-AMOUNT * SP-PERCENT (SX) / 100
               SUBTRACT SP-SHARE (SX) FROM SPREAD-LEFT
           END-IF.

       175-ADD-ONE-DEPT-SHARE.
           SET IX TO SP-DEPT-SUB (SX).
           COMPUTE TDEPT-FTE (IX) =
               TDEPT-FTE (IX) + SP-PERCENT (SX) / 100.
           ADD SP-SHARE (SX) TO TDEPT-SALARY (IX).
           COMPUTE TDEPT-PCT-WEIGHT (IX) =
               TDEPT-PCT-WEIGHT (IX) + BAND-PCT * SP-PERCENT (SX) / 100.

      *----HOW MANY SIT IN EACH THIRD OF EACH POSITION'S BAND - THE
      *----COMPRESSION PICTURE AT A GLANCE----
       300-WRITE-DISTRIBUTION.
           MOVE TB-ABOVE (IZ)  TO DI-ABOVE.
           WRITE COMP-AREA FROM DIST-LINE.

      *----EACH DEPARTMENT'S FUNDED HEADS AND SALARY, AND WHERE ITS
      *----PEOPLE SIT IN THEIR BANDS ON AVERAGE, WEIGHTED BY THE
      *----SHARE OF EACH ONE THE DEPARTMENT FUNDS----
       350-WRITE-DEPARTMENTS.
           IF DEPARTMENT-COUNT > ZERO
               WRITE COMP-AREA FROM HEADING-LINE-3
               WRITE COMP-AREA FROM DEPT-SECTION-HEADING
               WRITE COMP-AREA FROM DEPT-COLUMN-HEADING
               PERFORM 360-WRITE-ONE-DEPARTMENT
                   VARYING IX FROM 1 BY 1
                   UNTIL IX > DEPARTMENT-COUNT
           END-IF.

       360-WRITE-ONE-DEPARTMENT.
           MOVE TDEPARTMENTNAME (IX) TO DV-NAME.
           MOVE TDEPT-FTE (IX)       TO DV-FTE.
           MOVE TDEPT-SALARY (IX)    TO DV-SALARY.
           IF TDEPT-FTE (IX) > ZERO
               COMPUTE DEPT-AVG-PCT ROUNDED =
                   TDEPT-PCT-WEIGHT (IX) / TDEPT-FTE (IX)
           ELSE
               MOVE ZERO TO DEPT-AVG-PCT
           END-IF.
           MOVE DEPT-AVG-PCT TO DV-PCT.
           WRITE COMP-AREA FROM DEPT-LINE.

       400-WRITE-OUTLIERS.
           WRITE COMP-AREA FROM HEADING-LINE-3.
           WRITE COMP-AREA FROM OUTLIER-SECTION-HEADING.
           MOVE OUTLIER-COUNT TO SL-COUNT.
           MOVE "EMPLOYEE(S) OUTSIDE THEIR BAND" TO SL-LABEL.
           WRITE COMP-AREA FROM SUMMARY-LINE.
           MOVE SPLIT-BAD-COUNT TO SL-COUNT.
           MOVE "LABOR DISTRIBUTION(S) NOT USED - HOME DEPT"
               TO SL-LABEL.
           WRITE COMP-AREA FROM SUMMARY-LINE.

       end program COMP-ANALYSIS.
