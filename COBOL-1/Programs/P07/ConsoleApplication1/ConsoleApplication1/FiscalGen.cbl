       identification division.
       program-id. FISCAL-GEN.
       author. Alan Thomas.
       date-compiled. 05/16/2016.
      *function: Generate a fiscal year's period calendar
      *(P07FISC.DAT) from the fiscal year's first day and the 4-4-5
      *week pattern, so nobody has to translate "period 7" into
      *dates by hand again. The fiscal year runs July to June and is
      *numbered by the calendar year it ends in; its twelve periods
      *run 4, 4 and 5 weeks in each quarter, and a 53-week year puts
      *the extra week on the end of period 12. Each line of the file
      *carries the fiscal year, period, first and last date, the
      *period's length in weeks and the fiscal week it starts on.
      *Other fiscal years already in the file are kept; generating a
      *year that is already there replaces just that year, and the
      *file is written back sorted by fiscal year and period.
      *TAX-REMIT, DRAWER-RECON, DRAWER-TREND, CARD-RECON,
      *SALES-ANALYSIS, WRITE-OFF and OPERATOR-ACTIVITY resolve a keyed
      *fiscal year and period through this file, and DATE-CALC's F)
      *mode answers which period and week a date falls in.
      *input files P07FISC.DAT
      *output files P07FISC.DAT
      *printer ouput None
      *
      *MODS:
      *05/16/2016 - AT - first version.
      *06/01/2016 - AT - an unreadable line, or more periods than the
      *  360-entry table holds, now stops the run before anything is
      *  generated (LOADERR); they were dropped and the rewrite lost
      *  them. A table that fills while the new year is generated
      *  leaves the file as it was.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT FISCAL-FILE ASSIGN TO DYNAMIC
                  FISCAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FISCAL-FILE-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----ONE FISCAL PERIOD PER LINE, BLANK-SEPARATED SO IT CAN BE
      *----READ ON THE SCREEN----
           FD FISCAL-FILE.
           01 FISCAL-RECORD.
               05 FR-FISCAL-YEAR       PIC 9(4).
               05 FILLER               PIC X.
               05 FR-PERIOD            PIC 9(2).
               05 FILLER               PIC X.
               05 FR-START-DATE        PIC 9(8).
               05 FILLER               PIC X.
               05 FR-END-DATE          PIC 9(8).
               05 FILLER               PIC X.
               05 FR-WEEKS             PIC 9.
               05 FILLER               PIC X.
               05 FR-FIRST-WEEK        PIC 9(2).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       WORKING-STORAGE SECTION.
       01 FISCAL-FILE-NAME     PIC X(80) VALUE "P07FISC.DAT".
       01 FISCAL-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 FISCAL-EOF-SWITCH    PIC X     VALUE "N".

      *----SET WHEN THE FILE DOES NOT LOAD WHOLE OR THE TABLE FILLS -
      *----NOTHING IS WRITTEN BACK OVER A CALENDAR THAT WAS NOT READ
      *----OR KEPT WHOLE----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME FISCAL_CALENDAR_FILE KEY THE RANGE
      *----PROGRAMS AND DATE-CALC HONOR, SO THIS WRITES THE FILE
      *----THEY READ----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

      *----WEEKS IN EACH OF THE TWELVE PERIODS - 4-4-5 PER QUARTER--
       01 PATTERN-VALUES.
           05 FILLER            PIC X(12) VALUE "445445445445".
       01 PATTERN-TABLE REDEFINES PATTERN-VALUES.
           05 PATTERN-WEEKS     PIC 9 OCCURS 12 TIMES.

      *----THE YEAR BEING GENERATED AND THE DAY-NUMBER ARITHMETIC--
       01 GEN-FIELDS.
           05 GEN-FISCAL-YEAR   PIC 9(4)  VALUE ZERO.
           05 GEN-START-DATE    PIC 9(8)  VALUE ZERO.
           05 GEN-PERIOD        PIC 9(2)  VALUE ZERO.
           05 GEN-WEEKS         PIC 9     VALUE ZERO.
           05 GEN-FIRST-WEEK    PIC 9(2)  VALUE ZERO.
           05 GEN-53-WEEK-SW    PIC X     VALUE "N".
               88 FIFTY-THREE-WEEK-YEAR VALUE "Y" "y".
           05 WORK-INTEGER      PIC S9(9) VALUE ZERO.
           05 PRIOR-YEAR-END    PIC 9(8)  VALUE ZERO.
           05 PRIOR-END-INTEGER PIC S9(9) VALUE ZERO.
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.
           05 REPLACED-COUNT    PIC 9(3)  VALUE ZERO.
           05 SKIPPED-COUNT     PIC 9(3)  VALUE ZERO.

      *----EVERY PERIOD IN THE FILE, INSERT-SORTED BY FISCAL YEAR
      *----AND PERIOD SO THE FILE GOES BACK OUT IN ORDER----
       01 I  PIC 9(3) BINARY.
       01 J  PIC 9(3) BINARY.
       01 INSERT-AT PIC 9(3) BINARY VALUE ZERO.
       01 NEW-PERIOD-KEY PIC 9(6) VALUE ZERO.
       01 FISCAL-COUNT          PIC 9(3)  VALUE ZERO.
       01 FISCAL-TABLE.
           05 FISCAL-ENTRY OCCURS 360 TIMES.
              10 FT-FISCAL-YEAR PIC 9(4).
              10 FT-PERIOD      PIC 9(2).
              10 FT-START-DATE  PIC 9(8).
              10 FT-END-DATE    PIC 9(8).
              10 FT-WEEKS       PIC 9.
              10 FT-FIRST-WEEK  PIC 9(2).
       01 NEW-FISCAL-ENTRY.
           05 NF-FISCAL-YEAR    PIC 9(4).
           05 NF-PERIOD         PIC 9(2).
           05 NF-START-DATE     PIC 9(8).
           05 NF-END-DATE       PIC 9(8).
           05 NF-WEEKS          PIC 9.
           05 NF-FIRST-WEEK     PIC 9(2).


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 005-READ-PARM-FILE.
           MOVE "N" TO LOAD-ERROR-SWITCH.
           MOVE ZERO TO FISCAL-COUNT.
           MOVE ZERO TO REPLACED-COUNT.
           MOVE ZERO TO SKIPPED-COUNT.
           MOVE ZERO TO GEN-START-DATE.
           DISPLAY "--------------------------------------------".
           DISPLAY "  FISCAL CALENDAR GENERATION (4-4-5)".
           DISPLAY "--------------------------------------------".
           DISPLAY "ENTER FISCAL YEAR - THE YEAR IT ENDS IN".
           DISPLAY "(YYYY, 0 TO CANCEL): ".
           ACCEPT GEN-FISCAL-YEAR.
           IF GEN-FISCAL-YEAR NOT = ZERO
               DISPLAY "ENTER FIRST DAY OF THE FISCAL YEAR (YYYYMMDD): "
               ACCEPT GEN-START-DATE
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (GEN-START-DATE)
               IF DATE-CHECK-RESULT NOT = 0
                   DISPLAY "*NOT A REAL CALENDAR DATE*"
                   MOVE ZERO TO GEN-START-DATE
               END-IF
           END-IF.
           IF GEN-START-DATE = ZERO
               DISPLAY "*NOTHING GENERATED*"
           ELSE
               DISPLAY "53-WEEK YEAR - EXTRA WEEK ON PERIOD 12 (Y/N)? "
               ACCEPT GEN-53-WEEK-SW
               PERFORM 100-LOAD-FISCAL-FILE
               IF LOAD-ERROR-FOUND
                   DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                       " RERUN - NOTHING WAS GENERATED*"
                   MOVE "LOADERR" TO RSA-COMPLETION-STATUS
                   MOVE SKIPPED-COUNT TO RSA-EXCEPTION-COUNT
                   GOBACK
               END-IF
               PERFORM 150-CHECK-CONTINUITY
               MOVE 1 TO GEN-FIRST-WEEK
               COMPUTE WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE (GEN-START-DATE)
               PERFORM 200-GENERATE-ONE-PERIOD
                   VARYING GEN-PERIOD FROM 1 BY 1
                   UNTIL GEN-PERIOD > 12
               IF LOAD-ERROR-FOUND
                   DISPLAY "*FISCAL CALENDAR NOT REWRITTEN - "
                       FUNCTION TRIM (FISCAL-FILE-NAME) " IS UNCHANGED*"
                   MOVE "LOADERR" TO RSA-COMPLETION-STATUS
                   MOVE SKIPPED-COUNT TO RSA-EXCEPTION-COUNT
                   GOBACK
               END-IF
               PERFORM 400-WRITE-FISCAL-FILE
               IF REPLACED-COUNT > ZERO
                   DISPLAY REPLACED-COUNT " EARLIER PERIOD(S) FOR "
                       GEN-FISCAL-YEAR " REPLACED"
               END-IF
               DISPLAY FISCAL-COUNT " PERIOD(S) WRITTEN, SORTED,"
                   " TO THE FISCAL CALENDAR FILE"
           END-IF.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE SKIPPED-COUNT TO RSA-EXCEPTION-COUNT.
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
               WHEN "FISCAL_CALENDAR_FILE"
                   MOVE PARM-VALUE TO FISCAL-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----KEEP EVERY OTHER FISCAL YEAR ALREADY IN THE FILE; THE
      *----YEAR BEING GENERATED IS DROPPED SO IT IS REPLACED WHOLE.
      *----NO FILE YET JUST MEANS THIS IS THE FIRST YEAR. A LINE THAT
      *----CANNOT BE READ, OR A FILE TOO BIG FOR THE TABLE, STOPS THE
      *----RUN RATHER THAN BE LEFT OUT OF THE REWRITE----
       100-LOAD-FISCAL-FILE.
           MOVE "N" TO FISCAL-EOF-SWITCH.
           MOVE ZERO TO PRIOR-YEAR-END.
           OPEN INPUT FISCAL-FILE.
           IF FISCAL-FILE-STATUS NOT = "35"
               PERFORM 110-READ-FISCAL-RCD
               PERFORM 120-KEEP-FISCAL-RCD
                   UNTIL FISCAL-EOF-SWITCH = "Y"
               CLOSE FISCAL-FILE
           END-IF.

       110-READ-FISCAL-RCD.
           READ FISCAL-FILE
               AT END
                   MOVE "Y" TO FISCAL-EOF-SWITCH
           END-READ.

       120-KEEP-FISCAL-RCD.
           IF FR-FISCAL-YEAR IS NOT NUMERIC
                  OR FR-PERIOD IS NOT NUMERIC
                  OR FR-START-DATE IS NOT NUMERIC
                  OR FR-END-DATE IS NOT NUMERIC
               DISPLAY "*UNREADABLE LINE ON "
                   FUNCTION TRIM (FISCAL-FILE-NAME) ": "
                   FISCAL-RECORD "*"
               ADD 1 TO SKIPPED-COUNT
               MOVE "Y" TO LOAD-ERROR-SWITCH
           ELSE
           IF FR-FISCAL-YEAR = GEN-FISCAL-YEAR
               ADD 1 TO REPLACED-COUNT
           ELSE
               IF FR-FISCAL-YEAR = GEN-FISCAL-YEAR - 1
                      AND FR-END-DATE > PRIOR-YEAR-END
                   MOVE FR-END-DATE TO PRIOR-YEAR-END
               END-IF
               MOVE FR-FISCAL-YEAR TO NF-FISCAL-YEAR
               MOVE FR-PERIOD      TO NF-PERIOD
               MOVE FR-START-DATE  TO NF-START-DATE
               MOVE FR-END-DATE    TO NF-END-DATE
               MOVE ZERO           TO NF-WEEKS
               IF FR-WEEKS IS NUMERIC
                   MOVE FR-WEEKS   TO NF-WEEKS
               END-IF
               MOVE ZERO           TO NF-FIRST-WEEK
               IF FR-FIRST-WEEK IS NUMERIC
                   MOVE FR-FIRST-WEEK TO NF-FIRST-WEEK
               END-IF
               PERFORM 500-STORE-ONE-PERIOD
           END-IF
           END-IF.
           IF LOAD-ERROR-FOUND AND FISCAL-COUNT >= 360
               MOVE "Y" TO FISCAL-EOF-SWITCH
           ELSE
               PERFORM 110-READ-FISCAL-RCD
           END-IF.

      *----THE NEW YEAR SHOULD START THE DAY AFTER THE PRIOR FISCAL
      *----YEAR ENDS. A GAP OR OVERLAP IS ALLOWED (THE PRIOR YEAR
      *----MAY BE THE ONE IN ERROR) BUT IT IS SHOWN----
       150-CHECK-CONTINUITY.
           IF PRIOR-YEAR-END NOT = ZERO
               COMPUTE PRIOR-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE (PRIOR-YEAR-END)
               IF PRIOR-END-INTEGER + 1 NOT =
                      FUNCTION INTEGER-OF-DATE (GEN-START-DATE)
                   DISPLAY "*WARNING - PRIOR FISCAL YEAR ENDS "
                       PRIOR-YEAR-END ", NOT THE DAY BEFORE "
                       GEN-START-DATE "*"
               END-IF
           END-IF.

      *----ONE PERIOD: ITS WEEKS FROM THE PATTERN (PLUS THE 53RD
      *----WEEK ON PERIOD 12 WHEN ASKED), RUNNING ON FROM WHERE THE
      *----LAST PERIOD ENDED----
       200-GENERATE-ONE-PERIOD.
           MOVE PATTERN-WEEKS (GEN-PERIOD) TO GEN-WEEKS.
           IF GEN-PERIOD = 12 AND FIFTY-THREE-WEEK-YEAR
               ADD 1 TO GEN-WEEKS
           END-IF.
           MOVE GEN-FISCAL-YEAR TO NF-FISCAL-YEAR.
           MOVE GEN-PERIOD TO NF-PERIOD.
           COMPUTE NF-START-DATE =
               FUNCTION DATE-OF-INTEGER (WORK-INTEGER).
           COMPUTE NF-END-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WORK-INTEGER + GEN-WEEKS * 7 - 1).
           MOVE GEN-WEEKS TO NF-WEEKS.
           MOVE GEN-FIRST-WEEK TO NF-FIRST-WEEK.
           PERFORM 500-STORE-ONE-PERIOD.
           DISPLAY "  FY " NF-FISCAL-YEAR " PERIOD " NF-PERIOD "  "
               NF-START-DATE " - " NF-END-DATE "  " NF-WEEKS
               " WEEKS".
           COMPUTE WORK-INTEGER = WORK-INTEGER + GEN-WEEKS * 7.
           ADD GEN-WEEKS TO GEN-FIRST-WEEK.

      *----INSERT-SORT THE NEW ENTRY BY FISCAL YEAR AND PERIOD. A
      *----FULL TABLE IS A LOAD ERROR - THE FILE IS NOT REWRITTEN----
       500-STORE-ONE-PERIOD.
           IF FISCAL-COUNT >= 360
               DISPLAY "*" FUNCTION TRIM (FISCAL-FILE-NAME)
                   " OVERFLOWS THE 360-ENTRY TABLE AT FISCAL YEAR "
                   NF-FISCAL-YEAR " PERIOD " NF-PERIOD "*"
               ADD 1 TO SKIPPED-COUNT
               MOVE "Y" TO LOAD-ERROR-SWITCH
           ELSE
               COMPUTE NEW-PERIOD-KEY =
                   NF-FISCAL-YEAR * 100 + NF-PERIOD
               MOVE ZERO TO INSERT-AT
               PERFORM 510-CHECK-INSERT-POINT
                   VARYING I FROM 1 BY 1
                   UNTIL I > FISCAL-COUNT OR INSERT-AT NOT = ZERO
               IF INSERT-AT = ZERO
                   COMPUTE INSERT-AT = FISCAL-COUNT + 1
               END-IF
               ADD 1 TO FISCAL-COUNT
               PERFORM 520-SHIFT-ONE-ENTRY
                   VARYING I FROM FISCAL-COUNT BY -1
                   UNTIL I NOT > INSERT-AT
               MOVE NEW-FISCAL-ENTRY TO FISCAL-ENTRY (INSERT-AT)
           END-IF.

       510-CHECK-INSERT-POINT.
           IF FT-FISCAL-YEAR (I) * 100 + FT-PERIOD (I)
                  > NEW-PERIOD-KEY
               MOVE I TO INSERT-AT
           END-IF.

       520-SHIFT-ONE-ENTRY.
           COMPUTE J = I - 1.
           MOVE FISCAL-ENTRY (J) TO FISCAL-ENTRY (I).

       400-WRITE-FISCAL-FILE.
           OPEN OUTPUT FISCAL-FILE.
           PERFORM 410-WRITE-ONE-PERIOD
               VARYING I FROM 1 BY 1 UNTIL I > FISCAL-COUNT.
           CLOSE FISCAL-FILE.

       410-WRITE-ONE-PERIOD.
           MOVE SPACES TO FISCAL-RECORD.
           MOVE FT-FISCAL-YEAR (I) TO FR-FISCAL-YEAR.
           MOVE FT-PERIOD (I)      TO FR-PERIOD.
           MOVE FT-START-DATE (I)  TO FR-START-DATE.
           MOVE FT-END-DATE (I)    TO FR-END-DATE.
           MOVE FT-WEEKS (I)       TO FR-WEEKS.
           MOVE FT-FIRST-WEEK (I)  TO FR-FIRST-WEEK.
           WRITE FISCAL-RECORD.

       end program FISCAL-GEN.
