       identification division.
       program-id. AR-TREND.
       author. Alan Thomas.
       date-compiled. 05/09/2016.
      *THIS PROGRAM PRINTS THE P05 RECEIVABLES TREND FROM THE MONTH-
      *END AGED TRIAL BALANCE SNAPSHOTS REPORTMAKER SAVES IN SNAPSHOT
      *MODE (P05SNAP.DAT). FOR EACH MONTH IN THE CHOSEN RANGE IT SHOWS
      *THE 1-30/31-60/61-90/OVER-90 BUCKET TOTALS ACROSS ALL BRANCHES,
      *THE TOTAL OPEN AND ITS CHANGE FROM THE MONTH BEFORE, THE
      *MONTH'S SALES, AND DAYS SALES OUTSTANDING (TOTAL OPEN OVER THE
      *MONTH'S SALES, TIMES THE DAYS THE SNAPSHOT COVERS). A MONTH
      *WITH NO SNAPSHOT ON FILE PRINTS AS SUCH. BELOW THE TREND IT
      *LISTS THE PURCHASERS WHOSE OVER-90 BALANCE GREW TWO MONTHS
      *RUNNING WITHIN THE RANGE. THE RANGE IS KEYED AS YYYYMM FROM/TO
      *(P05_TREND_FROM / P05_TREND_TO SKIP THE PROMPTS); THE DEFAULT
      *IS THE TWELVE MONTHS ENDING WITH THE LATEST SNAPSHOT ON FILE,
      *WHICH IS ALSO WHAT AN UNATTENDED RUN PRINTS.
      *input files P05SNAP.DAT
      *output files P05TREND.RPT
      *printer ouput None
      *
      *MODS:
      *05/09/2016 - AT - first version.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SNAPFILE ASSIGN TO DYNAMIC SNAPFILE-NAME
               organization is line sequential
               file status is SNAPFILE-STATUS.

               SELECT TRENDRPT ASSIGN TO DYNAMIC TRENDRPT-NAME
               organization is line sequential.

               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----THE MONTH-END SNAPSHOTS, IN REPORTMAKER'S LAYOUT----
           FD SNAPFILE.
           01 SNAPFILE-PICS.
               05 SN-PERIOD              PIC 9(6).
               05 SN-BRANCH              PIC X(3).
               05 SN-PURCHASER           PIC X(5).
               05 SN-NAME                PIC X(20).
               05 SN-AGE-30              PIC 9(9).
               05 SN-AGE-60              PIC 9(9).
               05 SN-AGE-90              PIC 9(9).
               05 SN-AGE-OVER            PIC 9(9).
               05 SN-SALES               PIC 9(9).
               05 SN-AS-OF-DATE          PIC 9(8).

           FD TRENDRPT.
           01 TRENDRPT-AREA              PIC X(132).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       WORKING-STORAGE SECTION.

       01 SNAPFILE-STATUS   PIC X(2) VALUE SPACES.

      *----SAME DEFAULT AND OVERRIDE KEY REPORTMAKER WRITES TO----
       01 FILE-NAME-FIELDS.
           05 SNAPFILE-NAME     PIC X(80)
               VALUE "E:\programming\P05SNAP.DAT".
           05 TRENDRPT-NAME     PIC X(80)
               VALUE "E:\programming\P05TREND.RPT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE)----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01 ENV-OVERRIDE         PIC X(80) VALUE SPACES.

       01 SCAN-EOF-SWITCH   PIC X VALUE "N".

      *----THE RANGE ASKED FOR, AND THE LATEST PERIOD ON FILE THAT
      *----DEFAULTS IT----
       01 RANGE-FIELDS.
           05 FROM-PARM         PIC X(6)    VALUE SPACES.
           05 TO-PARM           PIC X(6)    VALUE SPACES.
           05 FROM-PERIOD       PIC 9(6)    VALUE ZERO.
           05 FROM-PERIOD-R REDEFINES FROM-PERIOD.
              10 FROM-YEAR      PIC 9(4).
              10 FROM-MM        PIC 9(2).
           05 TO-PERIOD         PIC 9(6)    VALUE ZERO.
           05 TO-PERIOD-R REDEFINES TO-PERIOD.
              10 TO-YEAR        PIC 9(4).
              10 TO-MM          PIC 9(2).
           05 LATEST-PERIOD     PIC 9(6)    VALUE ZERO.
           05 MONTH-NUMBER      PIC S9(7)   VALUE ZERO.
           05 WORK-YEAR         PIC 9(4)    VALUE ZERO.
           05 WORK-MM           PIC 9(2)    VALUE ZERO.
           05 FROM-MONTH-NUMBER PIC S9(7)   VALUE ZERO.
           05 TO-MONTH-NUMBER   PIC S9(7)   VALUE ZERO.
           05 RANGE-ERROR-SW    PIC X       VALUE "N".
               88 RANGE-IS-BAD      VALUE "Y".

      *----ONE ROW PER MONTH IN THE RANGE, IN CALENDAR ORDER, SO A
      *----SNAPSHOT'S ROW IS ITS MONTH'S DISTANCE FROM THE FROM
      *----MONTH. NO SEARCH NEEDED----
       01 PERIOD-COUNT      PIC 9(2) VALUE ZERO.
       01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 1 TO 36 TIMES
                  DEPENDING ON PERIOD-COUNT
                  INDEXED BY PT-IX.
              10 PT-PERIOD       PIC 9(6).
              10 PT-AS-OF-DATE   PIC 9(8).
              10 PT-AGE-30       PIC 9(11).
              10 PT-AGE-60       PIC 9(11).
              10 PT-AGE-90       PIC 9(11).
              10 PT-AGE-OVER     PIC 9(11).
              10 PT-SALES        PIC 9(11).
              10 PT-RECORDS      PIC 9(5).

      *----EACH PURCHASER'S OVER-90 BALANCE BY MONTH, ALL BRANCHES
      *----TOGETHER, FOR THE TWO-MONTHS-RUNNING TEST----
       01 PURCHASER-COUNT   PIC 9(3) VALUE ZERO.
       01 PURCHASER-TABLE.
           05 PURCHASER-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON PURCHASER-COUNT
                  INDEXED BY PU-IX.
              10 PU-NUMBER       PIC X(5).
              10 PU-NAME         PIC X(20).
              10 PU-OVER         PIC 9(9) OCCURS 36 TIMES.

       01 WORK-FIELDS.
           05 ROW-SUB           PIC 9(2)    VALUE ZERO.
           05 GROWTH-SUB        PIC 9(2)    VALUE ZERO.
           05 PT-OPEN-TOTAL     PIC 9(11)   VALUE ZERO.
           05 PRIOR-OPEN-TOTAL  PIC 9(11)   VALUE ZERO.
           05 PRIOR-SW          PIC X       VALUE "N".
               88 PRIOR-MONTH-ON-FILE VALUE "Y".
           05 OPEN-CHANGE       PIC S9(11)  VALUE ZERO.
           05 PERIOD-START-DATE PIC 9(8)    VALUE ZERO.
           05 PERIOD-DAYS       PIC 9(3)    VALUE ZERO.
           05 DSO-DAYS          PIC 9(5)V9  VALUE ZERO.
           05 GROWTH-COUNT      PIC 9(5)    VALUE ZERO.
           05 FULL-WARNED-SW    PIC X       VALUE "N".
           05 OUTSIDE-COUNT     PIC 9(5)    VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
           05 CD-MONTH      PIC 9(2).
           05 CD-DAY        PIC 9(2).
           05 CD-HOURS      PIC 9(2).
           05 CD-MINUTES    PIC 9(2).
           05 CD-SECONDS    PIC 9(2).
           05 FILLER        PIC X(7).

      *----THE TREND REPORT----
       01 TREND-HEADING-1.
           05 FILLER            PIC X(35)
               VALUE "P05 AGED TRIAL BALANCE TREND  FROM ".
           05 TH1-FROM          PIC 9(6).
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 TH1-TO            PIC 9(6).
           05 FILLER            PIC X(6)  VALUE "  RUN ".
           05 TH1-MONTH         PIC 9(2).
           05 FILLER            PIC X     VALUE "/".
           05 TH1-DAY           PIC 9(2).
           05 FILLER            PIC X     VALUE "/".
           05 TH1-YEAR          PIC 9(4).
       01 TREND-HEADING-2.
           05 FILLER            PIC X(40)
               VALUE "PERIOD  AS OF           1-30       31-60".
           05 FILLER            PIC X(40)
               VALUE "       61-90     OVER 90  TOTAL OPEN    ".
           05 FILLER            PIC X(29)
               VALUE "  CHANGE        SALES     DSO".
       01 TREND-DETAIL-LINE.
           05 TDL-PERIOD        PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TDL-AS-OF         PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TDL-AGE-30        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TDL-AGE-60        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TDL-AGE-90        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TDL-AGE-OVER      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TDL-OPEN          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TDL-CHANGE        PIC ZZZ,ZZZ,ZZ9-.
           05 TDL-CHANGE-X REDEFINES TDL-CHANGE PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TDL-SALES         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TDL-DSO           PIC ZZZZ9.9.
           05 TDL-DSO-X REDEFINES TDL-DSO PIC X(7).
       01 TREND-MISSING-LINE.
           05 TML-PERIOD        PIC 9(6).
           05 FILLER            PIC X(30)
               VALUE "  NO SNAPSHOT ON FILE".
       01 GROWTH-HEADING-1.
           05 FILLER            PIC X(41)
               VALUE "PURCHASERS WHOSE OVER-90 BALANCE GREW TWO".
           05 FILLER            PIC X(15)
               VALUE " MONTHS RUNNING".
       01 GROWTH-HEADING-2.
           05 FILLER            PIC X(40)
               VALUE "PURCH  NAME                  PERIOD  TWO".
           05 FILLER            PIC X(31)
               VALUE " BEFORE  ONE BEFORE     OVER 90".
       01 GROWTH-DETAIL-LINE.
           05 GDL-PURCHASER     PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GDL-NAME          PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GDL-PERIOD        PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 GDL-OVER-2        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 GDL-OVER-1        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 GDL-OVER-0        PIC ZZZ,ZZZ,ZZ9.
       01 GROWTH-NONE-LINE      PIC X(40)
               VALUE "NONE".


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE SO NOTHING WAITS
      *----ON A KEYBOARD NOBODY IS SITTING AT----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE "N" TO RANGE-ERROR-SW.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "--------------------------------------------".
           DISPLAY "  P05 AGED TRIAL BALANCE TREND".
           DISPLAY "--------------------------------------------".
           PERFORM 004-GET-FILE-NAMES.
           PERFORM 005-READ-PARM-FILE.
           PERFORM 040-FIND-LATEST-PERIOD.
           IF LATEST-PERIOD = ZERO
               DISPLAY "*NO SNAPSHOTS IN " FUNCTION TRIM (SNAPFILE-NAME)
                   " - RUN REPORTMAKER IN SNAPSHOT MODE AT MONTH END*"
               MOVE "NORMAL" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 060-GET-RANGE.
           IF RANGE-IS-BAD
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 100-SET-UP-PERIODS.
           PERFORM 200-LOAD-SNAPSHOTS.
           IF OUTSIDE-COUNT > ZERO
               DISPLAY OUTSIDE-COUNT " SNAPSHOT RECORD(S) OUTSIDE THE"
                   " RANGE PASSED OVER"
           END-IF.
           OPEN OUTPUT TRENDRPT.
           PERFORM 300-PRINT-TREND.
           PERFORM 400-PRINT-GROWTH.
           CLOSE TRENDRPT.
           DISPLAY "TREND " FROM-PERIOD " TO " TO-PERIOD
               " PRINTED TO " FUNCTION TRIM (TRENDRPT-NAME).
           DISPLAY GROWTH-COUNT " PURCHASER(S) WITH OVER-90 GROWING"
               " TWO MONTHS RUNNING".
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE GROWTH-COUNT TO RSA-EXCEPTION-COUNT.
           GOBACK.

      *----SAME ENVIRONMENT OVERRIDE REPORTMAKER TAKES, PLUS THE
      *----RANGE AND REPORT----
       004-GET-FILE-NAMES.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_SNAPSHOT_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO SNAPFILE-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_TREND_REPORT".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO TRENDRPT-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_TREND_FROM".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO FROM-PARM
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_TREND_TO".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO TO-PARM
           END-IF.

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
               WHEN "P05_SNAPSHOT_FILE"
                   MOVE PARM-VALUE TO SNAPFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_TREND_REPORT"
                   MOVE PARM-VALUE TO TRENDRPT-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_TREND_FROM"
                   MOVE PARM-VALUE (1:6) TO FROM-PARM
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_TREND_TO"
                   MOVE PARM-VALUE (1:6) TO TO-PARM
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----A FIRST PASS FOR THE LATEST PERIOD ON FILE, WHICH IS THE
      *----DEFAULT END OF THE RANGE----
       040-FIND-LATEST-PERIOD.
           MOVE ZERO TO LATEST-PERIOD.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT SNAPFILE.
           IF SNAPFILE-STATUS NOT = "35"
               PERFORM 041-READ-SNAPSHOT-RCD
               PERFORM 042-NOTE-ONE-PERIOD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE SNAPFILE
           END-IF.

       041-READ-SNAPSHOT-RCD.
           READ SNAPFILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       042-NOTE-ONE-PERIOD.
           IF SN-PERIOD IS NUMERIC AND SN-PERIOD > LATEST-PERIOD
               MOVE SN-PERIOD TO LATEST-PERIOD
           END-IF.
           PERFORM 041-READ-SNAPSHOT-RCD.

      *----THE RANGE: PARAMETERS FIRST, THEN THE PROMPTS ON AN
      *----ATTENDED RUN. ZERO OR BLANK TAKES THE DEFAULT - THE LATEST
      *----SNAPSHOT, AND ELEVEN MONTHS BEFORE THE END. A RANGE OVER
      *----36 MONTHS IS CUT BACK TO THE LAST 36----
       060-GET-RANGE.
           MOVE ZERO TO FROM-PERIOD.
           MOVE ZERO TO TO-PERIOD.
           IF FROM-PARM IS NUMERIC
               MOVE FROM-PARM TO FROM-PERIOD
           END-IF.
           IF TO-PARM IS NUMERIC
               MOVE TO-PARM TO TO-PERIOD
           END-IF.
           IF NOT UNATTENDED-RUN
               IF FROM-PARM = SPACES
                   DISPLAY "FROM PERIOD YYYYMM (0 FOR TWELVE MONTHS): "
                   ACCEPT FROM-PERIOD
               END-IF
               IF TO-PARM = SPACES
                   DISPLAY "TO PERIOD YYYYMM (0 FOR LATEST "
                       LATEST-PERIOD "): "
                   ACCEPT TO-PERIOD
               END-IF
           END-IF.
           IF TO-PERIOD = ZERO
               MOVE LATEST-PERIOD TO TO-PERIOD
           END-IF.
           IF TO-MM < 1 OR TO-MM > 12
               DISPLAY "*TO PERIOD " TO-PERIOD " IS NOT A MONTH*"
               MOVE "Y" TO RANGE-ERROR-SW
           END-IF.
           COMPUTE TO-MONTH-NUMBER = TO-YEAR * 12 + TO-MM - 1.
           IF FROM-PERIOD = ZERO
               COMPUTE FROM-MONTH-NUMBER = TO-MONTH-NUMBER - 11
           ELSE
               IF FROM-MM < 1 OR FROM-MM > 12
                   DISPLAY "*FROM PERIOD " FROM-PERIOD
                       " IS NOT A MONTH*"
                   MOVE "Y" TO RANGE-ERROR-SW
               END-IF
               COMPUTE FROM-MONTH-NUMBER =
                   FROM-YEAR * 12 + FROM-MM - 1
           END-IF.
           IF NOT RANGE-IS-BAD
               IF FROM-MONTH-NUMBER > TO-MONTH-NUMBER
                   DISPLAY "*FROM PERIOD IS AFTER THE TO PERIOD*"
                   MOVE "Y" TO RANGE-ERROR-SW
               ELSE
                   IF TO-MONTH-NUMBER - FROM-MONTH-NUMBER > 35
                       COMPUTE FROM-MONTH-NUMBER =
                           TO-MONTH-NUMBER - 35
                       DISPLAY "*RANGE OVER 36 MONTHS - CUT BACK TO"
                           " THE LAST 36*"
                   END-IF
                   DIVIDE FROM-MONTH-NUMBER BY 12
                       GIVING FROM-YEAR REMAINDER FROM-MM
                   ADD 1 TO FROM-MM
               END-IF
           END-IF.
           IF RANGE-IS-BAD
               DISPLAY "*RUN STOPPED - NOTHING PRINTED*"
           END-IF.

      *----ONE EMPTY ROW PER MONTH FROM THE FROM PERIOD ON----
       100-SET-UP-PERIODS.
           COMPUTE PERIOD-COUNT =
               TO-MONTH-NUMBER - FROM-MONTH-NUMBER + 1.
           MOVE ZERO TO PURCHASER-COUNT.
           MOVE "N" TO FULL-WARNED-SW.
           MOVE FROM-MONTH-NUMBER TO MONTH-NUMBER.
           PERFORM 110-SET-UP-ONE-PERIOD
               VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > PERIOD-COUNT.

       110-SET-UP-ONE-PERIOD.
           DIVIDE MONTH-NUMBER BY 12
               GIVING WORK-YEAR REMAINDER WORK-MM.
           COMPUTE PT-PERIOD (PT-IX) = WORK-YEAR * 100 + WORK-MM + 1.
           MOVE ZERO TO PT-AS-OF-DATE (PT-IX).
           MOVE ZERO TO PT-AGE-30 (PT-IX).
           MOVE ZERO TO PT-AGE-60 (PT-IX).
           MOVE ZERO TO PT-AGE-90 (PT-IX).
           MOVE ZERO TO PT-AGE-OVER (PT-IX).
           MOVE ZERO TO PT-SALES (PT-IX).
           MOVE ZERO TO PT-RECORDS (PT-IX).
           ADD 1 TO MONTH-NUMBER.

      *----EVERY SNAPSHOT RECORD IN THE RANGE INTO ITS MONTH'S ROW
      *----AND ITS PURCHASER'S OVER-90 COLUMN----
       200-LOAD-SNAPSHOTS.
           MOVE ZERO TO OUTSIDE-COUNT.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT SNAPFILE.
           IF SNAPFILE-STATUS NOT = "35"
               PERFORM 041-READ-SNAPSHOT-RCD
               PERFORM 210-STORE-SNAPSHOT-RCD
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE SNAPFILE
           END-IF.

       210-STORE-SNAPSHOT-RCD.
           MOVE ZERO TO ROW-SUB.
           IF SN-PERIOD IS NUMERIC
               DIVIDE SN-PERIOD BY 100
                   GIVING WORK-YEAR REMAINDER WORK-MM
               COMPUTE MONTH-NUMBER = WORK-YEAR * 12 + WORK-MM - 1
               IF MONTH-NUMBER >= FROM-MONTH-NUMBER
                      AND MONTH-NUMBER <= TO-MONTH-NUMBER
                   COMPUTE ROW-SUB =
                       MONTH-NUMBER - FROM-MONTH-NUMBER + 1
               END-IF
           END-IF.
           IF ROW-SUB = ZERO
               ADD 1 TO OUTSIDE-COUNT
           ELSE
               MOVE SN-AS-OF-DATE TO PT-AS-OF-DATE (ROW-SUB)
               ADD SN-AGE-30   TO PT-AGE-30 (ROW-SUB)
               ADD SN-AGE-60   TO PT-AGE-60 (ROW-SUB)
               ADD SN-AGE-90   TO PT-AGE-90 (ROW-SUB)
               ADD SN-AGE-OVER TO PT-AGE-OVER (ROW-SUB)
               ADD SN-SALES    TO PT-SALES (ROW-SUB)
               ADD 1           TO PT-RECORDS (ROW-SUB)
               IF SN-AGE-OVER > ZERO
                   PERFORM 220-FIND-PURCHASER
               END-IF
           END-IF.
           PERFORM 041-READ-SNAPSHOT-RCD.

       220-FIND-PURCHASER.
           SET PU-IX TO 1.
           SEARCH PURCHASER-ENTRY
               AT END
                   PERFORM 225-ADD-PURCHASER
               WHEN PU-NUMBER (PU-IX) = SN-PURCHASER
                   ADD SN-AGE-OVER TO PU-OVER (PU-IX, ROW-SUB)
           END-SEARCH.

       225-ADD-PURCHASER.
           IF PURCHASER-COUNT < 500
               ADD 1 TO PURCHASER-COUNT
               SET PU-IX TO PURCHASER-COUNT
               MOVE SN-PURCHASER TO PU-NUMBER (PU-IX)
               MOVE SN-NAME      TO PU-NAME (PU-IX)
               PERFORM 226-CLEAR-ONE-MONTH
                   VARYING GROWTH-SUB FROM 1 BY 1
                   UNTIL GROWTH-SUB > 36
               MOVE SN-AGE-OVER TO PU-OVER (PU-IX, ROW-SUB)
           ELSE
               IF FULL-WARNED-SW NOT = "Y"
                   DISPLAY "*PURCHASER TABLE FULL - LATER PURCHASERS"
                       " LEFT OUT OF THE OVER-90 LIST*"
                   MOVE "Y" TO FULL-WARNED-SW
               END-IF
           END-IF.

       226-CLEAR-ONE-MONTH.
           MOVE ZERO TO PU-OVER (PU-IX, GROWTH-SUB).

      *----ONE LINE PER MONTH. DSO IS THE TOTAL OPEN OVER THE
      *----MONTH'S SALES TIMES THE DAYS FROM THE FIRST OF THE MONTH
      *----TO THE SNAPSHOT DATE; NO SALES, NO DSO. THE CHANGE IS
      *----AGAINST THE MONTH BEFORE, WHEN THAT MONTH IS ON FILE----
       300-PRINT-TREND.
           MOVE FROM-PERIOD   TO TH1-FROM.
           MOVE TO-PERIOD     TO TH1-TO.
           MOVE CD-MONTH      TO TH1-MONTH.
           MOVE CD-DAY        TO TH1-DAY.
           MOVE CD-YEAR       TO TH1-YEAR.
           WRITE TRENDRPT-AREA FROM TREND-HEADING-1.
           MOVE SPACES TO TRENDRPT-AREA.
           WRITE TRENDRPT-AREA.
           WRITE TRENDRPT-AREA FROM TREND-HEADING-2.
           MOVE "N" TO PRIOR-SW.
           PERFORM 310-PRINT-ONE-PERIOD
               VARYING PT-IX FROM 1 BY 1
               UNTIL PT-IX > PERIOD-COUNT.

       310-PRINT-ONE-PERIOD.
           IF PT-RECORDS (PT-IX) = ZERO
               MOVE PT-PERIOD (PT-IX) TO TML-PERIOD
               WRITE TRENDRPT-AREA FROM TREND-MISSING-LINE
               MOVE "N" TO PRIOR-SW
           ELSE
               COMPUTE PT-OPEN-TOTAL = PT-AGE-30 (PT-IX)
                   + PT-AGE-60 (PT-IX) + PT-AGE-90 (PT-IX)
                   + PT-AGE-OVER (PT-IX)
               MOVE PT-PERIOD (PT-IX)     TO TDL-PERIOD
               MOVE PT-AS-OF-DATE (PT-IX) TO TDL-AS-OF
               MOVE PT-AGE-30 (PT-IX)     TO TDL-AGE-30
               MOVE PT-AGE-60 (PT-IX)     TO TDL-AGE-60
               MOVE PT-AGE-90 (PT-IX)     TO TDL-AGE-90
               MOVE PT-AGE-OVER (PT-IX)   TO TDL-AGE-OVER
               MOVE PT-OPEN-TOTAL         TO TDL-OPEN
               MOVE PT-SALES (PT-IX)      TO TDL-SALES
               IF PRIOR-MONTH-ON-FILE
                   COMPUTE OPEN-CHANGE =
                       PT-OPEN-TOTAL - PRIOR-OPEN-TOTAL
                   MOVE OPEN-CHANGE TO TDL-CHANGE
               ELSE
                   MOVE SPACES TO TDL-CHANGE-X
               END-IF
               IF PT-SALES (PT-IX) > ZERO
                   PERFORM 320-COMPUTE-DSO
                   MOVE DSO-DAYS TO TDL-DSO
               ELSE
                   MOVE "   N/A" TO TDL-DSO-X
               END-IF
               WRITE TRENDRPT-AREA FROM TREND-DETAIL-LINE
               MOVE PT-OPEN-TOTAL TO PRIOR-OPEN-TOTAL
               MOVE "Y" TO PRIOR-SW
           END-IF.

       320-COMPUTE-DSO.
           MOVE PT-PERIOD (PT-IX) TO PERIOD-START-DATE (1:6).
           MOVE "01" TO PERIOD-START-DATE (7:2).
           COMPUTE PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE (PT-AS-OF-DATE (PT-IX))
               - FUNCTION INTEGER-OF-DATE (PERIOD-START-DATE) + 1.
           COMPUTE DSO-DAYS ROUNDED =
               PT-OPEN-TOTAL * PERIOD-DAYS / PT-SALES (PT-IX)
               ON SIZE ERROR
                   MOVE 99999.9 TO DSO-DAYS
           END-COMPUTE.

      *----EVERY PURCHASER WHOSE OVER-90 BALANCE ROSE FROM ONE MONTH
      *----TO THE NEXT AND AGAIN TO THE ONE AFTER, LISTED ONCE AT THE
      *----LATEST MONTH THAT IS TRUE. A MONTH WITH NO SNAPSHOT
      *----BREAKS THE RUN----
       400-PRINT-GROWTH.
           MOVE ZERO TO GROWTH-COUNT.
           MOVE SPACES TO TRENDRPT-AREA.
           WRITE TRENDRPT-AREA.
           WRITE TRENDRPT-AREA FROM GROWTH-HEADING-1.
           WRITE TRENDRPT-AREA FROM GROWTH-HEADING-2.
           PERFORM 410-CHECK-ONE-PURCHASER
               VARYING PU-IX FROM 1 BY 1
               UNTIL PU-IX > PURCHASER-COUNT.
           IF GROWTH-COUNT = ZERO
               WRITE TRENDRPT-AREA FROM GROWTH-NONE-LINE
           END-IF.

       410-CHECK-ONE-PURCHASER.
           MOVE ZERO TO ROW-SUB.
           PERFORM 420-CHECK-ONE-MONTH
               VARYING GROWTH-SUB FROM PERIOD-COUNT BY -1
               UNTIL GROWTH-SUB < 3 OR ROW-SUB > ZERO.
           IF ROW-SUB > ZERO
               MOVE PU-NUMBER (PU-IX) TO GDL-PURCHASER
               MOVE PU-NAME (PU-IX)   TO GDL-NAME
               MOVE PT-PERIOD (ROW-SUB) TO GDL-PERIOD
               MOVE PU-OVER (PU-IX, ROW-SUB - 2) TO GDL-OVER-2
               MOVE PU-OVER (PU-IX, ROW-SUB - 1) TO GDL-OVER-1
               MOVE PU-OVER (PU-IX, ROW-SUB)     TO GDL-OVER-0
               WRITE TRENDRPT-AREA FROM GROWTH-DETAIL-LINE
               ADD 1 TO GROWTH-COUNT
           END-IF.

       420-CHECK-ONE-MONTH.
           IF PT-RECORDS (GROWTH-SUB) > ZERO
                  AND PT-RECORDS (GROWTH-SUB - 1) > ZERO
                  AND PT-RECORDS (GROWTH-SUB - 2) > ZERO
                  AND PU-OVER (PU-IX, GROWTH-SUB)
                      > PU-OVER (PU-IX, GROWTH-SUB - 1)
                  AND PU-OVER (PU-IX, GROWTH-SUB - 1)
                      > PU-OVER (PU-IX, GROWTH-SUB - 2)
               MOVE GROWTH-SUB TO ROW-SUB
           END-IF.
