       identification division.
       program-id. CARD-RECON.
       author. Alan Thomas.
       date-compiled. 04/30/2016.
      *function: Card settlement reconciliation. Reads the card
      *processor's daily settlement file (register, receipt or
      *reference number, amount, charge/credit, settle date) and
      *matches it by receipt number against the CARD tender lines
      *SALES-TAX wrote to its audit log. Prints four exception
      *groups to CARDRECN.RPT - card sales the processor never
      *settled, settlements with no matching sale, amount
      *mismatches, and card returns/voids that were never credited
      *back - then logged and settled totals per register and a
      *tie-out line, so the closer signs off card sales the same
      *way DRAWER-RECON lets them sign off cash.
      *input files SALESTAX.LOG, CARDSETL.DAT, P07FISC.DAT
      *output files CARDRECN.RPT
      *printer ouput None
      *
      *MODS:
      *04/30/2016 - AT - first version.
      *06/01/2016 - AT - the range prompt now offers F)iscal period
      *  as TAX-REMIT's does: a fiscal year and period (0 for the
      *  whole year) is looked up on FISCAL-GEN's P07FISC.DAT (key
      *  FISCAL_CALENDAR_FILE) and becomes the from/to dates.

       environment division.
           input-output section.
               file-control.
               SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-FILE-NAME
               organization is line sequential
               file status is AUDIT-FILE-STATUS.
               SELECT SETTLE-FILE ASSIGN TO DYNAMIC SETTLE-FILE-NAME
               organization is line sequential
               file status is SETTLE-FILE-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.
               SELECT FISCAL-FILE ASSIGN TO DYNAMIC FISCAL-FILE-NAME
               organization is line sequential
               file status is FISCAL-FILE-STATUS.

               SELECT RECON-FILE ASSIGN TO "CARDRECN.RPT"
               organization is line sequential.

       data division.
           file section.
           FD AUDIT-FILE.
           01 AUDIT-LINE               PIC X(250).

      *----ONE SETTLED AUTHORIZATION FROM THE PROCESSOR. THE
      *----REFERENCE IS THE RECEIPT NUMBER THE REGISTER SENT WITH
      *----THE AUTHORIZATION; A TYPE OF C IS A CREDIT (REFUND) BACK
      *----TO THE CARD, ANYTHING ELSE A CHARGE----
           FD SETTLE-FILE.
           01 SETTLE-RECORD.
               05 SE-REGISTER          PIC X(4).
               05 SE-REFERENCE         PIC X(6).
               05 SE-AMOUNT            PIC 9(7)V99.
               05 SE-TYPE              PIC X.
               05 SE-SETTLE-DATE       PIC X(8).

           FD RECON-FILE.
           01 RECON-LINE               PIC X(132).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

      *----ONE FISCAL PERIOD AS FISCAL-GEN WRITES IT----
           FD FISCAL-FILE.
           01 FISCAL-RECORD.
               05 FR-FISCAL-YEAR       PIC 9(4).
               05 FILLER               PIC X.
               05 FR-PERIOD            PIC 9(2).
               05 FILLER               PIC X.
               05 FR-START-DATE        PIC 9(8).
               05 FILLER               PIC X.
               05 FR-END-DATE          PIC 9(8).
               05 FILLER               PIC X(6).


       working-storage section.
       01  AUDIT-FILE-STATUS   PIC X(2)        VALUE SPACES.
       01  AUDIT-FILE-NAME     PIC X(80)       VALUE "SALESTAX.LOG".
       01  SETTLE-FILE-STATUS  PIC X(2)        VALUE SPACES.
       01  SETTLE-FILE-NAME    PIC X(80)       VALUE "CARDSETL.DAT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - READ HERE TOO SO THIS PROGRAM ALWAYS WORKS
      *----ON THE SAME FILES AS THE PROGRAM IT RECONCILES AGAINST----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01  EOF-SWITCH          PIC X           VALUE "N".
       01  SETTLE-EOF-SWITCH   PIC X           VALUE "N".

      *----FISCAL CALENDAR (P07FISC.DAT, WRITTEN BY FISCAL-GEN) - A
      *----FISCAL YEAR AND PERIOD CAN BE KEYED INSTEAD OF DATES AND
      *----IS TURNED INTO THAT PERIOD'S FIRST AND LAST DAY. PERIOD 0
      *----MEANS THE WHOLE FISCAL YEAR----
       01  FISCAL-FILE-STATUS  PIC X(2)        VALUE SPACES.
       01  FISCAL-FILE-NAME    PIC X(80)       VALUE "P07FISC.DAT".
       01  FISCAL-FIELDS.
           05 FISCAL-EOF-SW     PIC X     VALUE "N".
           05 RANGE-MODE        PIC X     VALUE "D".
               88 FISCAL-RANGE      VALUE "F" "f".
           05 WANT-FISCAL-YEAR  PIC 9(4)  VALUE ZERO.
           05 WANT-PERIOD       PIC 9(2)  VALUE ZERO.
           05 FISCAL-FOUND-SW   PIC X     VALUE "N".
               88 FISCAL-PERIOD-FOUND VALUE "Y".

      *----OPTIONAL FROM/TO DATE RANGE ON THE AUDIT LOG, SAME RULES
      *----AS DRAWER-RECON: ZERO MEANS NO BOUND ON THAT SIDE----
       01  RANGE-FIELDS.
           05 FROM-DATE         PIC 9(8)  VALUE ZERO.
           05 TO-DATE           PIC 9(8)  VALUE ZERO.
           05 LINE-DATE         PIC 9(8)  VALUE ZERO.
           05 RANGE-GIVEN-SW    PIC X     VALUE "N".
               88 RANGE-GIVEN       VALUE "Y".
           05 LINE-WANTED-SW    PIC X     VALUE "Y".
               88 LINE-WANTED       VALUE "Y".
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.

      *----THE AUDIT LOG LINE AS SALES-TAX's 120-WRITE-AUDIT-LINE
      *----LAYS IT OUT - TOTAL, TYPE, REGISTER, RECEIPT, TENDER, AND
      *----DATE ARE ALL THAT IS NEEDED HERE----
       01  AUDIT-LINE-IN.
           05 FILLER             PIC X(3).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X(10).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-TOTAL          PIC X(10).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X(9).
           05 FILLER             PIC X(2).
           05 ALI-TRANS-TYPE     PIC X(6).
           05 FILLER             PIC X(2).
           05 ALI-REGISTER       PIC X(4).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X(3).
           05 FILLER             PIC X(2).
           05 ALI-RECEIPT-NO     PIC X(6).
           05 FILLER             PIC X(2).
           05 ALI-TENDER         PIC X(5).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X(10).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X(10).
           05 FILLER             PIC X(2).
           05 FILLER             PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-TRANS-DATE     PIC X(8).

       01  TOTAL-NUM           PIC S9(7)V99    VALUE ZERO.
       01  LOGGED-AMOUNT       PIC 9(7)V99     VALUE ZERO.
       01  SETTLE-FOUND-SW     PIC X           VALUE "N".
           88 SETTLE-FOUND                     VALUE "Y".
       01  REGISTER-ROW-OK-SW  PIC X           VALUE "N".
           88 REGISTER-ROW-OK                  VALUE "Y".
       01  REG-FULL-WARNED-SW  PIC X           VALUE "N".
       01  SET-FULL-WARNED-SW  PIC X           VALUE "N".
       01  EXC-FULL-WARNED-SW  PIC X           VALUE "N".
       01  WORK-REGISTER       PIC X(4)        VALUE SPACES.
       01  PRINT-GROUP         PIC 9           VALUE ZERO.
       01  NEW-EXC-GROUP       PIC 9           VALUE ZERO.
       01  GROUP-LINE-COUNT    PIC 9(5)        VALUE ZERO.

      *----EVERY SETTLEMENT RECORD, HELD SO EACH LOGGED CARD LINE
      *----CAN LOOK FOR ITS OWN, AND FLAGGED ONCE IT IS MATCHED----
       01  SETTLE-COUNT        PIC 9(4)        VALUE ZERO.
       01  SETTLE-TABLE.
           05 SETTLE-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON SETTLE-COUNT
                  INDEXED BY ST-IX.
              10 ST-REGISTER     PIC X(4).
              10 ST-REFERENCE    PIC X(6).
              10 ST-AMOUNT       PIC 9(7)V99.
              10 ST-CREDIT-SW    PIC X.
                  88 ST-IS-CREDIT     VALUE "Y".
              10 ST-SETTLE-DATE  PIC X(8).
              10 ST-MATCHED-SW   PIC X.

      *----EVERY EXCEPTION FOUND, HELD UNTIL THE LOG IS DONE SO THE
      *----REPORT CAN PRINT THEM GROUPED: 1 LOGGED NOT SETTLED, 2
      *----SETTLED NOT LOGGED, 3 AMOUNT MISMATCH, 4 REFUND NOT
      *----CREDITED----
       01  EXCEPTION-COUNT     PIC 9(4)        VALUE ZERO.
       01  EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON EXCEPTION-COUNT
                  INDEXED BY EX-IX.
              10 EX-GROUP        PIC 9.
              10 EX-REGISTER     PIC X(4).
              10 EX-RECEIPT      PIC X(6).
              10 EX-DATE         PIC X(8).
              10 EX-LOGGED       PIC S9(7)V99.
              10 EX-SETTLED      PIC S9(7)V99.
       01  GROUP-COUNTS.
           05 GROUP-COUNT OCCURS 4 TIMES PIC 9(5).

      *----ONE ROW PER REGISTER, LOGGED CARD ACTIVITY AGAINST WHAT
      *----THE PROCESSOR SETTLED----
       01  REGISTER-COUNT      PIC 9(2)        VALUE ZERO.
       01  REGISTER-TABLE.
           05 REGISTER-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON REGISTER-COUNT
                  INDEXED BY RG-IX.
              10 RG-REGISTER     PIC X(4).
              10 RG-LOGGED-SALES PIC S9(9)V99.
              10 RG-LOGGED-REFUNDS PIC S9(9)V99.
              10 RG-SETTLED-CHARGES PIC S9(9)V99.
              10 RG-SETTLED-CREDITS PIC S9(9)V99.
              10 RG-EXCEPTIONS   PIC 9(5).

       01  GRAND-TOTALS.
           05 GT-LOGGED-NET     PIC S9(9)V99 VALUE ZERO.
           05 GT-SETTLED-NET    PIC S9(9)V99 VALUE ZERO.
           05 GT-DIFFERENCE     PIC S9(9)V99 VALUE ZERO.
       01  ROW-LOGGED-NET      PIC S9(9)V99    VALUE ZERO.
       01  ROW-SETTLED-NET     PIC S9(9)V99    VALUE ZERO.

       01  HEADING-LINE-1.
           05 FILLER  PIC X(37) VALUE
               "CARD SETTLEMENT RECONCILIATION".
       01  HEADING-LINE-3.
           05 FILLER  PIC X(100) VALUE ALL "-".

       01  GROUP-HEADING-LINE.
           05 GHL-TITLE         PIC X(50).
       01  GROUP-COLUMN-LINE.
           05 FILLER  PIC X(6)  VALUE "REG".
           05 FILLER  PIC X(9)  VALUE "RECEIPT".
           05 FILLER  PIC X(10) VALUE "DATE".
           05 FILLER  PIC X(14) VALUE "     LOGGED".
           05 FILLER  PIC X(14) VALUE "    SETTLED".
       01  EXCEPTION-LINE-OUT.
           05 ELO-REGISTER      PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ELO-RECEIPT       PIC X(6).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ELO-DATE          PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ELO-LOGGED        PIC Z(7).99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ELO-SETTLED       PIC Z(7).99-.
       01  NONE-LINE-OUT.
           05 FILLER  PIC X(10) VALUE "  (NONE)".
       01  GROUP-TOTAL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GTL-COUNT         PIC Z(4)9.
           05 FILLER            PIC X(12) VALUE " IN GROUP".

       01  REGISTER-HEADING-LINE.
           05 FILLER  PIC X(6)  VALUE "REG".
           05 FILLER  PIC X(14) VALUE "  CARD SALES".
           05 FILLER  PIC X(14) VALUE "  CARD REFUND".
           05 FILLER  PIC X(14) VALUE "  NET LOGGED".
           05 FILLER  PIC X(14) VALUE " NET SETTLED".
           05 FILLER  PIC X(14) VALUE "  DIFFERENCE".
           05 FILLER  PIC X(12) VALUE "  EXCEPTIONS".
       01  REGISTER-LINE-OUT.
           05 RLO-REGISTER      PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RLO-SALES         PIC Z(8).99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RLO-REFUNDS       PIC Z(8).99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RLO-LOGGED-NET    PIC Z(8).99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RLO-SETTLED-NET   PIC Z(8).99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RLO-DIFFERENCE    PIC Z(8).99-.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RLO-EXCEPTIONS    PIC Z(4)9.

       01  TIE-OUT-LINE.
           05 FILLER            PIC X(20) VALUE "CARD TIE-OUT: LOGGED".
           05 TOL-LOGGED        PIC Z(8).99-.
           05 FILLER            PIC X(9)  VALUE " SETTLED".
           05 TOL-SETTLED       PIC Z(8).99-.
           05 FILLER            PIC X(12) VALUE " DIFFERENCE".
           05 TOL-DIFFERENCE    PIC Z(8).99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TOL-VERDICT       PIC X(30).


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE: AN UNATTENDED RUN
      *----SKIPS ITS OWN PROMPTS AND RECONCILES THE WHOLE LOG----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

       procedure division.

       000-MAIN.
           PERFORM 050-READ-PARM-FILE.
           PERFORM 060-GET-DATE-RANGE.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZERO TO REGISTER-COUNT.
           MOVE ZERO TO SETTLE-COUNT.
           MOVE ZERO TO EXCEPTION-COUNT.
           MOVE ZERO TO GROUP-COUNT (1).
           MOVE ZERO TO GROUP-COUNT (2).
           MOVE ZERO TO GROUP-COUNT (3).
           MOVE ZERO TO GROUP-COUNT (4).
           MOVE "N" TO REG-FULL-WARNED-SW.
           MOVE "N" TO SET-FULL-WARNED-SW.
           MOVE "N" TO EXC-FULL-WARNED-SW.
           PERFORM 100-LOAD-SETTLEMENTS.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "*NO SALESTAX.LOG FOUND - NOTHING TO MATCH*"
           ELSE
               PERFORM 110-READ-AUDIT-LINE
               PERFORM 120-MATCH-AUDIT-LINE
                   UNTIL EOF-SWITCH = "Y"
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM 200-LIST-UNMATCHED-SETTLEMENT
               VARYING ST-IX FROM 1 BY 1
               UNTIL ST-IX > SETTLE-COUNT.
           OPEN OUTPUT RECON-FILE.
           WRITE RECON-LINE FROM HEADING-LINE-1.
           WRITE RECON-LINE FROM HEADING-LINE-3.
           PERFORM 300-PRINT-ONE-GROUP
               VARYING PRINT-GROUP FROM 1 BY 1
               UNTIL PRINT-GROUP > 4.
           PERFORM 400-PRINT-REGISTER-TOTALS.
           CLOSE RECON-FILE.
           DISPLAY "CARD RECONCILIATION COMPLETE - SEE CARDRECN.RPT".
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE EXCEPTION-COUNT TO RSA-EXCEPTION-COUNT.
           GOBACK.

      *----ASK FOR THE OPTIONAL RANGE, EITHER AS FROM/TO DATES OR
      *----AS A FISCAL YEAR AND PERIOD LOOKED UP ON THE FISCAL
      *----CALENDAR----
       060-GET-DATE-RANGE.
           MOVE ZERO TO FROM-DATE.
           MOVE ZERO TO TO-DATE.
           MOVE "N" TO RANGE-GIVEN-SW.
           IF NOT UNATTENDED-RUN
               MOVE "D" TO RANGE-MODE
               DISPLAY "RANGE BY D)ATES OR F)ISCAL PERIOD? "
               ACCEPT RANGE-MODE
               IF FISCAL-RANGE
                   PERFORM 062-GET-FISCAL-PERIOD
               ELSE
                   PERFORM 061-GET-CALENDAR-DATES
               END-IF
               IF FROM-DATE NOT = ZERO OR TO-DATE NOT = ZERO
                   MOVE "Y" TO RANGE-GIVEN-SW
               END-IF
           END-IF.

      *----FROM/TO DATES. ZERO (OR A DATE THAT IS NOT A REAL
      *----CALENDAR DATE) LEAVES THAT BOUND OFF----
       061-GET-CALENDAR-DATES.
           DISPLAY "FROM DATE YYYYMMDD (0 FOR WHOLE LOG): ".
           ACCEPT FROM-DATE.
           DISPLAY "TO DATE YYYYMMDD (0 FOR NO END DATE): ".
           ACCEPT TO-DATE.
           IF FROM-DATE NOT = ZERO
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (FROM-DATE)
               IF DATE-CHECK-RESULT NOT = 0
                   DISPLAY "*NOT A REAL DATE - FROM BOUND IGNORED*"
                   MOVE ZERO TO FROM-DATE
               END-IF
           END-IF.
           IF TO-DATE NOT = ZERO
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (TO-DATE)
               IF DATE-CHECK-RESULT NOT = 0
                   DISPLAY "*NOT A REAL DATE - TO BOUND IGNORED*"
                   MOVE ZERO TO TO-DATE
               END-IF
           END-IF.

      *----A FISCAL YEAR AND PERIOD (0 FOR THE WHOLE YEAR) TURNED
      *----INTO ITS FIRST AND LAST DAY. A PERIOD NOT ON THE FISCAL
      *----CALENDAR LEAVES THE RANGE OFF, AS A BAD DATE DOES----
       062-GET-FISCAL-PERIOD.
           MOVE ZERO TO WANT-FISCAL-YEAR.
           MOVE ZERO TO WANT-PERIOD.
           DISPLAY "FISCAL YEAR (YYYY, THE YEAR IT ENDS IN): ".
           ACCEPT WANT-FISCAL-YEAR.
           DISPLAY "FISCAL PERIOD (1-12, 0 FOR THE WHOLE YEAR): ".
           ACCEPT WANT-PERIOD.
           MOVE "N" TO FISCAL-FOUND-SW.
           MOVE "N" TO FISCAL-EOF-SW.
           OPEN INPUT FISCAL-FILE.
           IF FISCAL-FILE-STATUS = "35"
               DISPLAY "*NO FISCAL CALENDAR FILE - RUN FISCAL-GEN*"
           ELSE
               PERFORM 063-READ-FISCAL-RCD
               PERFORM 064-CHECK-FISCAL-RCD
                   UNTIL FISCAL-EOF-SW = "Y"
               CLOSE FISCAL-FILE
           END-IF.
           IF FISCAL-PERIOD-FOUND
               DISPLAY "FISCAL " WANT-FISCAL-YEAR " PERIOD "
                   WANT-PERIOD " RUNS " FROM-DATE " THRU " TO-DATE
           ELSE
               DISPLAY "*FISCAL PERIOD NOT ON THE CALENDAR - NO"
                   " RANGE APPLIED*"
               MOVE ZERO TO FROM-DATE
               MOVE ZERO TO TO-DATE
           END-IF.

       063-READ-FISCAL-RCD.
           READ FISCAL-FILE
               AT END
                   MOVE "Y" TO FISCAL-EOF-SW
           END-READ.

      *----A WHOLE-YEAR REQUEST TAKES THE EARLIEST START AND THE
      *----LATEST END OF THAT YEAR'S PERIODS----
       064-CHECK-FISCAL-RCD.
           IF FR-FISCAL-YEAR IS NUMERIC AND FR-PERIOD IS NUMERIC
                  AND FR-START-DATE IS NUMERIC
                  AND FR-END-DATE IS NUMERIC
               IF FR-FISCAL-YEAR = WANT-FISCAL-YEAR
                      AND (WANT-PERIOD = ZERO
                           OR FR-PERIOD = WANT-PERIOD)
                   IF NOT FISCAL-PERIOD-FOUND
                          OR FR-START-DATE < FROM-DATE
                       MOVE FR-START-DATE TO FROM-DATE
                   END-IF
                   IF FR-END-DATE > TO-DATE
                       MOVE FR-END-DATE TO TO-DATE
                   END-IF
                   MOVE "Y" TO FISCAL-FOUND-SW
               END-IF
           END-IF.
           PERFORM 063-READ-FISCAL-RCD.

      *----DOES THIS LINE'S TRANSACTION DATE FALL IN THE RANGE?----
       065-CHECK-LINE-DATE.
           MOVE "Y" TO LINE-WANTED-SW.
           IF RANGE-GIVEN
               IF ALI-TRANS-DATE IS NOT NUMERIC
                   MOVE "N" TO LINE-WANTED-SW
               ELSE
                   MOVE ALI-TRANS-DATE TO LINE-DATE
                   IF FROM-DATE NOT = ZERO
                          AND LINE-DATE < FROM-DATE
                       MOVE "N" TO LINE-WANTED-SW
                   END-IF
                   IF TO-DATE NOT = ZERO AND LINE-DATE > TO-DATE
                       MOVE "N" TO LINE-WANTED-SW
                   END-IF
               END-IF
           END-IF.

      *----LOAD THE PROCESSOR'S SETTLEMENT FILE. A RECORD WITH A
      *----NON-NUMERIC AMOUNT CANNOT BE MATCHED AND IS CALLED OUT----
       100-LOAD-SETTLEMENTS.
           MOVE "N" TO SETTLE-EOF-SWITCH.
           OPEN INPUT SETTLE-FILE.
           IF SETTLE-FILE-STATUS = "35"
               DISPLAY "*NO " FUNCTION TRIM (SETTLE-FILE-NAME)
                   " FOUND - EVERY CARD SALE WILL SHOW UNSETTLED*"
           ELSE
               PERFORM 101-READ-SETTLE-RCD
               PERFORM 102-STORE-SETTLE-RCD
                   UNTIL SETTLE-EOF-SWITCH = "Y"
               CLOSE SETTLE-FILE
           END-IF.

       101-READ-SETTLE-RCD.
           READ SETTLE-FILE
               AT END
                   MOVE "Y" TO SETTLE-EOF-SWITCH
           END-READ.

       102-STORE-SETTLE-RCD.
           IF SE-AMOUNT IS NOT NUMERIC
               DISPLAY "*SETTLEMENT " SE-REGISTER "/" SE-REFERENCE
                   " AMOUNT NOT NUMERIC - NOT LOADED*"
           ELSE IF SETTLE-COUNT < 3000
               ADD 1 TO SETTLE-COUNT
               MOVE SE-REGISTER    TO ST-REGISTER (SETTLE-COUNT)
               MOVE SE-REFERENCE   TO ST-REFERENCE (SETTLE-COUNT)
               MOVE SE-AMOUNT      TO ST-AMOUNT (SETTLE-COUNT)
               MOVE SE-SETTLE-DATE TO ST-SETTLE-DATE (SETTLE-COUNT)
               MOVE "N" TO ST-MATCHED-SW (SETTLE-COUNT)
               IF SE-TYPE = "C" OR "c"
                   MOVE "Y" TO ST-CREDIT-SW (SETTLE-COUNT)
               ELSE
                   MOVE "N" TO ST-CREDIT-SW (SETTLE-COUNT)
               END-IF
               MOVE SE-REGISTER TO WORK-REGISTER
               PERFORM 150-FIND-REGISTER-ROW
               IF REGISTER-ROW-OK
                   IF SE-TYPE = "C" OR "c"
                       ADD SE-AMOUNT TO RG-SETTLED-CREDITS (RG-IX)
                   ELSE
                       ADD SE-AMOUNT TO RG-SETTLED-CHARGES (RG-IX)
                   END-IF
               END-IF
           ELSE
               IF SET-FULL-WARNED-SW NOT = "Y"
                   DISPLAY "*SETTLEMENT TABLE FULL - LATER RECORDS"
                       " LEFT OFF THE RECONCILIATION*"
                   MOVE "Y" TO SET-FULL-WARNED-SW
               END-IF
           END-IF.
           PERFORM 101-READ-SETTLE-RCD.

       110-READ-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----ONLY CARD TENDER LINES IN THE RANGE ARE MATCHED; CASH AND
      *----CHECK ARE DRAWER-RECON'S BUSINESS----
       120-MATCH-AUDIT-LINE.
           MOVE AUDIT-LINE TO AUDIT-LINE-IN.
           IF ALI-TENDER = "CARD"
               PERFORM 065-CHECK-LINE-DATE
               IF LINE-WANTED
                   PERFORM 125-MATCH-CARD-LINE
               END-IF
           END-IF.
           PERFORM 110-READ-AUDIT-LINE.

      *----A SALE LOOKS FOR A CHARGE WITH ITS RECEIPT NUMBER; A
      *----RETURN OR VOID (NEGATIVE ON THE LOG) LOOKS FOR A CREDIT
      *----WITH ITS OWN RECEIPT NUMBER. THE FIRST UNMATCHED ONE WINS,
      *----SO A DUPLICATED AUTHORIZATION IS LEFT OVER FOR GROUP 2
       125-MATCH-CARD-LINE.
           COMPUTE TOTAL-NUM = FUNCTION NUMVAL (ALI-TOTAL).
           IF TOTAL-NUM < ZERO
               COMPUTE LOGGED-AMOUNT = ZERO - TOTAL-NUM
           ELSE
               MOVE TOTAL-NUM TO LOGGED-AMOUNT
           END-IF.
           MOVE ALI-REGISTER TO WORK-REGISTER.
           PERFORM 150-FIND-REGISTER-ROW.
           IF REGISTER-ROW-OK
               IF TOTAL-NUM < ZERO
                   ADD TOTAL-NUM TO RG-LOGGED-REFUNDS (RG-IX)
               ELSE
                   ADD TOTAL-NUM TO RG-LOGGED-SALES (RG-IX)
               END-IF
           END-IF.
           MOVE "N" TO SETTLE-FOUND-SW.
           SET ST-IX TO 1.
           IF SETTLE-COUNT > ZERO
               IF TOTAL-NUM < ZERO
                   SEARCH SETTLE-ENTRY
                       AT END
                           CONTINUE
                       WHEN ST-REFERENCE (ST-IX) = ALI-RECEIPT-NO
                              AND ST-IS-CREDIT (ST-IX)
                              AND ST-MATCHED-SW (ST-IX) = "N"
                           MOVE "Y" TO SETTLE-FOUND-SW
                   END-SEARCH
               ELSE
                   SEARCH SETTLE-ENTRY
                       AT END
                           CONTINUE
                       WHEN ST-REFERENCE (ST-IX) = ALI-RECEIPT-NO
                              AND NOT ST-IS-CREDIT (ST-IX)
                              AND ST-MATCHED-SW (ST-IX) = "N"
                           MOVE "Y" TO SETTLE-FOUND-SW
                   END-SEARCH
               END-IF
           END-IF.
           IF NOT SETTLE-FOUND
               IF TOTAL-NUM < ZERO
                   MOVE 4 TO NEW-EXC-GROUP
                   PERFORM 160-ADD-LOG-EXCEPTION
               ELSE
                   MOVE 1 TO NEW-EXC-GROUP
                   PERFORM 160-ADD-LOG-EXCEPTION
               END-IF
           ELSE
               MOVE "Y" TO ST-MATCHED-SW (ST-IX)
               IF ST-AMOUNT (ST-IX) NOT = LOGGED-AMOUNT
                   MOVE 3 TO NEW-EXC-GROUP
                   PERFORM 160-ADD-LOG-EXCEPTION
               END-IF
           END-IF.

      *----FIND (OR START) THE ROW FOR WORK-REGISTER----
       150-FIND-REGISTER-ROW.
           MOVE "Y" TO REGISTER-ROW-OK-SW.
           SET RG-IX TO 1.
           SEARCH REGISTER-ENTRY
               AT END
                   IF REGISTER-COUNT < 50
                       ADD 1 TO REGISTER-COUNT
                       SET RG-IX TO REGISTER-COUNT
                       MOVE WORK-REGISTER TO RG-REGISTER (RG-IX)
                       MOVE ZERO TO RG-LOGGED-SALES (RG-IX)
                       MOVE ZERO TO RG-LOGGED-REFUNDS (RG-IX)
                       MOVE ZERO TO RG-SETTLED-CHARGES (RG-IX)
                       MOVE ZERO TO RG-SETTLED-CREDITS (RG-IX)
                       MOVE ZERO TO RG-EXCEPTIONS (RG-IX)
                   ELSE
                       MOVE "N" TO REGISTER-ROW-OK-SW
                       IF REG-FULL-WARNED-SW NOT = "Y"
                           DISPLAY "*REGISTER TABLE FULL - LATER"
                               " REGISTER IDS LEFT OFF THE TOTALS*"
                           MOVE "Y" TO REG-FULL-WARNED-SW
                       END-IF
                   END-IF
               WHEN RG-REGISTER (RG-IX) = WORK-REGISTER
                   CONTINUE
           END-SEARCH.

      *----HOLD ONE EXCEPTION RAISED BY A LOG LINE, IN THE GROUP
      *----THE CALLER SET IN NEW-EXC-GROUP----
       160-ADD-LOG-EXCEPTION.
           MOVE NEW-EXC-GROUP TO PRINT-GROUP.
           IF EXCEPTION-COUNT < 3000
               ADD 1 TO EXCEPTION-COUNT
               MOVE PRINT-GROUP    TO EX-GROUP (EXCEPTION-COUNT)
               MOVE ALI-REGISTER   TO EX-REGISTER (EXCEPTION-COUNT)
               MOVE ALI-RECEIPT-NO TO EX-RECEIPT (EXCEPTION-COUNT)
               MOVE ALI-TRANS-DATE TO EX-DATE (EXCEPTION-COUNT)
               MOVE TOTAL-NUM      TO EX-LOGGED (EXCEPTION-COUNT)
               IF SETTLE-FOUND
                   IF ST-IS-CREDIT (ST-IX)
                       COMPUTE EX-SETTLED (EXCEPTION-COUNT) =
                           ZERO - ST-AMOUNT (ST-IX)
                   ELSE
                       MOVE ST-AMOUNT (ST-IX)
                           TO EX-SETTLED (EXCEPTION-COUNT)
                   END-IF
               ELSE
                   MOVE ZERO TO EX-SETTLED (EXCEPTION-COUNT)
               END-IF
               ADD 1 TO GROUP-COUNT (PRINT-GROUP)
               IF REGISTER-ROW-OK
                   ADD 1 TO RG-EXCEPTIONS (RG-IX)
               END-IF
           ELSE
               PERFORM 170-WARN-EXCEPTIONS-FULL
           END-IF.

       170-WARN-EXCEPTIONS-FULL.
           IF EXC-FULL-WARNED-SW NOT = "Y"
               DISPLAY "*EXCEPTION TABLE FULL - LATER EXCEPTIONS"
                   " LEFT OFF THE REPORT*"
               MOVE "Y" TO EXC-FULL-WARNED-SW
           END-IF.

      *----A SETTLEMENT NO LOGGED CARD LINE CLAIMED IS MONEY THE
      *----PROCESSOR MOVED FOR A SALE WE NEVER RANG (OR A SECOND
      *----TIME FOR ONE WE DID)----
       200-LIST-UNMATCHED-SETTLEMENT.
           IF ST-MATCHED-SW (ST-IX) = "N"
               IF EXCEPTION-COUNT < 3000
                   ADD 1 TO EXCEPTION-COUNT
                   MOVE 2 TO EX-GROUP (EXCEPTION-COUNT)
                   MOVE ST-REGISTER (ST-IX)
                       TO EX-REGISTER (EXCEPTION-COUNT)
                   MOVE ST-REFERENCE (ST-IX)
                       TO EX-RECEIPT (EXCEPTION-COUNT)
                   MOVE ST-SETTLE-DATE (ST-IX)
                       TO EX-DATE (EXCEPTION-COUNT)
                   MOVE ZERO TO EX-LOGGED (EXCEPTION-COUNT)
                   IF ST-IS-CREDIT (ST-IX)
                       COMPUTE EX-SETTLED (EXCEPTION-COUNT) =
                           ZERO - ST-AMOUNT (ST-IX)
                   ELSE
                       MOVE ST-AMOUNT (ST-IX)
                           TO EX-SETTLED (EXCEPTION-COUNT)
                   END-IF
                   ADD 1 TO GROUP-COUNT (2)
                   MOVE ST-REGISTER (ST-IX) TO WORK-REGISTER
                   PERFORM 150-FIND-REGISTER-ROW
                   IF REGISTER-ROW-OK
                       ADD 1 TO RG-EXCEPTIONS (RG-IX)
                   END-IF
               ELSE
                   PERFORM 170-WARN-EXCEPTIONS-FULL
               END-IF
           END-IF.

      *----ONE EXCEPTION GROUP: ITS TITLE, EVERY LINE IN IT, AND
      *----ITS COUNT----
       300-PRINT-ONE-GROUP.
           EVALUATE PRINT-GROUP
               WHEN 1
                   MOVE "CARD SALES LOGGED BUT NEVER SETTLED"
                       TO GHL-TITLE
               WHEN 2
                   MOVE "SETTLEMENTS WITH NO MATCHING SALE"
                       TO GHL-TITLE
               WHEN 3
                   MOVE "AMOUNT MISMATCHES" TO GHL-TITLE
               WHEN 4
                   MOVE "CARD RETURNS/VOIDS NEVER CREDITED"
                       TO GHL-TITLE
           END-EVALUATE.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           WRITE RECON-LINE FROM GROUP-HEADING-LINE.
           WRITE RECON-LINE FROM GROUP-COLUMN-LINE.
           MOVE ZERO TO GROUP-LINE-COUNT.
           PERFORM 310-PRINT-ONE-EXCEPTION
               VARYING EX-IX FROM 1 BY 1
               UNTIL EX-IX > EXCEPTION-COUNT.
           IF GROUP-LINE-COUNT = ZERO
               WRITE RECON-LINE FROM NONE-LINE-OUT
           END-IF.
           MOVE GROUP-COUNT (PRINT-GROUP) TO GTL-COUNT.
           WRITE RECON-LINE FROM GROUP-TOTAL-LINE.

       310-PRINT-ONE-EXCEPTION.
           IF EX-GROUP (EX-IX) = PRINT-GROUP
               ADD 1 TO GROUP-LINE-COUNT
               MOVE EX-REGISTER (EX-IX) TO ELO-REGISTER
               MOVE EX-RECEIPT (EX-IX)  TO ELO-RECEIPT
               MOVE EX-DATE (EX-IX)     TO ELO-DATE
               MOVE EX-LOGGED (EX-IX)   TO ELO-LOGGED
               MOVE EX-SETTLED (EX-IX)  TO ELO-SETTLED
               WRITE RECON-LINE FROM EXCEPTION-LINE-OUT
           END-IF.

      *----LOGGED AGAINST SETTLED PER REGISTER, THEN THE TIE-OUT
      *----LINE THE CLOSER SIGNS OFF ON----
       400-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           WRITE RECON-LINE FROM HEADING-LINE-3.
           WRITE RECON-LINE FROM REGISTER-HEADING-LINE.
           MOVE ZERO TO GT-LOGGED-NET.
           MOVE ZERO TO GT-SETTLED-NET.
           PERFORM 410-PRINT-ONE-REGISTER
               VARYING RG-IX FROM 1 BY 1
               UNTIL RG-IX > REGISTER-COUNT.
           WRITE RECON-LINE FROM HEADING-LINE-3.
           COMPUTE GT-DIFFERENCE = GT-LOGGED-NET - GT-SETTLED-NET.
           MOVE GT-LOGGED-NET  TO TOL-LOGGED.
           MOVE GT-SETTLED-NET TO TOL-SETTLED.
           MOVE GT-DIFFERENCE  TO TOL-DIFFERENCE.
           IF GT-DIFFERENCE = ZERO AND EXCEPTION-COUNT = ZERO
               MOVE "TIED OUT - CLEAN" TO TOL-VERDICT
           ELSE
               MOVE "NOT TIED OUT - SEE EXCEPTIONS" TO TOL-VERDICT
           END-IF.
           WRITE RECON-LINE FROM TIE-OUT-LINE.
           DISPLAY "CARD TIE-OUT: " TOL-VERDICT.

       410-PRINT-ONE-REGISTER.
           COMPUTE ROW-LOGGED-NET = RG-LOGGED-SALES (RG-IX)
               + RG-LOGGED-REFUNDS (RG-IX).
           COMPUTE ROW-SETTLED-NET = RG-SETTLED-CHARGES (RG-IX)
               - RG-SETTLED-CREDITS (RG-IX).
           MOVE RG-REGISTER (RG-IX)       TO RLO-REGISTER.
           MOVE RG-LOGGED-SALES (RG-IX)   TO RLO-SALES.
           MOVE RG-LOGGED-REFUNDS (RG-IX) TO RLO-REFUNDS.
           MOVE ROW-LOGGED-NET            TO RLO-LOGGED-NET.
           MOVE ROW-SETTLED-NET           TO RLO-SETTLED-NET.
           COMPUTE RLO-DIFFERENCE = ROW-LOGGED-NET - ROW-SETTLED-NET.
           MOVE RG-EXCEPTIONS (RG-IX)     TO RLO-EXCEPTIONS.
           WRITE RECON-LINE FROM REGISTER-LINE-OUT.
           ADD ROW-LOGGED-NET  TO GT-LOGGED-NET.
           ADD ROW-SETTLED-NET TO GT-SETTLED-NET.


      *----READ THE CENTRAL PARAMETER FILE AND APPLY EVERY KEYWORD
      *----THIS PROGRAM RECOGNIZES, SHOWING EACH VALUE AS IT LANDS--
       050-READ-PARM-FILE.
           MOVE SPACES TO PARM-ENV-OVERRIDE.
           ACCEPT PARM-ENV-OVERRIDE FROM ENVIRONMENT "PARM_FILE".
           IF PARM-ENV-OVERRIDE NOT = SPACES
               MOVE PARM-ENV-OVERRIDE TO PARM-FILE-NAME
           END-IF.
           MOVE "N" TO PARM-EOF-SWITCH.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = "35"
               PERFORM 051-READ-PARM-RCD
               PERFORM 052-APPLY-ONE-PARM
                   UNTIL PARM-EOF-SWITCH = "Y"
               CLOSE PARM-FILE
           END-IF.

       051-READ-PARM-RCD.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO PARM-EOF-SWITCH
           END-READ.

       052-APPLY-ONE-PARM.
           MOVE SPACES TO PARM-KEY.
           MOVE SPACES TO PARM-VALUE.
           UNSTRING PARM-RECORD DELIMITED BY "="
               INTO PARM-KEY PARM-VALUE.
           EVALUATE PARM-KEY
               WHEN "SALESTAX_AUDIT_FILE"
                   MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "CARD_SETTLE_FILE"
                   MOVE PARM-VALUE TO SETTLE-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "FISCAL_CALENDAR_FILE"
                   MOVE PARM-VALUE TO FISCAL-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 051-READ-PARM-RCD.

       end program CARD-RECON.
