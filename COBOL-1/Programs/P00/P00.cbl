      *04/20/2016 - AT - added the new register over/short trend
      *  report (DRAWER-TREND) as selection 28; EXIT moves down
      *  to 29.
      *04/26/2016 - AT - added the new product / category rule
      *  maintenance (PRODUCT-MAINT) as selection 29 (level 3, like
      *  RATE-MAINT); EXIT moves down to 30.
      *04/27/2016 - AT - added the new product / category sales
      *  analysis (SALES-ANALYSIS) as selection 30; EXIT moves down
      *  to 31.
      *04/30/2016 - AT - added the new card settlement reconciliation
      *  (CARD-RECON) as selection 31; EXIT moves down to 32.
      *05/04/2016 - AT - added the new receipt lookup / duplicate
      *  reprint (RECEIPT-INQUIRY) as selection 32; EXIT moves down
      *  to 33.
      *05/05/2016 - AT - added the new purchaser master maintenance
      *  (PURCHASER-MAINT) as selection 33 at level 1 - address and
      *  terms upkeep is clerk work, and the program itself asks for
      *  level 3 before a large credit-limit raise; EXIT moves down to
      *  34.
      *05/06/2016 - AT - added the new cash receipts / lockbox import
      *  (CASH-RECEIPTS) as selection 34 at level 3, like invoice
      *  maintenance - it writes the payments file; EXIT moves down
      *  to 35.
      *05/07/2016 - AT - added the month-end finance charge run
      *  (FINANCE-CHARGE) as selection 35 at level 3 - it writes
      *  open items to the finance-charge feed; EXIT moves down to 36.
      *05/08/2016 - AT - added the credit-hold list (CREDIT-HOLD) as
      *  selection 36 at level 3 - it decides who may be billed; put
      *  it in the nightly run list to build the list and print the
      *  hold report unattended. EXIT moves down to 37.
      *05/09/2016 - AT - added the receivables trend report
      *  (AR-TREND) as selection 37 at level 1 - it only reads the
      *  month-end snapshots REPORTMAKER saves. EXIT moves to 38.
      *05/10/2016 - AT - added bad-debt write-off and recovery
      *  (WRITE-OFF) as selection 38 at level 3 - it takes invoices
      *  off the books. In the nightly run list it prints the month-
      *  to-date write-off register. EXIT moves to 39.
      *05/15/2016 - AT - added the deadline check (DEADLINE-CHECK) as
      *  selection 39 at level 1 - it only reads the schedule and the
      *  logs. Put it in the nightly run list ahead of LOG-ANALYZER so
      *  the morning report carries missed and due-soon deadlines. EXIT
      *  moves to 40.
      *05/16/2016 - AT - added fiscal calendar generation (FISCAL-GEN)
      *  as selection 40, level 3 like HOLIDAY-GEN beside it - it
      *  rewrites the fiscal calendar the range programs read. EXIT
      *  moves to 41.
      *05/17/2016 - AT - added do-not-mail maintenance (DNM-MAINT) as
      *  selection 41, level 3 like the other maintenance programs - it
      *  keeps the suppression file FLIPPER's batch run checks. EXIT
      *  moves to 42.
      *05/18/2016 - AT - added the mailing list extract (MAIL-EXTRACT)
      *  as selection 42 - it builds FLIPPER's name file from the
      *  purchaser or employee master. EXIT moves to 43.
      *05/21/2016 - AT - added the leave accrual run (LEAVE-ACCRUAL)
      *  as selection 43, level 3 since it posts to the leave balance
      *  file. EXIT moves to 44.
      *05/22/2016 - AT - added the headcount and turnover trend report
      *  (TURNOVER-REPORT) as selection 44. EXIT moves to 45.
      *05/23/2016 - AT - added the salary as-of-date report
      *  (SALARY-AS-OF) as selection 45. EXIT moves to 46.
      *05/24/2016 - AT - added the raise what-if model (RAISE-MODEL) as
      *  selection 46. EXIT moves to 47.
      *05/25/2016 - AT - added the terminated-employee purge
      *  (EMPLOYEE-PURGE) as selection 47 at level 3 - it removes
      *  employees from the master. EXIT moves to 48.
      *05/26/2016 - AT - added the general ledger journal extract
      *  (GL-EXTRACT) as selection 48 at level 3. EXIT moves to 49.
      *05/27/2016 - AT - OPERMAST.DAT was still kept by hand in a
      *  text editor. Added OPERATOR-MAINT (selection 49) and
      *  OPERATOR-ACTIVITY (selection 50), both level 3; EXIT moves
      *  to 51. The operator record now carries a status, a last
      *  sign-on date and an added date: a disabled operator is
      *  refused at sign-on, and every good sign-on (keyboard or
      *  MENU_OPERATOR) dates the operator on the master.
      *05/28/2016 - AT - added the year-end close (YEAR-END-CLOSE)
      *  as selection 51 at level 3. EXIT moves to 52.
      *05/29/2016 - AT - added the cross-file integrity check
      *  (INTEGRITY-CHECK) as selection 52 at level 1 - it only reads
      *  the files. Put it in the nightly run list ahead of
      *  LOG-ANALYZER so the morning report carries its exception
      *  count. EXIT moves to 53.
      *05/30/2016 - AT - added LABOR DISTRIBUTION CHECK
      *  (LABOR-DIST-CHECK) as selection 53 at level 1 - it only reads
      *  the payroll files. EXIT moves to 54.
      *05/31/2016 - AT - the sign-on stamp no longer rewrites
      *  OPERMAST.DAT when the master overflowed the operator table
      *  (the operators not loaded would have been dropped), and a
      *  level byte that is not a digit is written back as it was.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               05 RL-CHOICE-X       PIC X(2).

      *----ONE OPERATOR: ID, NAME, AND AUTHORIZATION LEVEL (1 IS
      *----INQUIRIES/REPORTS, 3 IS MAINTENANCE AND RAISE-APPLY),
      *----THEN STATUS (D = DISABLED, ANYTHING ELSE ACTIVE), THE
      *----LAST SIGN-ON DATE THE MENU STAMPS AND THE DATE
      *----OPERATOR-MAINT ADDED THE OPERATOR (BLANK ON RECORDS
      *----KEYED BEFORE OPERATOR-MAINT EXISTED)----
           FD OPERFILE.
           01 OPERFILE-PICS.
               05 OPF-ID            PIC X(3).
               05 OPF-NAME          PIC X(20).
               05 OPF-LEVEL         PIC 9.
               05 OPF-STATUS        PIC X.
               05 OPF-LAST-SIGNON   PIC X(8).
               05 OPF-ADDED-DATE    PIC X(8).

           WORKING-STORAGE SECTION.

              10 OP-ID          PIC X(3).
              10 OP-NAME        PIC X(20).
              10 OP-LEVEL       PIC 9.
              10 OP-LEVEL-BYTE  PIC X.
              10 OP-STATUS      PIC X.
                  88 OP-DISABLED    VALUE "D".
              10 OP-LAST-SIGNON PIC X(8).
              10 OP-ADDED-DATE  PIC X(8).
       01 OPERATOR-DISABLED-SW  PIC X     VALUE "N".
           88 OPERATOR-WAS-DISABLED VALUE "Y".
       01 OPERATOR-OVERFLOW-SW  PIC X     VALUE "N".
           88 OPERATOR-TABLE-FULL   VALUE "Y".

      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK BY THE
      *----CALLED UTILITIES (SAME EXTERNAL AREA IN EACH OF THEM)----
       040-LOAD-OPERATORS.
           MOVE ZERO TO OPERATOR-COUNT.
           MOVE "N" TO OPER-EOF-SWITCH.
           MOVE "N" TO OPERATOR-OVERFLOW-SW.
           MOVE "N" TO SIGNON-SWITCH.
           MOVE SPACES TO OPERFILE-NAME.
           ACCEPT OPERFILE-NAME FROM ENVIRONMENT "OPERATOR_FILE".
               ADD 1 TO OPERATOR-COUNT
               MOVE OPF-ID    TO OP-ID (OPERATOR-COUNT)
               MOVE OPF-NAME  TO OP-NAME (OPERATOR-COUNT)
               MOVE OPERFILE-PICS (24:1)
                   TO OP-LEVEL-BYTE (OPERATOR-COUNT)
               IF OPF-LEVEL IS NUMERIC
                   MOVE OPF-LEVEL TO OP-LEVEL (OPERATOR-COUNT)
               ELSE
                   MOVE 1 TO OP-LEVEL (OPERATOR-COUNT)
               END-IF
               MOVE OPF-STATUS TO OP-STATUS (OPERATOR-COUNT)
               MOVE OPF-LAST-SIGNON TO OP-LAST-SIGNON (OPERATOR-COUNT)
               MOVE OPF-ADDED-DATE TO OP-ADDED-DATE (OPERATOR-COUNT)
           ELSE
               DISPLAY "*OPERATOR TABLE FULL - " OPF-ID
                   " NOT LOADED*"
               MOVE "Y" TO OPERATOR-OVERFLOW-SW
           END-IF.
           PERFORM 041-READ-OPERATOR-RCD.

           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT ENTERED-OPERATOR.
           PERFORM 055-VERIFY-OPERATOR.
           IF NOT SIGNED-ON AND NOT OPERATOR-WAS-DISABLED
               DISPLAY "*OPERATOR NOT ON THE MASTER*"
           END-IF.

      *----A DISABLED OPERATOR IS REFUSED THE SAME AS AN UNKNOWN
      *----ONE; A GOOD SIGN-ON IS DATED ON THE MASTER SO
      *----OPERATOR-ACTIVITY CAN FLAG IDS NOBODY USES ANY MORE----
       055-VERIFY-OPERATOR.
           MOVE "N" TO OPERATOR-DISABLED-SW.
           SET OP-IX TO 1.
           SEARCH OPERATOR-ENTRY
               AT END
                   CONTINUE
               WHEN OP-ID (OP-IX) = ENTERED-OPERATOR
                   IF OP-DISABLED (OP-IX)
                       MOVE "Y" TO OPERATOR-DISABLED-SW
                       DISPLAY "*OPERATOR " OP-ID (OP-IX)
                           " IS DISABLED*"
                   ELSE
                       MOVE "Y" TO SIGNON-OK-SWITCH
                       MOVE OP-ID (OP-IX) TO OPR-ID
                       MOVE OP-LEVEL (OP-IX) TO OPR-LEVEL
                       DISPLAY "SIGNED ON: " OP-NAME (OP-IX)
                           " (LEVEL " OP-LEVEL (OP-IX) ")"
                       PERFORM 057-STAMP-SIGN-ON
                   END-IF
           END-SEARCH.

      *----REWRITE THE MASTER FROM THE TABLE WITH TODAY AS THIS
      *----OPERATOR'S LAST SIGN-ON. A MASTER TOO BIG FOR THE TABLE
      *----IS LEFT ALONE - REWRITING IT WOULD DROP THE OPERATORS
      *----THAT WERE NOT LOADED----
       057-STAMP-SIGN-ON.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OP-LAST-SIGNON (OP-IX).
           IF OPERATOR-TABLE-FULL
               DISPLAY "*OPERATOR MASTER NOT RE-DATED - IT OVERFLOWS"
                   " THE 50-ENTRY TABLE*"
           ELSE
               OPEN OUTPUT OPERFILE
               PERFORM 058-WRITE-OPERATOR-RCD
                   VARYING OP-IX FROM 1 BY 1
                   UNTIL OP-IX > OPERATOR-COUNT
               CLOSE OPERFILE
           END-IF.

       058-WRITE-OPERATOR-RCD.
           MOVE OP-ID (OP-IX)          TO OPF-ID.
           MOVE OP-NAME (OP-IX)        TO OPF-NAME.
           MOVE OP-LEVEL-BYTE (OP-IX)  TO OPERFILE-PICS (24:1).
           MOVE OP-STATUS (OP-IX)      TO OPF-STATUS.
           MOVE OP-LAST-SIGNON (OP-IX) TO OPF-LAST-SIGNON.
           MOVE OP-ADDED-DATE (OP-IX)  TO OPF-ADDED-DATE.
           WRITE OPERFILE-PICS.

      *----A RUN-LIST RUN HAS NOBODY AT THE KEYBOARD, SO ITS
      *----OPERATOR COMES FROM MENU_OPERATOR. AN UNKNOWN OR UNSET
      *----ID RUNS AT LEVEL 1 AND THE RESTRICTED SELECTIONS IN THE
           DISPLAY "26) MASTER FILE BACKUP/RESTORE".
           DISPLAY "27) PARAMETER FILE CHECK".
           DISPLAY "28) REGISTER OVER/SHORT TREND REPORT".
           DISPLAY "29) PRODUCT / CATEGORY RULE MAINTENANCE".
           DISPLAY "30) PRODUCT / CATEGORY SALES ANALYSIS".
           DISPLAY "31) CARD SETTLEMENT RECONCILIATION".
           DISPLAY "32) RECEIPT LOOKUP / REPRINT".
           DISPLAY "33) PURCHASER MASTER MAINTENANCE".
           DISPLAY "34) CASH RECEIPTS / LOCKBOX".
           DISPLAY "35) FINANCE CHARGE RUN".
           DISPLAY "36) CREDIT HOLD LIST".
           DISPLAY "37) AR TREND REPORT".
           DISPLAY "38) WRITE-OFFS".
           DISPLAY "39) DEADLINE CHECK".
           DISPLAY "40) FISCAL CALENDAR GENERATION".
           DISPLAY "41) DO-NOT-MAIL MAINTENANCE".
           DISPLAY "42) MAILING LIST EXTRACT".
           DISPLAY "43) LEAVE ACCRUAL".
           DISPLAY "44) HEADCOUNT AND TURNOVER".
           DISPLAY "45) SALARY AS OF A DATE".
           DISPLAY "46) RAISE WHAT-IF MODEL".
           DISPLAY "47) PURGE TERMINATED EMPLOYEES".
           DISPLAY "48) GENERAL LEDGER EXTRACT".
           DISPLAY "49) OPERATOR MAINTENANCE".
           DISPLAY "50) OPERATOR ACTIVITY REPORT".
           DISPLAY "51) YEAR-END CLOSE".
           DISPLAY "52) INTEGRITY CHECK".
           DISPLAY "53) LABOR DISTRIBUTION CHECK".
           DISPLAY "54) EXIT".

       120-GET-CHOICE.
           DISPLAY "ENTER SELECTION (1-54): ".
           ACCEPT MENU-CHOICE.

       130-RUN-CHOICE.
               WHEN 22
               WHEN 25
               WHEN 26
               WHEN 29
               WHEN 34
               WHEN 35
               WHEN 36
               WHEN 38
               WHEN 40
               WHEN 41
               WHEN 43
               WHEN 47
               WHEN 48
               WHEN 49
               WHEN 50
               WHEN 51
                   MOVE 3 TO REQUIRED-LEVEL
               WHEN OTHER
                   MOVE 1 TO REQUIRED-LEVEL
               WHEN 28
                   CALL "DRAWER-TREND"
               WHEN 29
                   CALL "PRODUCT-MAINT"
               WHEN 30
                   CALL "SALES-ANALYSIS"
               WHEN 31
                   CALL "CARD-RECON"
               WHEN 32
                   CALL "RECEIPT-INQUIRY"
               WHEN 33
                   CALL "PURCHASER-MAINT"
               WHEN 34
                   CALL "CASH-RECEIPTS"
               WHEN 35
                   CALL "FINANCE-CHARGE"
               WHEN 36
                   CALL "CREDIT-HOLD"
               WHEN 37
                   CALL "AR-TREND"
               WHEN 38
                   CALL "WRITE-OFF"
               WHEN 39
                   CALL "DEADLINE-CHECK"
               WHEN 40
                   CALL "FISCAL-GEN"
               WHEN 41
                   CALL "DNM-MAINT"
               WHEN 42
                   CALL "MAIL-EXTRACT"
               WHEN 43
                   CALL "LEAVE-ACCRUAL"
               WHEN 44
                   CALL "TURNOVER-REPORT"
               WHEN 45
                   CALL "SALARY-AS-OF"
               WHEN 46
                   CALL "RAISE-MODEL"
               WHEN 47
                   CALL "EMPLOYEE-PURGE"
               WHEN 48
                   CALL "GL-EXTRACT"
               WHEN 49
                   CALL "OPERATOR-MAINT"
               WHEN 50
                   CALL "OPERATOR-ACTIVITY"
               WHEN 51
                   CALL "YEAR-END-CLOSE"
               WHEN 52
                   CALL "INTEGRITY-CHECK"
               WHEN 53
                   CALL "LABOR-DIST-CHECK"
               WHEN 54
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*INVALID SELECTION - PLEASE TRY AGAIN*"
           END-EVALUATE.
           IF MENU-CHOICE >= 1 AND MENU-CHOICE <= 53
               DISPLAY ">>> " RSA-COMPLETION-STATUS " WITH "
                   RSA-EXCEPTION-COUNT " EXCEPTION(S)"
           END-IF.
