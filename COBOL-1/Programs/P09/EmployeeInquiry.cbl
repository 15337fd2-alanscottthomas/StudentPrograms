      *  honored here now.
      *03/24/2016 - AT - the keyed copy now carries the master's
      *  hire and termination dates; both are shown when set.
      *05/21/2016 - AT - shows the employee's vacation and sick
      *  hours from the leave balance file LEAVE-ACCRUAL keeps.
      *05/23/2016 - AT - lists every salary change on file for the
      *  employee from the salary history (P09SALH.DAT) that
      *  RAISE-APPLY and EMPLOYEE-MAINT append to.
      *05/25/2016 - AT - an SSN not on P09EMP.IDX is looked up on the
      *  terminated-employee archive (P09TERM.DAT) EMPLOYEE-PURGE
      *  writes, and shown from there with the date it was purged.
      *06/01/2016 - AT - EMPLOYEE-PURGE now takes a purged employee's
      *  leave record off P09LEAVE.DAT; an archived employee shows
      *  where the final balances went instead of no leave at all.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               organization is line sequential
               file status is PARM-FILE-STATUS.

               SELECT LEAVEFILE ASSIGN TO DYNAMIC LEAVEFILE-NAME
               organization is line sequential
               file status is LEAVEFILE-STATUS.

               SELECT SALHIST ASSIGN TO DYNAMIC SALHIST-NAME
               organization is line sequential
               file status is SALHIST-STATUS.

               SELECT ARCHIVEFILE ASSIGN TO DYNAMIC ARCHIVEFILE-NAME
               organization is line sequential
               file status is ARCHIVEFILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

      *----SAME LAYOUT LEAVE-ACCRUAL WRITES----
           FD LEAVEFILE.
           01 LEAVEFILE-PICS.
               05 LV-SSN           PIC 9(9).
               05 LV-VAC-BALANCE   PIC 9(4)V99.
               05 LV-SICK-BALANCE  PIC 9(4)V99.
               05 LV-LAST-ACCRUAL  PIC 9(8).
               05 LV-LAST-CAP-YEAR PIC 9(4).
               05 LV-LAST-FORFEIT  PIC 9(4)V99.

      *----SAME SALARY HISTORY RECORD RAISE-APPLY AND EMPLOYEE-MAINT
      *----WRITE----
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

      *----SAME TERMINATED-EMPLOYEE ARCHIVE RECORD EMPLOYEE-PURGE
      *----WRITES: THE MASTER RECORD, THEN THE PURGE DATE AND WHO
      *----RAN IT----
           FD ARCHIVEFILE.
           01 ARCHIVEFILE-PICS.
               05 TA-EMPLOYEE       PIC X(66).
               05 TA-EMPLOYEE-R REDEFINES TA-EMPLOYEE.
                  10 TA-SSN         PIC 9(9).
                  10 FILLER         PIC X(57).
               05 TA-PURGE-DATE     PIC 9(8).
               05 TA-OPERATOR       PIC X(3).


       WORKING-STORAGE SECTION.

       01 IDXFILE-STATUS    PIC X(2) VALUE SPACES.
       01 CAMPUSFILE-STATUS PIC X(2) VALUE SPACES.
       01 LEAVEFILE-STATUS  PIC X(2) VALUE SPACES.
       01 SALHIST-STATUS    PIC X(2) VALUE SPACES.
       01 ARCHIVEFILE-STATUS PIC X(2) VALUE SPACES.

       01 IDXFILE-NAME  PIC X(80) VALUE "C:\COBOL\P09EMP.IDX".
       01 FILE2-NAME    PIC X(80) VALUE "C:\COBOL\P09DDT.DAT".
       01 FILE3-NAME    PIC X(80) VALUE "C:\COBOL\P09DPT.DAT".
       01 BANDFILE-NAME PIC X(80) VALUE "C:\COBOL\P09BND.DAT".
       01 CAMPFILE-NAME PIC X(80) VALUE "C:\COBOL\P09CMP.DAT".
       01 LEAVEFILE-NAME PIC X(80) VALUE "C:\COBOL\P09LEAVE.DAT".
       01 SALHIST-NAME  PIC X(80) VALUE "C:\COBOL\P09SALH.DAT".
       01 ARCHIVEFILE-NAME PIC X(80) VALUE "C:\COBOL\P09TERM.DAT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME P09_* KEYS THE EMPLOYEE REPORT
           05 SHOW-CAMPUS   PIC X(10).
           05 SHOW-DEPT     PIC X(10).
           05 SHOW-POSITION PIC X(10).
           05 SHOW-HOURS    PIC Z,ZZ9.99.
           05 LEAVE-FOUND-SW PIC X  VALUE "N".
               88 LEAVE-FOUND   VALUE "Y".
           05 HISTORY-COUNT PIC 9(3)  VALUE ZERO.
           05 ARCHIVE-FOUND-SW PIC X  VALUE "N".
               88 ARCHIVE-FOUND VALUE "Y".
           05 ARCHIVE-PURGE-DATE PIC 9(8) VALUE ZERO.
           05 SHOW-OLD-SAL  PIC ZZZ,ZZ9.
           05 SHOW-NEW-SAL  PIC ZZZ,ZZ9.


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
                   MOVE PARM-VALUE TO CAMPFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_LEAVE_FILE"
                   MOVE PARM-VALUE TO LEAVEFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_SALARY_HISTORY_FILE"
                   MOVE PARM-VALUE TO SALHIST-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_TERM_ARCHIVE_FILE"
                   MOVE PARM-VALUE TO ARCHIVEFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE

      *----ONE KEYED READ, THEN THE SAME RESOLUTION THE REPORT DOES--
       200-READ-AND-SHOW-EMPLOYEE.
           MOVE "N" TO ARCHIVE-FOUND-SW.
           MOVE WK-SSN TO IDX-SSN.
           READ IDXFILE
               INVALID KEY
                   PERFORM 240-READ-ARCHIVE
               NOT INVALID KEY
                   PERFORM 210-RESOLVE-AND-DISPLAY
           END-READ.
           IF IDX-SUPERVISOR IS NUMERIC AND IDX-SUPERVISOR > ZERO
               DISPLAY "  SUPERVISOR: " IDX-SUPERVISOR
           END-IF.
           PERFORM 220-SHOW-LEAVE.
           PERFORM 230-SHOW-SALARY-HISTORY.

      *----THE EMPLOYEE'S BALANCES AS OF THE LAST ACCRUAL RUN. THE
      *----LEAVE FILE IS SMALL AND SEQUENTIAL - READ IT THROUGH TO
      *----THE SSN. NO FILE OR NO RECORD SIMPLY SHOWS NOTHING,
      *----EXCEPT FOR A PURGED EMPLOYEE, WHOSE LEAVE RECORD WENT
      *----WITH THE PURGE----
       220-SHOW-LEAVE.
           MOVE "N" TO LEAVE-FOUND-SW.
           MOVE "N" TO SWITCH.
           OPEN INPUT LEAVEFILE.
           IF LEAVEFILE-STATUS NOT = "35"
               PERFORM 221-READ-ONE-LEAVE
                   UNTIL ENDOFFILE OR LEAVE-FOUND
               CLOSE LEAVEFILE
           END-IF.
           MOVE "N" TO SWITCH.
           IF LEAVE-FOUND
               MOVE LV-VAC-BALANCE TO SHOW-HOURS
               DISPLAY "  VACATION:   " SHOW-HOURS " HOURS"
               MOVE LV-SICK-BALANCE TO SHOW-HOURS
               DISPLAY "  SICK:       " SHOW-HOURS " HOURS"
               IF LV-LAST-ACCRUAL > ZERO
                   DISPLAY "  LEAVE AS OF " LV-LAST-ACCRUAL
               END-IF
           ELSE
               IF ARCHIVE-FOUND
                   DISPLAY "  LEAVE:      FINAL BALANCES ON THE PURGE"
                       " REGISTER OF " ARCHIVE-PURGE-DATE
               END-IF
           END-IF.

       221-READ-ONE-LEAVE.
           READ LEAVEFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF LV-SSN = IDX-SSN
                   MOVE "Y" TO LEAVE-FOUND-SW
               END-IF
           END-READ.

      *----EVERY SALARY CHANGE ON FILE FOR THE EMPLOYEE, IN THE ORDER
      *----IT WAS RECORDED. NO FILE OR NO CHANGES SHOWS NOTHING----
       230-SHOW-SALARY-HISTORY.
           MOVE ZERO TO HISTORY-COUNT.
           MOVE "N" TO SWITCH.
           OPEN INPUT SALHIST.
           IF SALHIST-STATUS NOT = "35"
               PERFORM 231-READ-ONE-HISTORY
                   UNTIL ENDOFFILE
               CLOSE SALHIST
           END-IF.
           MOVE "N" TO SWITCH.

       231-READ-ONE-HISTORY.
           READ SALHIST
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF SH-SSN = IDX-SSN
                   IF HISTORY-COUNT = ZERO
                       DISPLAY "  SALARY HISTORY:  EFFECTIVE    OLD"
                           "     NEW  RSN   SRC OPR"
                   END-IF
                   ADD 1 TO HISTORY-COUNT
                   MOVE SH-OLD-SALARY TO SHOW-OLD-SAL
                   MOVE SH-NEW-SALARY TO SHOW-NEW-SAL
                   DISPLAY "                   " SH-EFFECTIVE-DATE
                       " " SHOW-OLD-SAL " " SHOW-NEW-SAL "  "
                       SH-REASON "  " SH-SOURCE "   " SH-OPERATOR
               END-IF
           END-READ.

      *----NOT ON THE MASTER - TRY THE TERMINATED-EMPLOYEE ARCHIVE.
      *----IT IS SEQUENTIAL AND ONLY READ ON A MISS, SO READ IT
      *----THROUGH TO THE SSN (THE LAST PURGE OF IT WINS). A FIND IS
      *----SHOWN JUST AS A MASTER RECORD WOULD BE, PLUS THE PURGE----
       240-READ-ARCHIVE.
           MOVE "N" TO ARCHIVE-FOUND-SW.
           MOVE "N" TO SWITCH.
           OPEN INPUT ARCHIVEFILE.
           IF ARCHIVEFILE-STATUS NOT = "35"
               PERFORM 241-READ-ONE-ARCHIVE
                   UNTIL ENDOFFILE
               CLOSE ARCHIVEFILE
           END-IF.
           MOVE "N" TO SWITCH.
           IF ARCHIVE-FOUND
               DISPLAY "  *TERMINATED-EMPLOYEE ARCHIVE - PURGED FROM"
                   " THE MASTER " ARCHIVE-PURGE-DATE "*"
               PERFORM 210-RESOLVE-AND-DISPLAY
           ELSE
               DISPLAY "*SSN " WK-SSN " NOT ON THE MASTER OR THE"
                   " ARCHIVE*"
           END-IF.

       241-READ-ONE-ARCHIVE.
           READ ARCHIVEFILE
             AT END
               SET ENDOFFILE TO TRUE
             NOT AT END
               IF TA-SSN = WK-SSN
                   MOVE "Y" TO ARCHIVE-FOUND-SW
                   MOVE TA-EMPLOYEE TO IDX-PICS
                   MOVE TA-PURGE-DATE TO ARCHIVE-PURGE-DATE
               END-IF
           END-READ.

      *----SAME BAND/ELIGIBILITY RULE AS EMPLOYEE-REPORTMAKER'S
      *----150-SET-SALARY-BAND----
