      *  the same checks the batch transactions get. The
      *  transaction record carries it in the same position after
      *  the term date.
      *05/23/2016 - AT - every salary this program sets now appends
      *  a record to the salary history file (P09SALH.DAT, shared
      *  with RAISE-APPLY): an add records the starting salary
      *  effective on the hire date, and a change that moves the
      *  salary prompts for the effective date and a reason code.
      *  Batch transactions carry the effective date and reason in
      *  new trailing columns 68-75 and 76-79 (blank means today and
      *  ADJ); the suspense image widens to match.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT APPLYRPT ASSIGN TO DYNAMIC APPLYRPT-NAME
               organization is line sequential.

               SELECT SALHIST ASSIGN TO DYNAMIC SALHIST-NAME
               organization is line sequential
               file status is SALHIST-STATUS.


       DATA DIVISION.
           FILE SECTION.
               05 TX-HIRE-DATE  PIC X(8).
               05 TX-TERM-DATE  PIC X(8).
               05 TX-SUPERVISOR PIC X(9).
               05 TX-EFFECTIVE-DATE PIC X(8).
               05 TX-REASON     PIC X(4).

      *----A REJECTED TRANSACTION: THE ORIGINAL RECORD IMAGE
      *----FOLLOWED BY THE REASON IT WAS SUSPENDED----
           FD TRANSUS.
           01 TRANSUS-RECORD.
               05 TS-TRAN       PIC X(79).
               05 FILLER        PIC X(2).
               05 TS-REASON     PIC X(25).

           FD APPLYRPT.
           01 APPLY-LINE        PIC X(80).

      *----ONE SALARY CHANGE: WHO, OLD AND NEW, EFFECTIVE WHEN, WHY,
      *----WHERE IT CAME FROM (R)AISE-APPLY, K)EYED, B)ATCH), BY
      *----WHOM AND THE DAY IT WAS RECORDED----
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

       01 TRANSUS-NAME  PIC X(80) VALUE "C:\COBOL\P09TRAN.SUS".
       01 APPLYRPT-NAME PIC X(80) VALUE "C:\COBOL\P09APPL.RPT".
       01 TRANFILE-STATUS PIC X(2) VALUE SPACES.
       01 SALHIST-NAME  PIC X(80) VALUE "C:\COBOL\P09SALH.DAT".
       01 SALHIST-STATUS PIC X(2) VALUE SPACES.

      *----THE BATCH RUN'S BOOKKEEPING----
       01 BATCH-FIELDS.
           05 SUPER-OK-SW   PIC X     VALUE "N".
           05 SUPER-SCAN-SUB PIC 9(3) BINARY VALUE ZERO.
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.
           05 WK-OLD-SALARY PIC 9(6)  VALUE ZERO.
           05 WK-EFF-X      PIC X(8)  VALUE SPACES.
           05 WK-EFF-DATE   PIC 9(8)  VALUE ZERO.
           05 WK-REASON     PIC X(4)  VALUE SPACES.
           05 WK-HIST-SOURCE PIC X    VALUE SPACE.

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
               GOBACK
           END-IF.
           PERFORM 050-OPEN-MAINT-LOG.
           PERFORM 055-OPEN-SALARY-HISTORY.
           IF BATCH-MAINT-RUN
               PERFORM 800-BATCH-RUN
           ELSE
               DISPLAY "NO CHANGES MADE - MASTER LEFT UNTOUCHED"
           END-IF.
           CLOSE MAINTLOG.
           CLOSE SALHIST.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE ZERO TO RSA-EXCEPTION-COUNT.
           GOBACK.
                   MOVE PARM-VALUE TO APPLYRPT-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_SALARY_HISTORY_FILE"
                   MOVE PARM-VALUE TO SALHIST-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
               OPEN OUTPUT MAINTLOG
           END-IF.

      *----THE SALARY HISTORY ONLY EVER GROWS - SAME APPEND-OR-CREATE
      *----OPEN AS THE MAINTENANCE LOG----
       055-OPEN-SALARY-HISTORY.
           OPEN EXTEND SALHIST.
           IF SALHIST-STATUS = "35"
               OPEN OUTPUT SALHIST
           END-IF.

       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "A)DD, C)HANGE, T)ERMINATE, OR E)XIT? ".
                           MOVE "ADDED" TO MLL-DETAIL
                           MOVE "ADD" TO MLL-ACTION
                           PERFORM 600-WRITE-MAINT-LOG-LINE
                           MOVE "K" TO WK-HIST-SOURCE
                           PERFORM 615-SET-HIRE-HISTORY
                           PERFORM 620-WRITE-SALARY-HISTORY
                           ADD 1 TO CHANGES-MADE
                           DISPLAY "EMPLOYEE ADDED"
                       ELSE
                       " POS " EM-POSITION (EM-IX)
                   DISPLAY "KEY THE FULL REPLACEMENT RECORD:"
                   PERFORM 520-GET-EMPLOYEE-FIELDS
                   MOVE EM-SALARY (EM-IX) TO WK-OLD-SALARY
                   IF FIELDS-ARE-VALID
                          AND WK-SALARY NOT = WK-OLD-SALARY
                       PERFORM 570-GET-SALARY-CHANGE
                   END-IF
                   IF FIELDS-ARE-VALID
                       PERFORM 530-STORE-WORK-FIELDS
                       MOVE "REPLACED" TO MLL-DETAIL
                       MOVE "CHANGE" TO MLL-ACTION
                       PERFORM 600-WRITE-MAINT-LOG-LINE
                       IF WK-SALARY NOT = WK-OLD-SALARY
                           MOVE "K" TO WK-HIST-SOURCE
                           PERFORM 620-WRITE-SALARY-HISTORY
                       END-IF
                       ADD 1 TO CHANGES-MADE
                       DISPLAY "EMPLOYEE CHANGED"
                   END-IF
               END-IF
           END-IF.

      *----A KEYED CHANGE THAT MOVES THE SALARY: WHEN IT TAKES
      *----EFFECT AND WHY, FOR THE SALARY HISTORY. A BAD DATE STOPS
      *----THE CHANGE RATHER THAN RECORD A WRONG ONE----
       570-GET-SALARY-CHANGE.
           DISPLAY "SALARY " WK-OLD-SALARY " CHANGES TO " WK-SALARY.
           MOVE SPACES TO WK-EFF-X.
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, ENTER FOR"
               " TODAY): ".
           ACCEPT WK-EFF-X.
           IF WK-EFF-X = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WK-EFF-DATE
           ELSE
               IF WK-EFF-X IS NOT NUMERIC
                   DISPLAY "*EFFECTIVE DATE MUST BE 8 DIGITS -"
                       " CHANGE NOT MADE*"
                   MOVE "N" TO VALID-SWITCH
               ELSE
                   MOVE WK-EFF-X TO WK-EFF-DATE
                   COMPUTE DATE-CHECK-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (WK-EFF-DATE)
                   IF DATE-CHECK-RESULT NOT = 0
                       DISPLAY "*EFFECTIVE DATE IS NOT A REAL"
                           " CALENDAR DATE - CHANGE NOT MADE*"
                       MOVE "N" TO VALID-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF FIELDS-ARE-VALID
               MOVE SPACES TO WK-REASON
               DISPLAY "ENTER REASON CODE (ex. MERT, PROM - ENTER"
                   " FOR ADJ): "
               ACCEPT WK-REASON
               IF WK-REASON = SPACES
                   MOVE "ADJ" TO WK-REASON
               END-IF
           END-IF.

       500-GET-SSN.
           MOVE SPACES TO WK-SSN-X.
           MOVE ZERO TO WK-SSN.
           MOVE WK-HIRE-DATE TO EM-HIRE-DATE (EM-IX).
           MOVE WK-SUPERVISOR TO EM-SUPERVISOR (EM-IX).

      *----A NEW EMPLOYEE'S STARTING SALARY, EFFECTIVE THE DAY THEY
      *----WERE HIRED----
       615-SET-HIRE-HISTORY.
           MOVE ZERO TO WK-OLD-SALARY.
           MOVE WK-HIRE-DATE TO WK-EFF-DATE.
           MOVE "HIRE" TO WK-REASON.

      *----THE CALLER SETS WK-OLD-SALARY, WK-EFF-DATE, WK-REASON AND
      *----WK-HIST-SOURCE; THE NEW SALARY IS THE ONE JUST STORED----
       620-WRITE-SALARY-HISTORY.
           MOVE WK-SSN TO SH-SSN.
           MOVE WK-EFF-DATE TO SH-EFFECTIVE-DATE.
           MOVE WK-OLD-SALARY TO SH-OLD-SALARY.
           MOVE WK-SALARY TO SH-NEW-SALARY.
           MOVE WK-HIST-SOURCE TO SH-SOURCE.
           MOVE WK-REASON TO SH-REASON.
           MOVE OPERATOR-INITIALS TO SH-OPERATOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SH-RECORDED-DATE.
           WRITE SALHIST-PICS.

       600-WRITE-MAINT-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR   TO MLL-DATE (1:4).
                       MOVE "ADD" TO MLL-ACTION
                       MOVE "BATCH ADD" TO MLL-DETAIL
                       PERFORM 600-WRITE-MAINT-LOG-LINE
                       MOVE "B" TO WK-HIST-SOURCE
                       PERFORM 615-SET-HIRE-HISTORY
                       PERFORM 620-WRITE-SALARY-HISTORY
                       ADD 1 TO CHANGES-MADE
                   ELSE
                       MOVE "EMPLOYEE TABLE FULL" TO TRAN-REASON
               MOVE "SSN NOT ON THE MASTER" TO TRAN-REASON
           ELSE
               PERFORM 870-VALIDATE-TRAN-FIELDS
               MOVE EM-SALARY (EM-IX) TO WK-OLD-SALARY
               IF TRAN-REASON = SPACES
                      AND WK-SALARY NOT = WK-OLD-SALARY
                   PERFORM 845-CHECK-TRAN-SALARY-CHANGE
               END-IF
               IF TRAN-REASON = SPACES
                   PERFORM 530-STORE-WORK-FIELDS
                   MOVE "CHANGE" TO MLL-ACTION
                   MOVE "BATCH REPLACE" TO MLL-DETAIL
                   PERFORM 600-WRITE-MAINT-LOG-LINE
                   IF WK-SALARY NOT = WK-OLD-SALARY
                       MOVE "B" TO WK-HIST-SOURCE
                       PERFORM 620-WRITE-SALARY-HISTORY
                   END-IF
                   ADD 1 TO CHANGES-MADE
               END-IF
           END-IF.

      *----A BATCH CHANGE THAT MOVES THE SALARY TAKES ITS EFFECTIVE
      *----DATE AND REASON FROM THE TRAILING COLUMNS; BLANK MEANS
      *----TODAY AND ADJ----
       845-CHECK-TRAN-SALARY-CHANGE.
           IF TX-EFFECTIVE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WK-EFF-DATE
           ELSE
               IF TX-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "BAD EFFECTIVE DATE" TO TRAN-REASON
               ELSE
                   MOVE TX-EFFECTIVE-DATE TO WK-EFF-DATE
                   COMPUTE DATE-CHECK-RESULT =
                       FUNCTION TEST-DATE-YYYYMMDD (WK-EFF-DATE)
                   IF DATE-CHECK-RESULT NOT = 0
                       MOVE "BAD EFFECTIVE DATE" TO TRAN-REASON
                   END-IF
               END-IF
           END-IF.
           IF TX-REASON = SPACES
               MOVE "ADJ" TO WK-REASON
           ELSE
               MOVE TX-REASON TO WK-REASON
           END-IF.

       850-APPLY-TERMINATE.
           IF NOT EMPLOYEE-FOUND
               MOVE "SSN NOT ON THE MASTER" TO TRAN-REASON
