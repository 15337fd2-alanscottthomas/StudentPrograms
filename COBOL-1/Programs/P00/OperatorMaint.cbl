       identification division.
       program-id. OPERATOR-MAINT.
       author. Alan Thomas.
       date-compiled.
      *function: Maintain the operator master (OPERMAST.DAT, or
      *whatever OPERATOR_FILE names - the same override the menu
      *uses). Until now the master was kept by hand in a text
      *editor, so anyone with file access could give themselves
      *level 3 and nothing recorded it. This program adds operators,
      *changes an operator's level, disables an operator (the menu
      *refuses a disabled id at sign-on) and reinstates one. It
      *runs only for a signed-on, active level 3 operator. Nobody
      *can raise their own level or disable themselves, and no
      *change may leave the master without an active level 3
      *operator. The one exception is setup: while the master has
      *no active level 3 operator at all (no file yet, or only
      *hand-keyed level 1 ids) the program runs for whoever starts
      *it, so the first one can be added. Every change, and every
      *refused attempt, is logged with who/when to P00MAINT.LOG in
      *the same shape as the other maintenance logs.
      *input files OPERMAST.DAT
      *output files OPERMAST.DAT, P00MAINT.LOG
      *printer ouput None
      *
      *MODS:
      *05/27/2016 - AT - first version.
      *06/01/2016 - AT - a master past the 50-entry table, or with an
      *  operator whose level is not a digit, now stops the run
      *  before anything is keyed. The overflow ids were being left
      *  out of the rewrite (and so deleted), and a bad level was
      *  quietly rewritten as level 1.

       environment division.
           input-output section.
               file-control.
               SELECT OPERFILE ASSIGN TO DYNAMIC OPERFILE-NAME
               organization is line sequential
               file status is OPERFILE-STATUS.

               SELECT MAINTLOG ASSIGN TO "P00MAINT.LOG"
               organization is line sequential
               file status is MAINTLOG-STATUS.

       data division.
           file section.
      *----ONE OPERATOR, AS THE MENU READS IT: ID, NAME, LEVEL,
      *----STATUS (D = DISABLED), LAST SIGN-ON, DATE ADDED----
           FD OPERFILE.
           01 OPERFILE-PICS.
               05 OPF-ID            PIC X(3).
               05 OPF-NAME          PIC X(20).
               05 OPF-LEVEL         PIC 9.
               05 OPF-STATUS        PIC X.
               05 OPF-LAST-SIGNON   PIC X(8).
               05 OPF-ADDED-DATE    PIC X(8).

           FD MAINTLOG.
           01 MAINTLOG-RECORD PIC X(80).


       working-storage section.
       01 OPERFILE-NAME         PIC X(80) VALUE "OPERMAST.DAT".
       01 OPERFILE-STATUS       PIC X(2)  VALUE SPACES.
       01 MAINTLOG-STATUS       PIC X(2)  VALUE SPACES.
       01 EOF-SWITCH            PIC X     VALUE "N".
       01 DONE-SWITCH           PIC X     VALUE "N".
           88 DONE-WITH-MAINT       VALUE "Y".
       01 CHANGED-SWITCH        PIC X     VALUE "N".
           88 MASTER-CHANGED        VALUE "Y".
       01 SETUP-SWITCH          PIC X     VALUE "N".
           88 SETUP-MODE            VALUE "Y".
       01 OPERATOR-INITIALS     PIC X(3)  VALUE SPACES.
       01 RUN-DATE              PIC 9(8)  VALUE ZERO.

      *----THE MASTER AS LOADED (SAME 50-ID LIMIT AS THE MENU)----
       01 OPERATOR-COUNT        PIC 9(2)  VALUE ZERO.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON OPERATOR-COUNT
                  INDEXED BY OP-IX.
              10 OP-ID          PIC X(3).
              10 OP-NAME        PIC X(20).
              10 OP-LEVEL       PIC 9.
              10 OP-STATUS      PIC X.
                  88 OP-DISABLED    VALUE "D".
              10 OP-LAST-SIGNON PIC X(8).
              10 OP-ADDED-DATE  PIC X(8).
       01 ACTIVE-LEVEL3-COUNT   PIC 9(2)  VALUE ZERO.

      *----SET WHEN THE MASTER WILL NOT LOAD WHOLE AND AS KEYED - THE
      *----TABLE IS WRITTEN BACK AS THE ENTIRE MASTER, SO A PARTIAL
      *----OR ALTERED LOAD MUST NEVER REACH 700-REWRITE-OPERATORS--
       01 LOAD-ERROR-SWITCH     PIC X     VALUE "N".
           88 LOAD-ERROR-FOUND      VALUE "Y".
       01 FOUND-SWITCH          PIC X     VALUE "N".
           88 OPERATOR-FOUND        VALUE "Y".

      *----WHAT IS KEYED FOR ONE ACTION----
       01 MAINT-CHOICE          PIC X     VALUE SPACE.
           88 ADD-CHOICE            VALUE "A" "a".
           88 LEVEL-CHOICE          VALUE "C" "c".
           88 DISABLE-CHOICE        VALUE "D" "d".
           88 REINSTATE-CHOICE      VALUE "R" "r".
           88 LIST-CHOICE           VALUE "L" "l".
           88 EXIT-CHOICE           VALUE "E" "e".
       01 WK-ID                 PIC X(3)  VALUE SPACES.
       01 WK-NAME               PIC X(20) VALUE SPACES.
       01 WK-LEVEL-X            PIC X     VALUE SPACE.
           88 VALID-LEVEL           VALUE "1" "2" "3".
       01 WK-LEVEL REDEFINES WK-LEVEL-X PIC 9.
       01 OLD-LEVEL             PIC 9     VALUE ZERO.
       01 CHANGE-COUNT          PIC 9(3)  VALUE ZERO.
       01 REFUSED-COUNT         PIC 9(3)  VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR          PIC 9999.
           05 CD-MONTH         PIC 99.
           05 CD-DAY           PIC 99.
           05 CD-HOURS         PIC 99.
           05 CD-MINUTES       PIC 99.
           05 CD-SECONDS       PIC 99.
           05 FILLER           PIC X(7).

      *----WHO CHANGED WHAT, WHEN - SAME SHAPE AS THE OTHER
      *----MAINTENANCE LOGS----
       01 MAINT-LOG-LINE.
           05 MLL-DATE      PIC 9(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-TIME      PIC 9(6).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-OPERATOR  PIC X(3).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-ACTION    PIC X(9).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-KEY       PIC X(12).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 MLL-DETAIL    PIC X(30).

       01 LIST-LINE.
           05 LL-ID         PIC X(3).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LL-NAME       PIC X(20).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LL-LEVEL      PIC 9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 LL-STATUS     PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LL-LAST-SIGNON PIC X(8).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 LL-ADDED-DATE PIC X(8).


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE: THERE IS NOBODY
      *----AT THE KEYBOARD, SO AN UNATTENDED RUN CHANGES NOTHING----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

      *----THE SIGNED-ON OPERATOR HANDED DOWN BY THE MENU DRIVER
      *----(EXTERNAL; BLANK ON A STANDALONE RUN)----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.


       procedure division.
       000-MAIN.
      *----EXTERNAL STORAGE COMES UP LOW-VALUES, NOT SPACES, ON A
      *----STANDALONE RUN - NORMALIZE SO THE BLANK TEST AND THE
      *----WHO/WHEN COLUMNS SEE SPACES INSTEAD OF NUL BYTES----
           IF OPR-ID = LOW-VALUES
               MOVE SPACES TO OPR-ID
           END-IF.
           MOVE "N" TO DONE-SWITCH.
           MOVE "N" TO CHANGED-SWITCH.
           MOVE "N" TO SETUP-SWITCH.
           MOVE ZERO TO CHANGE-COUNT.
           MOVE ZERO TO REFUSED-COUNT.
           MOVE SPACES TO OPERATOR-INITIALS.
           DISPLAY "--------------------------------------------".
           DISPLAY "  OPERATOR MASTER MAINTENANCE".
           DISPLAY "--------------------------------------------".
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           IF UNATTENDED-RUN
               DISPLAY "UNATTENDED RUN - NOTHING TO MAINTAIN"
               MOVE "NORMAL" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 010-LOAD-OPERATORS.
           PERFORM 050-OPEN-MAINT-LOG.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX "
                   FUNCTION TRIM (OPERFILE-NAME)
                   " AS NAMED ABOVE AND RERUN*"
               MOVE OPR-ID TO OPERATOR-INITIALS
               MOVE "REFUSED" TO MLL-ACTION
               MOVE OPR-ID TO MLL-KEY
               MOVE "MASTER DID NOT LOAD CLEANLY" TO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               CLOSE MAINTLOG
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE 1 TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 020-CHECK-AUTHORIZATION.
           IF OPERATOR-INITIALS = SPACES
               DISPLAY "*OPERATOR MAINTENANCE REQUIRES A SIGNED-ON,"
                   " ACTIVE LEVEL 3 OPERATOR*"
               MOVE OPR-ID TO OPERATOR-INITIALS
               MOVE "REFUSED" TO MLL-ACTION
               MOVE OPR-ID TO MLL-KEY
               MOVE "NOT AUTHORIZED TO RUN" TO MLL-DETAIL
               PERFORM 600-WRITE-MAINT-LOG-LINE
               CLOSE MAINTLOG
               MOVE "REJECTED" TO RSA-COMPLETION-STATUS
               MOVE 1 TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 100-MAINT-LOOP UNTIL DONE-WITH-MAINT.
           IF MASTER-CHANGED
               PERFORM 700-REWRITE-OPERATORS
           END-IF.
           CLOSE MAINTLOG.
           DISPLAY CHANGE-COUNT " CHANGE(S) MADE, " REFUSED-COUNT
               " REFUSED".
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE REFUSED-COUNT TO RSA-EXCEPTION-COUNT.
           GOBACK.

      *----SAME FILE, OVERRIDE AND LIMIT AS THE MENU'S SIGN-ON. NO
      *----FILE JUST MEANS AN EMPTY MASTER----
       010-LOAD-OPERATORS.
           MOVE ZERO TO OPERATOR-COUNT.
           MOVE "N" TO LOAD-ERROR-SWITCH.
           MOVE "N" TO EOF-SWITCH.
           MOVE SPACES TO OPERFILE-NAME.
           ACCEPT OPERFILE-NAME FROM ENVIRONMENT "OPERATOR_FILE".
           IF OPERFILE-NAME = SPACES
               MOVE "OPERMAST.DAT" TO OPERFILE-NAME
           END-IF.
           OPEN INPUT OPERFILE.
           IF OPERFILE-STATUS NOT = "35"
               PERFORM 011-READ-OPERATOR-RCD
               PERFORM 012-STORE-OPERATOR-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE OPERFILE
           END-IF.
           DISPLAY OPERATOR-COUNT " OPERATOR(S) ON "
               FUNCTION TRIM (OPERFILE-NAME).

       011-READ-OPERATOR-RCD.
           READ OPERFILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

      *----A LEVEL THAT IS NOT A DIGIT IS REPORTED, NOT GUESSED AT,
      *----AND PAST 50 IDS THE LOAD STOPS - EITHER WAY THE RUN ENDS
      *----BEFORE THE MASTER CAN BE REWRITTEN----
       012-STORE-OPERATOR-RCD.
           IF OPERATOR-COUNT < 50
               ADD 1 TO OPERATOR-COUNT
               SET OP-IX TO OPERATOR-COUNT
               MOVE OPF-ID TO OP-ID (OP-IX)
               MOVE OPF-NAME TO OP-NAME (OP-IX)
               IF OPF-LEVEL IS NUMERIC
                   MOVE OPF-LEVEL TO OP-LEVEL (OP-IX)
               ELSE
                   MOVE ZERO TO OP-LEVEL (OP-IX)
                   MOVE "Y" TO LOAD-ERROR-SWITCH
                   DISPLAY "*OPERATOR " OPF-ID " HAS LEVEL '"
                       OPERFILE-PICS (24:1) "' - NOT A DIGIT*"
               END-IF
               MOVE OPF-STATUS TO OP-STATUS (OP-IX)
               MOVE OPF-LAST-SIGNON TO OP-LAST-SIGNON (OP-IX)
               MOVE OPF-ADDED-DATE TO OP-ADDED-DATE (OP-IX)
               PERFORM 011-READ-OPERATOR-RCD
           ELSE
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*" FUNCTION TRIM (OPERFILE-NAME)
                   " OVERFLOWS THE 50-ENTRY TABLE AT ID " OPF-ID "*"
               MOVE "Y" TO EOF-SWITCH
           END-IF.

      *----A SIGNED-ON, ACTIVE LEVEL 3 OPERATOR ON THE MASTER, OR
      *----SETUP MODE WHILE THERE IS NO SUCH OPERATOR TO BE. LEAVES
      *----OPERATOR-INITIALS BLANK WHEN THE RUN IS NOT ALLOWED----
       020-CHECK-AUTHORIZATION.
           PERFORM 030-COUNT-ACTIVE-LEVEL3.
           IF ACTIVE-LEVEL3-COUNT = ZERO
               MOVE "Y" TO SETUP-SWITCH
               DISPLAY "NO ACTIVE LEVEL 3 OPERATOR ON THE MASTER -"
                   " SETUP MODE"
               IF OPR-ID NOT = SPACES
                   MOVE OPR-ID TO OPERATOR-INITIALS
               ELSE
                   DISPLAY "ENTER OPERATOR INITIALS: "
                   ACCEPT OPERATOR-INITIALS
               END-IF
           ELSE
               MOVE OPR-ID TO WK-ID
               PERFORM 200-FIND-OPERATOR
               IF OPR-ID NOT = SPACES
                      AND OPERATOR-FOUND
                      AND NOT OP-DISABLED (OP-IX)
                      AND OP-LEVEL (OP-IX) >= 3
                   MOVE OPR-ID TO OPERATOR-INITIALS
                   DISPLAY "OPERATOR " OPR-ID " (SIGNED ON)"
               END-IF
           END-IF.

       030-COUNT-ACTIVE-LEVEL3.
           MOVE ZERO TO ACTIVE-LEVEL3-COUNT.
           PERFORM 031-COUNT-ONE-OPERATOR
               VARYING OP-IX FROM 1 BY 1
               UNTIL OP-IX > OPERATOR-COUNT.

       031-COUNT-ONE-OPERATOR.
           IF OP-LEVEL (OP-IX) >= 3 AND NOT OP-DISABLED (OP-IX)
               ADD 1 TO ACTIVE-LEVEL3-COUNT
           END-IF.

       050-OPEN-MAINT-LOG.
           OPEN EXTEND MAINTLOG.
           IF MAINTLOG-STATUS = "35"
               OPEN OUTPUT MAINTLOG
           END-IF.

       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "A)DD, C)HANGE LEVEL, D)ISABLE, R)EINSTATE,".
           DISPLAY "L)IST, OR E)XIT? ".
           ACCEPT MAINT-CHOICE.
           EVALUATE TRUE
               WHEN ADD-CHOICE
                   PERFORM 300-ADD-OPERATOR
               WHEN LEVEL-CHOICE
                   PERFORM 400-CHANGE-LEVEL
               WHEN DISABLE-CHOICE
                   PERFORM 500-DISABLE-OPERATOR
               WHEN REINSTATE-CHOICE
                   PERFORM 550-REINSTATE-OPERATOR
               WHEN LIST-CHOICE
                   PERFORM 150-LIST-OPERATORS
               WHEN EXIT-CHOICE
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*INVALID CHOICE - PLEASE TRY AGAIN*"
           END-EVALUATE.

       150-LIST-OPERATORS.
           DISPLAY "ID   NAME                  LVL  STATUS    "
               "SIGN-ON   ADDED".
           PERFORM 151-LIST-ONE-OPERATOR
               VARYING OP-IX FROM 1 BY 1
               UNTIL OP-IX > OPERATOR-COUNT.

       151-LIST-ONE-OPERATOR.
           MOVE OP-ID (OP-IX) TO LL-ID.
           MOVE OP-NAME (OP-IX) TO LL-NAME.
           MOVE OP-LEVEL (OP-IX) TO LL-LEVEL.
           IF OP-DISABLED (OP-IX)
               MOVE "DISABLED" TO LL-STATUS
           ELSE
               MOVE "ACTIVE" TO LL-STATUS
           END-IF.
           MOVE OP-LAST-SIGNON (OP-IX) TO LL-LAST-SIGNON.
           MOVE OP-ADDED-DATE (OP-IX) TO LL-ADDED-DATE.
           DISPLAY LIST-LINE.

      *----KEY THE OPERATOR ID AND LOOK IT UP----
       190-GET-OPERATOR-ID.
           DISPLAY "OPERATOR ID: ".
           MOVE SPACES TO WK-ID.
           ACCEPT WK-ID.
           PERFORM 200-FIND-OPERATOR.

       200-FIND-OPERATOR.
           MOVE "N" TO FOUND-SWITCH.
           IF OPERATOR-COUNT > ZERO
               SET OP-IX TO 1
               SEARCH OPERATOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN OP-ID (OP-IX) = WK-ID
                       MOVE "Y" TO FOUND-SWITCH
               END-SEARCH
           END-IF.

      *----A NEW ID GOES ON ACTIVE, DATED TODAY, NEVER SIGNED ON----
       300-ADD-OPERATOR.
           PERFORM 190-GET-OPERATOR-ID.
           EVALUATE TRUE
               WHEN WK-ID = SPACES
                   DISPLAY "*OPERATOR ID IS REQUIRED*"
               WHEN OPERATOR-FOUND
                   DISPLAY "*OPERATOR " WK-ID " IS ALREADY ON THE"
                       " MASTER*"
               WHEN OPERATOR-COUNT NOT < 50
                   DISPLAY "*OPERATOR MASTER IS FULL (50)*"
               WHEN OTHER
                   DISPLAY "OPERATOR NAME: "
                   MOVE SPACES TO WK-NAME
                   ACCEPT WK-NAME
                   DISPLAY "LEVEL (1 = INQUIRIES/REPORTS, 3 ="
                       " MAINTENANCE): "
                   ACCEPT WK-LEVEL-X
                   IF WK-NAME = SPACES OR NOT VALID-LEVEL
                       DISPLAY "*NAME AND A LEVEL OF 1, 2 OR 3 ARE"
                           " REQUIRED - NOT ADDED*"
                   ELSE
                       ADD 1 TO OPERATOR-COUNT
                       SET OP-IX TO OPERATOR-COUNT
                       MOVE WK-ID TO OP-ID (OP-IX)
                       MOVE WK-NAME TO OP-NAME (OP-IX)
                       MOVE WK-LEVEL TO OP-LEVEL (OP-IX)
                       MOVE "A" TO OP-STATUS (OP-IX)
                       MOVE SPACES TO OP-LAST-SIGNON (OP-IX)
                       MOVE RUN-DATE TO OP-ADDED-DATE (OP-IX)
                       MOVE "ADD" TO MLL-ACTION
                       MOVE SPACES TO MLL-DETAIL
                       STRING WK-NAME DELIMITED BY SIZE
                              " LEVEL " DELIMITED BY SIZE
                              WK-LEVEL-X DELIMITED BY SIZE
                              INTO MLL-DETAIL
                       PERFORM 650-LOG-CHANGE
                       DISPLAY "OPERATOR " WK-ID " ADDED"
                   END-IF
           END-EVALUATE.

      *----NOBODY RAISES THEIR OWN LEVEL, AND THE LAST ACTIVE LEVEL
      *----3 OPERATOR CANNOT BE TAKEN BELOW 3----
       400-CHANGE-LEVEL.
           PERFORM 190-GET-OPERATOR-ID.
           IF NOT OPERATOR-FOUND
               DISPLAY "*OPERATOR " WK-ID " IS NOT ON THE MASTER*"
           ELSE
               MOVE OP-LEVEL (OP-IX) TO OLD-LEVEL
               DISPLAY OP-NAME (OP-IX) " IS LEVEL " OLD-LEVEL
                   " - NEW LEVEL: "
               ACCEPT WK-LEVEL-X
               EVALUATE TRUE
                   WHEN NOT VALID-LEVEL
                       DISPLAY "*LEVEL MUST BE 1, 2 OR 3*"
                   WHEN WK-LEVEL = OLD-LEVEL
                       DISPLAY "*NO CHANGE*"
                   WHEN WK-ID = OPERATOR-INITIALS
                          AND WK-LEVEL > OLD-LEVEL
                       DISPLAY "*YOU CANNOT RAISE YOUR OWN LEVEL*"
                       MOVE "OWN LEVEL RAISE" TO MLL-DETAIL
                       PERFORM 660-LOG-REFUSAL
                   WHEN OLD-LEVEL >= 3 AND WK-LEVEL < 3
                          AND NOT OP-DISABLED (OP-IX)
                          AND ACTIVE-LEVEL3-COUNT NOT > 1
                       DISPLAY "*" WK-ID " IS THE LAST ACTIVE LEVEL 3"
                           " OPERATOR - NOT CHANGED*"
                       MOVE "LAST ACTIVE LEVEL 3" TO MLL-DETAIL
                       PERFORM 660-LOG-REFUSAL
                   WHEN OTHER
                       MOVE WK-LEVEL TO OP-LEVEL (OP-IX)
                       MOVE "LEVEL" TO MLL-ACTION
                       MOVE SPACES TO MLL-DETAIL
                       STRING "LEVEL " DELIMITED BY SIZE
                              OLD-LEVEL DELIMITED BY SIZE
                              " TO " DELIMITED BY SIZE
                              WK-LEVEL-X DELIMITED BY SIZE
                              INTO MLL-DETAIL
                       PERFORM 650-LOG-CHANGE
                       DISPLAY "OPERATOR " WK-ID " NOW LEVEL "
                           WK-LEVEL-X
               END-EVALUATE
           END-IF.

      *----THE MENU REFUSES A DISABLED ID AT SIGN-ON. THE RECORD
      *----STAYS ON THE MASTER SO THE LOGS STILL NAME SOMEBODY----
       500-DISABLE-OPERATOR.
           PERFORM 190-GET-OPERATOR-ID.
           EVALUATE TRUE
               WHEN NOT OPERATOR-FOUND
                   DISPLAY "*OPERATOR " WK-ID " IS NOT ON THE MASTER*"
               WHEN OP-DISABLED (OP-IX)
                   DISPLAY "*OPERATOR " WK-ID " IS ALREADY DISABLED*"
               WHEN WK-ID = OPERATOR-INITIALS
                   DISPLAY "*YOU CANNOT DISABLE YOURSELF*"
                   MOVE "OWN DISABLE" TO MLL-DETAIL
                   PERFORM 660-LOG-REFUSAL
               WHEN OP-LEVEL (OP-IX) >= 3
                      AND ACTIVE-LEVEL3-COUNT NOT > 1
                   DISPLAY "*" WK-ID " IS THE LAST ACTIVE LEVEL 3"
                       " OPERATOR - NOT DISABLED*"
                   MOVE "LAST ACTIVE LEVEL 3" TO MLL-DETAIL
                   PERFORM 660-LOG-REFUSAL
               WHEN OTHER
                   DISPLAY "DISABLE " OP-NAME (OP-IX) " (Y/N)? "
                   ACCEPT WK-LEVEL-X
                   IF WK-LEVEL-X = "Y" OR WK-LEVEL-X = "y"
                       MOVE "D" TO OP-STATUS (OP-IX)
                       MOVE "DISABLE" TO MLL-ACTION
                       MOVE OP-NAME (OP-IX) TO MLL-DETAIL
                       PERFORM 650-LOG-CHANGE
                       DISPLAY "OPERATOR " WK-ID " DISABLED"
                   ELSE
                       DISPLAY "*NOT DISABLED*"
                   END-IF
           END-EVALUATE.

       550-REINSTATE-OPERATOR.
           PERFORM 190-GET-OPERATOR-ID.
           EVALUATE TRUE
               WHEN NOT OPERATOR-FOUND
                   DISPLAY "*OPERATOR " WK-ID " IS NOT ON THE MASTER*"
               WHEN NOT OP-DISABLED (OP-IX)
                   DISPLAY "*OPERATOR " WK-ID " IS NOT DISABLED*"
               WHEN OTHER
                   MOVE "A" TO OP-STATUS (OP-IX)
                   MOVE "REINSTATE" TO MLL-ACTION
                   MOVE OP-NAME (OP-IX) TO MLL-DETAIL
                   PERFORM 650-LOG-CHANGE
                   DISPLAY "OPERATOR " WK-ID " REINSTATED AT LEVEL "
                       OP-LEVEL (OP-IX)
           END-EVALUATE.

       600-WRITE-MAINT-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR   TO MLL-DATE (1:4).
           MOVE CD-MONTH  TO MLL-DATE (5:2).
           MOVE CD-DAY    TO MLL-DATE (7:2).
           MOVE CD-HOURS   TO MLL-TIME (1:2).
           MOVE CD-MINUTES TO MLL-TIME (3:2).
           MOVE CD-SECONDS TO MLL-TIME (5:2).
           MOVE OPERATOR-INITIALS TO MLL-OPERATOR.
           WRITE MAINTLOG-RECORD FROM MAINT-LOG-LINE.

      *----THE CALLER SETS MLL-ACTION AND MLL-DETAIL. THE LEVEL 3
      *----COUNT IS TAKEN AGAIN SO THE NEXT CHANGE SEES THIS ONE--
       650-LOG-CHANGE.
           MOVE WK-ID TO MLL-KEY.
           PERFORM 600-WRITE-MAINT-LOG-LINE.
           MOVE "Y" TO CHANGED-SWITCH.
           ADD 1 TO CHANGE-COUNT.
           PERFORM 030-COUNT-ACTIVE-LEVEL3.

      *----A REFUSED ATTEMPT IS LOGGED TOO - THE CALLER SETS THE
      *----REASON IN MLL-DETAIL----
       660-LOG-REFUSAL.
           MOVE "REFUSED" TO MLL-ACTION.
           MOVE WK-ID TO MLL-KEY.
           PERFORM 600-WRITE-MAINT-LOG-LINE.
           ADD 1 TO REFUSED-COUNT.

      *----THE WHOLE MASTER GOES BACK OUT IN TABLE ORDER----
       700-REWRITE-OPERATORS.
           OPEN OUTPUT OPERFILE.
           PERFORM 710-WRITE-OPERATOR-RCD
               VARYING OP-IX FROM 1 BY 1
               UNTIL OP-IX > OPERATOR-COUNT.
           CLOSE OPERFILE.
           DISPLAY OPERATOR-COUNT " OPERATOR(S) WRITTEN TO "
               FUNCTION TRIM (OPERFILE-NAME).

       710-WRITE-OPERATOR-RCD.
           MOVE OP-ID (OP-IX)          TO OPF-ID.
           MOVE OP-NAME (OP-IX)        TO OPF-NAME.
           MOVE OP-LEVEL (OP-IX)       TO OPF-LEVEL.
           MOVE OP-STATUS (OP-IX)      TO OPF-STATUS.
           MOVE OP-LAST-SIGNON (OP-IX) TO OPF-LAST-SIGNON.
           MOVE OP-ADDED-DATE (OP-IX)  TO OPF-ADDED-DATE.
           WRITE OPERFILE-PICS.

       end program OPERATOR-MAINT.
