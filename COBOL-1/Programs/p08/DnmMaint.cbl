       identification division.
       program-id. DNM-MAINT.
       author. Alan Thomas.
       date-compiled. 05/17/2016.
      *THIS PROGRAM MAINTAINS THE DO-NOT-MAIL SUPPRESSION FILE
      *(P08DNM.IDX) THAT FLIPPER'S BATCH RUN CHECKS EVERY NAME
      *AGAINST. PEOPLE WHO ASKED TO BE TAKEN OFF THE LIST KEPT
      *GETTING LETTERS BECAUSE THERE WAS NOWHERE TO RECORD THE
      *REQUEST. A NAME IS KEYED THE SAME WAY FLIPPER KEYS ITS
      *MAILING-LIST MASTER - LAST NAME, FIRST NAME (STANDARDIZED
      *AGAINST P08ALIAS.DAT WHEN P08_STANDARDIZE IS ON, SO BOB AND
      *ROBERT ARE ONE PERSON HERE TOO), MIDDLE INITIAL, SUFFIX AND
      *ZIP, ALL UPPERCASED - SO HOWEVER THE NAME ARRIVES ON A LATER
      *NAME FILE IT IS HELD OUT OF P08NAMES.OUT. ADD / DELETE /
      *INQUIRE / LIST ARE KEYED AGAINST PROMPTS, AND EVERY CHANGE
      *IS LOGGED WITH WHO/WHEN TO P08MAINT.LOG THE WAY P09MAINT.LOG
      *IS KEPT.
      *input files P08DNM.IDX, P08ALIAS.DAT
      *output files P08DNM.IDX, P08MAINT.LOG
      *printer ouput None
      *
      *MODS:
      *05/17/2016 - AT - first version.
      *05/31/2016 - AT - a blank ZIP is accepted as well as five
      *  digits. MAIL-EXTRACT's employee names reach FLIPPER with no
      *  ZIP, and a do-not-mail entry for one could not be keyed.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DNM-FILE ASSIGN TO DYNAMIC DNM-FILE-NAME
               organization is indexed
               access mode is dynamic
               record key is DNM-KEY
               file status is DNM-FILE-STATUS.

               SELECT ALIAS-FILE ASSIGN TO DYNAMIC ALIAS-FILE-NAME
               organization is line sequential
               file status is ALIAS-FILE-STATUS.

               SELECT MAINTLOG ASSIGN TO "P08MAINT.LOG"
               organization is line sequential
               file status is MAINTLOG-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----ONE SUPPRESSED NAME. THE KEY IS THE SAME LAYOUT AS THE
      *----MAILING-LIST MASTER'S KEY IN FLIPPER----
           FD DNM-FILE.
           01 DNM-RECORD.
               05 DNM-KEY.
                   10 DNM-LAST-NAME    PIC X(15).
                   10 DNM-FIRST-NAME   PIC X(10).
                   10 DNM-MIDDLE-INIT  PIC X.
                   10 DNM-SUFFIX       PIC X(5).
                   10 DNM-ZIP          PIC X(5).
               05 DNM-ADDED-DATE       PIC 9(8).
               05 DNM-ADDED-BY         PIC X(3).
               05 DNM-REASON           PIC X(30).

           FD ALIAS-FILE.
           01 ALIAS-RECORD.
               05 ALR-ALIAS       PIC X(10).
               05 ALR-PROPER      PIC X(10).

           FD MAINTLOG.
           01 MAINTLOG-RECORD PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       WORKING-STORAGE SECTION.

       01 DNM-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 ALIAS-FILE-STATUS PIC X(2) VALUE SPACES.
       01 MAINTLOG-STATUS   PIC X(2) VALUE SPACES.

       01 DNM-FILE-NAME     PIC X(80) VALUE "P08DNM.IDX".
       01 ALIAS-FILE-NAME   PIC X(80) VALUE "P08ALIAS.DAT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME P08_* KEYS FLIPPER HONORS, SO THE
      *----FILE MAINTAINED HERE IS THE FILE THE BATCH RUN CHECKS--
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01 DONE-SWITCH       PIC X VALUE "N".
           88 DONE-WITH-MAINT   VALUE "Y".
       01 LIST-EOF-SWITCH   PIC X VALUE "N".
       01 FOUND-SWITCH      PIC X VALUE "N".
           88 RECORD-FOUND      VALUE "Y".

       01 MAINT-ACTION      PIC X VALUE SPACE.
           88 ADD-ACTION        VALUE "A" "a".
           88 DELETE-ACTION     VALUE "X" "x".
           88 INQUIRE-ACTION    VALUE "I" "i".
           88 LIST-ACTION       VALUE "L" "l".
           88 EXIT-ACTION       VALUE "E" "e".

       01 OPERATOR-INITIALS PIC X(3) VALUE SPACES.
       01 CHANGES-MADE      PIC 9(4) VALUE ZERO.
       01 LIST-COUNT        PIC 9(5) VALUE ZERO.

      *----THE NAME AS KEYED, AND THE KEY BUILT FROM IT----
       01 ENTRY-FIELDS.
           05 WK-FIRST-NAME    PIC X(10) VALUE SPACES.
           05 WK-MIDDLE-NAME   PIC X(10) VALUE SPACES.
           05 WK-LAST-NAME     PIC X(15) VALUE SPACES.
           05 WK-SUFFIX        PIC X(5)  VALUE SPACES.
           05 WK-ZIP           PIC X(5)  VALUE SPACES.
           05 WK-REASON        PIC X(30) VALUE SPACES.
           05 ENTRY-OK-SWITCH  PIC X     VALUE "N".
               88 ENTRY-IS-VALID    VALUE "Y".
       01 WK-KEY.
           05 WK-KEY-LAST      PIC X(15).
           05 WK-KEY-FIRST     PIC X(10).
           05 WK-KEY-MIDDLE    PIC X.
           05 WK-KEY-SUFFIX    PIC X(5).
           05 WK-KEY-ZIP       PIC X(5).

      *----FIRST-NAME ALIAS TABLE, LOADED FROM P08ALIAS.DAT ONLY WHEN
      *----P08_STANDARDIZE IS ON - THE SAME SWAP FLIPPER MAKES, SO A
      *----NICKNAME KEYED HERE MATCHES THE PROPER NAME THERE----
       01 ALIAS-EOF-SWITCH      PIC X    VALUE "N".
       01 STANDARDIZE-SWITCH    PIC X    VALUE "N".
           88 STANDARDIZE-ON        VALUE "Y" "y".
       01 ALIAS-COUNT           PIC 9(3) VALUE ZERO.
       01 ALIAS-TABLE.
           05 ALIAS-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON ALIAS-COUNT
                  INDEXED BY AL-IX.
              10 AL-ALIAS       PIC X(10).
              10 AL-PROPER      PIC X(10).

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
           05 CD-MONTH      PIC 9(2).
           05 CD-DAY        PIC 9(2).
           05 CD-HOURS      PIC 9(2).
           05 CD-MINUTES    PIC 9(2).
           05 CD-SECONDS    PIC 9(2).
           05 FILLER        PIC X(7).

      *----ONE LISTED OR INQUIRED NAME----
       01 DNM-LINE-OUT.
           05 DLO-LAST-NAME     PIC X(15).
           05 FILLER            PIC X     VALUE SPACE.
           05 DLO-FIRST-NAME    PIC X(10).
           05 FILLER            PIC X     VALUE SPACE.
           05 DLO-MIDDLE-INIT   PIC X.
           05 FILLER            PIC X     VALUE SPACE.
           05 DLO-SUFFIX        PIC X(5).
           05 FILLER            PIC X     VALUE SPACE.
           05 DLO-ZIP           PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DLO-ADDED-DATE    PIC 9(8).
           05 FILLER            PIC X     VALUE SPACE.
           05 DLO-ADDED-BY      PIC X(3).
           05 FILLER            PIC X     VALUE SPACE.
           05 DLO-REASON        PIC X(30).

      *----WHO CHANGED WHAT, WHEN - ONE LINE PER COMPLETED ACTION,
      *----SAME SHAPE AS P09MAINT.LOG----
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


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
      *----MENU DRIVER (EXTERNAL, SO A STANDALONE RUN JUST KEEPS A
      *----PRIVATE COPY AND BEHAVES AS BEFORE)----
       01  RUN-STATUS-AREA EXTERNAL.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----THE SIGNED-ON OPERATOR HANDED DOWN BY THE MENU DRIVER
      *----(EXTERNAL; BLANK ON A STANDALONE RUN)----
       01  OPERATOR-AREA EXTERNAL.
           05 OPR-ID            PIC X(3).
           05 OPR-LEVEL         PIC 9.

       PROCEDURE DIVISION.
       000-MAIN.
      *----EXTERNAL STORAGE COMES UP LOW-VALUES, NOT SPACES, ON A
      *----STANDALONE RUN - NORMALIZE SO THE BLANK TEST AND THE
      *----WHO/WHEN COLUMNS SEE SPACES INSTEAD OF NUL BYTES----
           IF OPR-ID = LOW-VALUES
               MOVE SPACES TO OPR-ID
           END-IF.
           MOVE "N" TO DONE-SWITCH.
           MOVE ZERO TO CHANGES-MADE.
           MOVE "N" TO STANDARDIZE-SWITCH.
           ACCEPT STANDARDIZE-SWITCH FROM ENVIRONMENT
               "P08_STANDARDIZE".
           DISPLAY "--------------------------------------------".
           DISPLAY "  DO-NOT-MAIL MAINTENANCE".
           DISPLAY "--------------------------------------------".
           PERFORM 005-READ-PARM-FILE.
           IF STANDARDIZE-ON
               PERFORM 020-LOAD-ALIASES
           END-IF.
           IF OPR-ID NOT = SPACES
               MOVE OPR-ID TO OPERATOR-INITIALS
               DISPLAY "OPERATOR " OPR-ID " (SIGNED ON)"
           ELSE
               DISPLAY "ENTER OPERATOR INITIALS: "
               ACCEPT OPERATOR-INITIALS
           END-IF.
           PERFORM 040-OPEN-DNM-FILE.
           PERFORM 050-OPEN-MAINT-LOG.
           PERFORM 100-MAINT-LOOP UNTIL DONE-WITH-MAINT.
           CLOSE DNM-FILE.
           CLOSE MAINTLOG.
           IF CHANGES-MADE > ZERO
               DISPLAY CHANGES-MADE " CHANGE(S) MADE TO THE"
                   " DO-NOT-MAIL FILE"
           ELSE
               DISPLAY "NO CHANGES MADE"
           END-IF.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE ZERO TO RSA-EXCEPTION-COUNT.
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
               WHEN "P08_DNM_FILE"
                   MOVE PARM-VALUE TO DNM-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_ALIAS_FILE"
                   MOVE PARM-VALUE TO ALIAS-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_STANDARDIZE"
                   MOVE PARM-VALUE (1:1) TO STANDARDIZE-SWITCH
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----LOAD THE FIRST-NAME ALIAS TABLE. NO FILE MEANS NOTHING TO
      *----STANDARDIZE AGAINST, SO THE SWITCH GOES BACK OFF----
       020-LOAD-ALIASES.
           MOVE ZERO TO ALIAS-COUNT.
           MOVE "N" TO ALIAS-EOF-SWITCH.
           OPEN INPUT ALIAS-FILE.
           IF ALIAS-FILE-STATUS = "35"
               DISPLAY "*NO P08ALIAS.DAT - STANDARDIZATION OFF*"
               MOVE "N" TO STANDARDIZE-SWITCH
           ELSE
               PERFORM 025-READ-ALIAS-RCD
               PERFORM 030-STORE-ALIAS-RCD
                   UNTIL ALIAS-EOF-SWITCH = "Y"
               CLOSE ALIAS-FILE
               IF ALIAS-COUNT = ZERO
                   MOVE "N" TO STANDARDIZE-SWITCH
               END-IF
           END-IF.

       025-READ-ALIAS-RCD.
           READ ALIAS-FILE
               AT END
                   MOVE "Y" TO ALIAS-EOF-SWITCH
           END-READ.

       030-STORE-ALIAS-RCD.
           IF ALIAS-COUNT < 200
               ADD 1 TO ALIAS-COUNT
               MOVE FUNCTION UPPER-CASE (ALR-ALIAS)
                   TO AL-ALIAS (ALIAS-COUNT)
               MOVE ALR-PROPER TO AL-PROPER (ALIAS-COUNT)
           ELSE
               DISPLAY "*ALIAS TABLE FULL - " ALR-ALIAS
                   " NOT LOADED*"
           END-IF.
           PERFORM 025-READ-ALIAS-RCD.

      *----OPEN THE SUPPRESSION FILE FOR UPDATE, CREATING IT EMPTY
      *----THE FIRST TIME (STATUS 35 - THE FILE DOESN'T EXIST YET)--
       040-OPEN-DNM-FILE.
           OPEN I-O DNM-FILE.
           IF DNM-FILE-STATUS = "35"
               OPEN OUTPUT DNM-FILE
               CLOSE DNM-FILE
               OPEN I-O DNM-FILE
               DISPLAY "NEW DO-NOT-MAIL FILE CREATED"
           END-IF.

       050-OPEN-MAINT-LOG.
           OPEN EXTEND MAINTLOG.
           IF MAINTLOG-STATUS = "35"
               OPEN OUTPUT MAINTLOG
           END-IF.

       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "DO-NOT-MAIL - A)DD, X) DELETE, I)NQUIRE, L)IST,"
               " OR E)XIT? ".
           ACCEPT MAINT-ACTION.
           EVALUATE TRUE
               WHEN ADD-ACTION
                   PERFORM 210-ADD-NAME
               WHEN DELETE-ACTION
                   PERFORM 220-DELETE-NAME
               WHEN INQUIRE-ACTION
                   PERFORM 230-INQUIRE-NAME
               WHEN LIST-ACTION
                   PERFORM 240-LIST-NAMES
               WHEN EXIT-ACTION
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*INVALID ACTION - PLEASE TRY AGAIN*"
           END-EVALUATE.

      *----ADD: THE SAME PERSON AT THE SAME ZIP MAY NOT REPEAT----
       210-ADD-NAME.
           PERFORM 500-GET-NAME-KEY.
           IF NOT ENTRY-IS-VALID
               DISPLAY "*ADD CANCELLED*"
           ELSE
               PERFORM 510-FIND-NAME
               IF RECORD-FOUND
                   DISPLAY "*THAT NAME/ZIP IS ALREADY ON THE"
                       " DO-NOT-MAIL FILE*"
                   PERFORM 520-SHOW-NAME
               ELSE
                   MOVE SPACES TO WK-REASON
                   DISPLAY "REASON (ex. CUSTOMER REQUEST): "
                   ACCEPT WK-REASON
                   MOVE WK-KEY TO DNM-KEY
                   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
                   MOVE CD-YEAR  TO DNM-ADDED-DATE (1:4)
                   MOVE CD-MONTH TO DNM-ADDED-DATE (5:2)
                   MOVE CD-DAY   TO DNM-ADDED-DATE (7:2)
                   MOVE OPERATOR-INITIALS TO DNM-ADDED-BY
                   MOVE WK-REASON TO DNM-REASON
                   WRITE DNM-RECORD
                       INVALID KEY
                           DISPLAY "*WRITE FAILED - STATUS "
                               DNM-FILE-STATUS "*"
                       NOT INVALID KEY
                           MOVE "ADD" TO MLL-ACTION
                           MOVE WK-REASON TO MLL-DETAIL
                           PERFORM 600-WRITE-MAINT-LOG-LINE
                           ADD 1 TO CHANGES-MADE
                           DISPLAY "NAME ADDED - IT WILL BE HELD OUT"
                               " OF EVERY LATER MAILING"
                   END-WRITE
               END-IF
           END-IF.

       220-DELETE-NAME.
           PERFORM 500-GET-NAME-KEY.
           IF NOT ENTRY-IS-VALID
               DISPLAY "*DELETE CANCELLED*"
           ELSE
               PERFORM 510-FIND-NAME
               IF RECORD-FOUND
                   DELETE DNM-FILE RECORD
                       INVALID KEY
                           DISPLAY "*DELETE FAILED - STATUS "
                               DNM-FILE-STATUS "*"
                       NOT INVALID KEY
                           MOVE "DELETE" TO MLL-ACTION
                           MOVE "NAME MAY BE MAILED AGAIN"
                               TO MLL-DETAIL
                           PERFORM 600-WRITE-MAINT-LOG-LINE
                           ADD 1 TO CHANGES-MADE
                           DISPLAY "NAME DELETED"
                   END-DELETE
               ELSE
                   DISPLAY "*THAT NAME/ZIP IS NOT ON THE DO-NOT-MAIL"
                       " FILE*"
               END-IF
           END-IF.

       230-INQUIRE-NAME.
           PERFORM 500-GET-NAME-KEY.
           IF ENTRY-IS-VALID
               PERFORM 510-FIND-NAME
               IF RECORD-FOUND
                   PERFORM 520-SHOW-NAME
               ELSE
                   DISPLAY "*THAT NAME/ZIP IS NOT ON THE DO-NOT-MAIL"
                       " FILE*"
               END-IF
           END-IF.

      *----EVERY SUPPRESSED NAME IN KEY ORDER (LAST NAME FIRST)----
       240-LIST-NAMES.
           MOVE ZERO TO LIST-COUNT.
           MOVE "N" TO LIST-EOF-SWITCH.
           MOVE LOW-VALUES TO DNM-KEY.
           START DNM-FILE KEY IS NOT LESS THAN DNM-KEY
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-SWITCH
           END-START.
           IF LIST-EOF-SWITCH = "N"
               PERFORM 245-READ-NEXT-NAME
           END-IF.
           PERFORM 250-LIST-ONE-NAME
               UNTIL LIST-EOF-SWITCH = "Y".
           DISPLAY LIST-COUNT " NAME(S) ON THE DO-NOT-MAIL FILE".

       245-READ-NEXT-NAME.
           READ DNM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF-SWITCH
           END-READ.

       250-LIST-ONE-NAME.
           PERFORM 520-SHOW-NAME.
           ADD 1 TO LIST-COUNT.
           PERFORM 245-READ-NEXT-NAME.

      *----THE NAME IS KEYED IN PIECES THE WAY FLIPPER'S INPUT
      *----CARRIES IT, THEN STANDARDIZED AND UPPERCASED INTO THE KEY.
      *----A BLANK LAST NAME CANCELS. THE ZIP MUST BE FIVE DIGITS OR
      *----LEFT BLANK, THE SAME RULE FLIPPER CHECKS A NAME FILE'S ZIP
      *----BY; A BLANK ONE KEYS AS BLANK, AS IT DOES IN FLIPPER----
       500-GET-NAME-KEY.
           MOVE "N" TO ENTRY-OK-SWITCH.
           MOVE SPACES TO WK-LAST-NAME.
           DISPLAY "ENTER LAST NAME (BLANK TO CANCEL): ".
           ACCEPT WK-LAST-NAME.
           IF WK-LAST-NAME NOT = SPACES
               MOVE SPACES TO WK-FIRST-NAME
               MOVE SPACES TO WK-MIDDLE-NAME
               MOVE SPACES TO WK-SUFFIX
               MOVE SPACES TO WK-ZIP
               DISPLAY "ENTER FIRST NAME: "
               ACCEPT WK-FIRST-NAME
               DISPLAY "ENTER MIDDLE NAME OR INITIAL, IF ANY: "
               ACCEPT WK-MIDDLE-NAME
               DISPLAY "ENTER SUFFIX, IF ANY (JR, SR, III, etc): "
               ACCEPT WK-SUFFIX
               DISPLAY "ENTER ZIP (5 DIGITS, BLANK IF NONE): "
               ACCEPT WK-ZIP
               IF WK-ZIP NOT = SPACES AND WK-ZIP IS NOT NUMERIC
                   DISPLAY "*ZIP MUST BE 5 DIGITS OR BLANK*"
               ELSE
                   MOVE "Y" TO ENTRY-OK-SWITCH
                   IF STANDARDIZE-ON
                       PERFORM 505-STANDARDIZE-FIRST-NAME
                   END-IF
                   MOVE WK-LAST-NAME        TO WK-KEY-LAST
                   MOVE WK-FIRST-NAME       TO WK-KEY-FIRST
                   MOVE WK-MIDDLE-NAME (1:1) TO WK-KEY-MIDDLE
                   MOVE WK-SUFFIX           TO WK-KEY-SUFFIX
                   MOVE WK-ZIP              TO WK-KEY-ZIP
                   MOVE FUNCTION UPPER-CASE (WK-KEY) TO WK-KEY
               END-IF
           END-IF.

      *----SWAP A NICKNAME FOR ITS PROPER FIRST NAME, AS FLIPPER
      *----DOES BEFORE IT BUILDS ITS KEY----
       505-STANDARDIZE-FIRST-NAME.
           SET AL-IX TO 1.
           SEARCH ALIAS-ENTRY
               AT END
                   CONTINUE
               WHEN AL-ALIAS (AL-IX) =
                      FUNCTION UPPER-CASE (WK-FIRST-NAME)
                   MOVE AL-PROPER (AL-IX) TO WK-FIRST-NAME
           END-SEARCH.

       510-FIND-NAME.
           MOVE "N" TO FOUND-SWITCH.
           MOVE WK-KEY TO DNM-KEY.
           READ DNM-FILE RECORD KEY IS DNM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-SWITCH
           END-READ.

       520-SHOW-NAME.
           MOVE DNM-LAST-NAME   TO DLO-LAST-NAME.
           MOVE DNM-FIRST-NAME  TO DLO-FIRST-NAME.
           MOVE DNM-MIDDLE-INIT TO DLO-MIDDLE-INIT.
           MOVE DNM-SUFFIX      TO DLO-SUFFIX.
           MOVE DNM-ZIP         TO DLO-ZIP.
           MOVE DNM-ADDED-DATE  TO DLO-ADDED-DATE.
           MOVE DNM-ADDED-BY    TO DLO-ADDED-BY.
           MOVE DNM-REASON      TO DLO-REASON.
           DISPLAY DNM-LINE-OUT.

      *----THE LOG KEY IS THE ZIP AND THE START OF THE LAST NAME----
       600-WRITE-MAINT-LOG-LINE.
           MOVE SPACES TO MLL-KEY.
           STRING WK-KEY-ZIP DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WK-KEY-LAST (1:6) DELIMITED BY SIZE
                  INTO MLL-KEY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR   TO MLL-DATE (1:4).
           MOVE CD-MONTH  TO MLL-DATE (5:2).
           MOVE CD-DAY    TO MLL-DATE (7:2).
           MOVE CD-HOURS   TO MLL-TIME (1:2).
           MOVE CD-MINUTES TO MLL-TIME (3:2).
           MOVE CD-SECONDS TO MLL-TIME (5:2).
           MOVE OPERATOR-INITIALS TO MLL-OPERATOR.
           WRITE MAINTLOG-RECORD FROM MAINT-LOG-LINE.

       end program DNM-MAINT.
