      *  fields 160-UNSTRING already recovers and respecting the
      *  apostrophe/hyphen casing the 02/19 change put in. Output
      *  records are wider (180 columns) from here forward.
      *05/17/2016 - AT - every batch run started from nothing, so a
      *  person on last month's file got the same letter again this
      *  month, and people who asked to be taken off the list had
      *  nowhere to be recorded. The batch run now merges each name
      *  against an indexed mailing-list master (P08MAIL.IDX,
      *  P08_MASTER_FILE) keyed by the standardized last/first/
      *  middle initial/suffix plus ZIP: a new person is added, a
      *  known person with a new address or title is updated, and
      *  anyone already mailed within P08_REMAIL_DAYS (default 30,
      *  0 = never hold) is held out of P08NAMES.OUT. Names on the
      *  do-not-mail file (P08DNM.IDX, P08_DNM_FILE, kept with the
      *  new DNM-MAINT program) are suppressed before anything else
      *  happens. Every decision goes on a merge/purge report
      *  (P08MERGE.RPT, P08_MERGE_FILE) with totals, and the
      *  suppressed and held counts are shown on the run summary.
      *05/19/2016 - AT - a husband, wife and grown child at one
      *  address still drew three letters. With P08_HOUSEHOLD=Y the
      *  batch run holds its output records until the end of the
      *  file and folds those with the same normalized street,
      *  city and ZIP (uppercased, punctuation and extra spaces
      *  out, STREET/AVENUE/etc. abbreviated) into one household
      *  record: "John and Mary Smith" when two people share a last
      *  name, "The Smith Family" otherwise, with a salutation to
      *  match. Which people went into each household is listed on
      *  P08HHLD.RPT (P08_HOUSEHOLD_FILE). Left off (the default),
      *  every person still gets their own record, for letters that
      *  must go to each one. A record with no street is never
      *  folded.
      *06/01/2016 - AT - the do-not-mail file was taken as available
      *  on any open status but 35, and the mailing-list master open
      *  was checked only for 35. Either file now has to open clean
      *  (00) - a missing do-not-mail file still just means nothing
      *  is suppressed - and any other status stops the batch run
      *  before a name is read (LOADERR).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.

               SELECT PHON-FILE ASSIGN TO DYNAMIC PHON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT MAIL-MASTER-FILE ASSIGN TO DYNAMIC
                   MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

               SELECT DNM-FILE ASSIGN TO DYNAMIC DNM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DNM-KEY
               FILE STATUS IS DNM-FILE-STATUS.

               SELECT MERGE-FILE ASSIGN TO DYNAMIC MERGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT HOUSEHOLD-FILE ASSIGN TO DYNAMIC
                   HOUSEHOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           FD PHON-FILE.
           01 PHON-RECORD         PIC X(120).

      *----ONE PERSON EVER MAILED: KEYED BY THE STANDARDIZED NAME
      *----PLUS ZIP, WITH THE ADDRESS LAST SENT TO AND WHEN----
           FD MAIL-MASTER-FILE.
           01 MAIL-MASTER-RECORD.
               05 MM-KEY.
                   10 MM-LAST-NAME    PIC X(15).
                   10 MM-FIRST-NAME   PIC X(10).
                   10 MM-MIDDLE-INIT  PIC X.
                   10 MM-SUFFIX       PIC X(5).
                   10 MM-ZIP          PIC X(5).
               05 MM-FULL-NAME        PIC X(45).
               05 MM-TITLE            PIC X(4).
               05 MM-STREET           PIC X(25).
               05 MM-CITY             PIC X(15).
               05 MM-STATE            PIC X(2).
               05 MM-ADDED-DATE       PIC 9(8).
               05 MM-UPDATED-DATE     PIC 9(8).
               05 MM-LAST-MAILED      PIC 9(8).
               05 MM-TIMES-MAILED     PIC 9(5).

      *----ONE PERSON WHO ASKED NOT TO BE MAILED (KEPT BY
      *----DNM-MAINT, KEYED THE SAME AS THE MASTER)----
           FD DNM-FILE.
           01 DNM-RECORD.
               05 DNM-KEY             PIC X(36).
               05 DNM-ADDED-DATE      PIC 9(8).
               05 DNM-ADDED-BY        PIC X(3).
               05 DNM-REASON          PIC X(30).

           FD MERGE-FILE.
           01 MERGE-RECORD        PIC X(100).

      *----WHICH PEOPLE WERE FOLDED INTO EACH HOUSEHOLD----
           FD HOUSEHOLD-FILE.
           01 HOUSEHOLD-RECORD    PIC X(100).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

       01 ALIAS-FILE-NAME      PIC X(80) VALUE "P08ALIAS.DAT".
       01 DUP-FILE-NAME        PIC X(80) VALUE "P08DUPS.RPT".
       01 PHON-FILE-NAME       PIC X(80) VALUE "P08PHON.RPT".
       01 MASTER-FILE-NAME     PIC X(80) VALUE "P08MAIL.IDX".
       01 DNM-FILE-NAME        PIC X(80) VALUE "P08DNM.IDX".
       01 MERGE-FILE-NAME      PIC X(80) VALUE "P08MERGE.RPT".
       01 HOUSEHOLD-FILE-NAME  PIC X(80) VALUE "P08HHLD.RPT".

      *----HOUSEHOLD CONSOLIDATION. WITH THE SWITCH ON, EVERY OUTPUT
      *----RECORD WITH A STREET IS HELD HERE, WITH ITS NORMALIZED
      *----ADDRESS, UNTIL THE END OF THE RUN; THEN EACH ADDRESS
      *----GOES OUT ONCE----
       01 HOUSEHOLD-SWITCH     PIC X     VALUE "N".
           88 HOUSEHOLD-ON         VALUE "Y" "y".
       01 HH-COUNT             PIC 9(3)  VALUE ZERO.
       01 HH-TABLE.
           05 HH-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON HH-COUNT
                  INDEXED BY HH-IX HH-JX.
              10 HH-ADDRESS-KEY PIC X(45).
              10 HH-FIRST-NAME  PIC X(10).
              10 HH-LAST-NAME   PIC X(15).
              10 HH-FULL-NAME   PIC X(45).
              10 HH-OUT-LINE    PIC X(180).
              10 HH-DONE-SW     PIC X.
       01 HH-FULL-WARNED-SW    PIC X     VALUE "N".
       01 HH-MEMBER-COUNT      PIC 9(3)  VALUE ZERO.
       01 HH-SECOND-FIRST      PIC X(10) VALUE SPACES.
       01 HH-SAME-LAST-SW      PIC X     VALUE "Y".
           88 HH-ALL-SAME-LAST     VALUE "Y".
       01 HH-ENVELOPE          PIC X(45) VALUE SPACES.
       01 HOUSEHOLDS-FORMED    PIC 9(4)  VALUE ZERO.
       01 RECORDS-FOLDED       PIC 9(4)  VALUE ZERO.

      *----ADDRESS NORMALIZATION WORK AREA: ONE FIELD BROKEN INTO
      *----WORDS, EACH WORD ABBREVIATED IF IT IS ON THE LIST, AND
      *----STRUNG BACK WITH SINGLE SPACES----
       01 NORM-FIELDS.
           05 NORM-IN           PIC X(25) VALUE SPACES.
           05 NORM-OUT          PIC X(25) VALUE SPACES.
           05 NORM-PTR          PIC 9(2)  VALUE ZERO.
           05 NORM-STREET       PIC X(25) VALUE SPACES.
           05 NORM-WORD-IX      PIC 9     VALUE ZERO.
           05 NORM-WORD OCCURS 8 TIMES PIC X(25).
       01 HH-KEY-WORK.
           05 HKW-STREET        PIC X(25).
           05 HKW-CITY          PIC X(15).
           05 HKW-ZIP           PIC X(5).

      *----THE STREET WORDS WRITTEN MORE THAN ONE WAY, WITH THE
      *----POSTAL ABBREVIATION EACH ONE IS COMPARED AS----
       01 ABBREV-DEFS.
           05 FILLER PIC X(14) VALUE "STREET    ST  ".
           05 FILLER PIC X(14) VALUE "AVENUE    AVE ".
           05 FILLER PIC X(14) VALUE "ROAD      RD  ".
           05 FILLER PIC X(14) VALUE "DRIVE     DR  ".
           05 FILLER PIC X(14) VALUE "LANE      LN  ".
           05 FILLER PIC X(14) VALUE "BOULEVARD BLVD".
           05 FILLER PIC X(14) VALUE "COURT     CT  ".
           05 FILLER PIC X(14) VALUE "PLACE     PL  ".
           05 FILLER PIC X(14) VALUE "APARTMENT APT ".
           05 FILLER PIC X(14) VALUE "SUITE     STE ".
           05 FILLER PIC X(14) VALUE "NORTH     N   ".
           05 FILLER PIC X(14) VALUE "SOUTH     S   ".
           05 FILLER PIC X(14) VALUE "EAST      E   ".
           05 FILLER PIC X(14) VALUE "WEST      W   ".
       01 ABBREV-TABLE REDEFINES ABBREV-DEFS.
           05 ABBREV-ENTRY OCCURS 14 TIMES INDEXED BY AB-IX.
              10 AB-WORD        PIC X(10).
              10 AB-SHORT       PIC X(4).

       01 HOUSEHOLD-HEAD-LINE.
           05 FILLER            PIC X(25) VALUE
               "P08 HOUSEHOLD REPORT".
       01 HOUSEHOLD-LINE-OUT.
           05 FILLER            PIC X(11) VALUE "HOUSEHOLD: ".
           05 HHL-ENVELOPE      PIC X(45).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HHL-STREET        PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HHL-ZIP           PIC X(5).
       01 HOUSEHOLD-MEMBER-LINE.
           05 FILLER            PIC X(15) VALUE
               "    FOLDED IN: ".
           05 HML-FULL-NAME     PIC X(45).

      *----MAILING-LIST MASTER MERGE AND DO-NOT-MAIL SUPPRESSION.
      *----BOTH FILES ARE KEYED ALIKE - LAST, FIRST, MIDDLE INITIAL,
      *----SUFFIX, ZIP, UPPERCASED AFTER STANDARDIZATION - SO THE
      *----SAME PERSON KEYS THE SAME HOWEVER THE NAME ARRIVED----
       01 MASTER-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 DNM-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01 MAIL-KEY.
           05 MK-LAST          PIC X(15).
           05 MK-FIRST         PIC X(10).
           05 MK-MIDDLE-INIT   PIC X.
           05 MK-SUFFIX        PIC X(5).
           05 MK-ZIP           PIC X(5).
       01 DNM-AVAILABLE-SW     PIC X     VALUE "N".
           88 DNM-AVAILABLE        VALUE "Y".
       01 MAIL-OPEN-ERROR-SW   PIC X     VALUE "N".
           88 MAIL-OPEN-FAILED     VALUE "Y".
       01 SUPPRESS-SWITCH      PIC X     VALUE "N".
           88 NAME-IS-SUPPRESSED   VALUE "Y".
       01 HOLD-SWITCH          PIC X     VALUE "N".
           88 NAME-IS-HELD         VALUE "Y".
       01 REMAIL-DAYS          PIC 9(3)  VALUE 30.
       01 DAYS-SINCE-MAILED    PIC S9(7) VALUE ZERO.
       01 RUN-DATE             PIC 9(8)  VALUE ZERO.
       01 MERGE-COUNTS.
           05 MERGE-READ-COUNT     PIC 9(5) VALUE ZERO.
           05 MERGE-ADDED-COUNT    PIC 9(5) VALUE ZERO.
           05 MERGE-UPDATED-COUNT  PIC 9(5) VALUE ZERO.
           05 MERGE-MATCHED-COUNT  PIC 9(5) VALUE ZERO.
           05 MERGE-HELD-COUNT     PIC 9(5) VALUE ZERO.
           05 SUPPRESSED-COUNT     PIC 9(5) VALUE ZERO.

       01 MERGE-HEAD-LINE.
           05 FILLER            PIC X(28) VALUE
               "P08 MERGE/PURGE REPORT  RUN ".
           05 MHL-RUN-DATE      PIC 9(8).
       01 MERGE-COLUMN-LINE.
           05 FILLER            PIC X(12) VALUE "ACTION".
           05 FILLER            PIC X(47) VALUE "NAME".
           05 FILLER            PIC X(7)  VALUE "ZIP".
           05 FILLER            PIC X(4)  VALUE "NOTE".
       01 MERGE-LINE-OUT.
           05 MRL-ACTION        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 MRL-NAME          PIC X(45).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 MRL-ZIP           PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 MRL-NOTE          PIC X(30).
       01 MERGE-TOTAL-LINE.
           05 MTL-LABEL         PIC X(30).
           05 MTL-COUNT         PIC ZZ,ZZ9.

      *----THE PHONETIC (SOUNDEX-STYLE) CODING WORK AREA: FIRST
      *----LETTER KEPT, LATER LETTERS MAPPED TO THE SIX SOUND
           05 SAVED-FIRST-NAME  PIC X(10).
           05 SAVED-MIDDLE-NAME PIC X(10).
           05 SAVED-LAST-NAME   PIC X(15).
           05 SAVED-SUFFIX      PIC X(5).

       01 SWITCH          PIC X VALUE "Y".
       01 NAME-VALID-SWITCH PIC X VALUE "N".
               PERFORM 010-PROCESS-ONE-NAME
                   UNTIL SWITCH = "N" OR SWITCH = "n"
           END-IF.
           IF MAIL-OPEN-FAILED
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE DUP-NAME-COUNT TO RSA-EXCEPTION-COUNT.
           GOBACK.
           MOVE ZERO TO PHON-SEEN-COUNT.
           MOVE ZERO TO PHON-MATCH-COUNT.
           MOVE "N" TO PHON-FULL-WARNED-SW.
           INITIALIZE MERGE-COUNTS.
           MOVE ZERO TO HH-COUNT.
           MOVE ZERO TO HOUSEHOLDS-FORMED.
           MOVE ZERO TO RECORDS-FOLDED.
           MOVE "N" TO HH-FULL-WARNED-SW.
           MOVE "N" TO MAIL-OPEN-ERROR-SW.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           PERFORM 502-OPEN-MAIL-FILES.
           IF NOT MAIL-OPEN-FAILED
               PERFORM 501-RUN-BATCH-FILE
           END-IF.

      *----THE MAILING FILES ARE OPEN; RUN THE NAME FILE THROUGH----
       501-RUN-BATCH-FILE.
           OPEN INPUT NAME-FILE.
           OPEN OUTPUT NAME-OUT-FILE.
           OPEN OUTPUT DUP-FILE.
           OPEN OUTPUT PHON-FILE.
           IF HOUSEHOLD-ON
               OPEN OUTPUT HOUSEHOLD-FILE
               WRITE HOUSEHOLD-RECORD FROM HOUSEHOLD-HEAD-LINE
           END-IF.
           PERFORM 510-READ-NAME-RCD.
           PERFORM 520-BATCH-PROCESS
               UNTIL EOF-SWITCH = "Y".
           IF HOUSEHOLD-ON
               PERFORM 585-WRITE-HOUSEHOLDS
               CLOSE HOUSEHOLD-FILE
           END-IF.
           PERFORM 570-WRITE-MERGE-TOTALS.
           CLOSE NAME-FILE.
           CLOSE NAME-OUT-FILE.
           CLOSE DUP-FILE.
           CLOSE PHON-FILE.
           CLOSE MAIL-MASTER-FILE.
           CLOSE MERGE-FILE.
           IF DNM-AVAILABLE
               CLOSE DNM-FILE
           END-IF.
           DISPLAY MERGE-READ-COUNT " READ, "
               MERGE-ADDED-COUNT " ADDED, "
               MERGE-UPDATED-COUNT " UPDATED, "
               MERGE-MATCHED-COUNT " MATCHED ON THE MAILING LIST".
           IF SUPPRESSED-COUNT > ZERO
               DISPLAY "*" SUPPRESSED-COUNT " DO-NOT-MAIL NAME(S)"
                   " SUPPRESSED - SEE P08MERGE.RPT*"
           END-IF.
           IF MERGE-HELD-COUNT > ZERO
               DISPLAY "*" MERGE-HELD-COUNT " NAME(S) HELD - MAILED"
                   " WITHIN " REMAIL-DAYS " DAYS*"
           END-IF.
           IF HOUSEHOLDS-FORMED > ZERO
               DISPLAY RECORDS-FOLDED " RECORD(S) FOLDED INTO "
                   HOUSEHOLDS-FORMED " HOUSEHOLD(S) - SEE P08HHLD.RPT"
           END-IF.
           IF PHON-MATCH-COUNT > ZERO
               DISPLAY "*" PHON-MATCH-COUNT " POSSIBLE PHONETIC"
                   " DUPLICATE(S) - SEE P08PHON.RPT*"
           PERFORM 526-VALIDATE-BATCH-ADDRESS.
           PERFORM 527-VALIDATE-TITLE.
           PERFORM 105-PROCESS-NAME.
           ADD 1 TO MERGE-READ-COUNT.
           PERFORM 550-BUILD-MAIL-KEY.
           PERFORM 555-CHECK-DO-NOT-MAIL.
           IF NAME-IS-SUPPRESSED
               MOVE "SUPPRESSED" TO MRL-ACTION
               MOVE "ON THE DO-NOT-MAIL FILE" TO MRL-NOTE
               PERFORM 565-WRITE-MERGE-LINE
               ADD 1 TO SUPPRESSED-COUNT
           ELSE
           PERFORM 530-CHECK-DUPLICATE-NAME
           IF NAME-IS-DUPLICATE
               MOVE FULL-NAME TO DLO-FULL-NAME
               WRITE DUP-RECORD FROM DUP-LINE-OUT
               ADD 1 TO DUP-NAME-COUNT
           ELSE
               PERFORM 536-CHECK-PHONETIC-DUPLICATE
               PERFORM 560-MERGE-WITH-MASTER
               IF NOT NAME-IS-HELD
                   PERFORM 535-BUILD-OUTPUT-RECORD
                   PERFORM 580-WRITE-OR-HOLD-RECORD
               END-IF
           END-IF
           END-IF.
           PERFORM 510-READ-NAME-RCD.

      *----THE MASTER IS CREATED EMPTY THE FIRST TIME (STATUS 35).
      *----NO DO-NOT-MAIL FILE JUST MEANS NOBODY HAS ASKED YET. ANY
      *----OTHER STATUS BUT 00 ON EITHER ONE STOPS THE RUN----
       502-OPEN-MAIL-FILES.
           MOVE "N" TO DNM-AVAILABLE-SW.
           OPEN I-O MAIL-MASTER-FILE.
           IF MASTER-FILE-STATUS = "35"
               OPEN OUTPUT MAIL-MASTER-FILE
               CLOSE MAIL-MASTER-FILE
               OPEN I-O MAIL-MASTER-FILE
               IF MASTER-FILE-STATUS = "00"
                   DISPLAY "NEW MAILING-LIST MASTER CREATED"
               END-IF
           END-IF.
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "*" FUNCTION TRIM (MASTER-FILE-NAME)
                   " WOULD NOT OPEN - STATUS " MASTER-FILE-STATUS "*"
               MOVE "Y" TO MAIL-OPEN-ERROR-SW
           ELSE
               PERFORM 503-OPEN-DNM-FILE
           END-IF.
           IF MAIL-OPEN-FAILED
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND "
                   "RERUN*"
           ELSE
               OPEN OUTPUT MERGE-FILE
               MOVE RUN-DATE TO MHL-RUN-DATE
               WRITE MERGE-RECORD FROM MERGE-HEAD-LINE
               MOVE SPACES TO MERGE-RECORD
               WRITE MERGE-RECORD
               WRITE MERGE-RECORD FROM MERGE-COLUMN-LINE
           END-IF.

       503-OPEN-DNM-FILE.
           OPEN INPUT DNM-FILE.
           EVALUATE DNM-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO DNM-AVAILABLE-SW
               WHEN "35"
                   DISPLAY "*NO DO-NOT-MAIL FILE - NOTHING SUPPRESSED*"
               WHEN OTHER
                   DISPLAY "*" FUNCTION TRIM (DNM-FILE-NAME)
                       " WOULD NOT OPEN - STATUS " DNM-FILE-STATUS "*"
                   MOVE "Y" TO MAIL-OPEN-ERROR-SW
                   CLOSE MAIL-MASTER-FILE
           END-EVALUATE.

      *----THE KEY COMES FROM THE SAVED (STANDARDIZED, CASED) NAME
      *----FIELDS, NOT THE UNSTRUNG ONES, FOR THE SAME REASON THE
      *----SORT KEY DOES----
       550-BUILD-MAIL-KEY.
           MOVE SAVED-LAST-NAME         TO MK-LAST.
           MOVE SAVED-FIRST-NAME        TO MK-FIRST.
           MOVE SAVED-MIDDLE-NAME (1:1) TO MK-MIDDLE-INIT.
           MOVE SAVED-SUFFIX            TO MK-SUFFIX.
           MOVE WK-ZIP                  TO MK-ZIP.
           MOVE FUNCTION UPPER-CASE (MAIL-KEY) TO MAIL-KEY.

       555-CHECK-DO-NOT-MAIL.
           MOVE "N" TO SUPPRESS-SWITCH.
           IF DNM-AVAILABLE
               MOVE MAIL-KEY TO DNM-KEY
               READ DNM-FILE RECORD KEY IS DNM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SUPPRESS-SWITCH
               END-READ
           END-IF.

      *----ADD A NEW PERSON; UPDATE A KNOWN ONE WHOSE ADDRESS OR
      *----TITLE CHANGED; HOLD ONE MAILED WITHIN THE REMAIL WINDOW.
      *----A SAME-DAY RERUN IS NOT HELD AND NOT COUNTED TWICE----
       560-MERGE-WITH-MASTER.
           MOVE "N" TO HOLD-SWITCH.
           MOVE SPACES TO MRL-NOTE.
           MOVE MAIL-KEY TO MM-KEY.
           READ MAIL-MASTER-FILE RECORD KEY IS MM-KEY
               INVALID KEY
                   PERFORM 561-ADD-TO-MASTER
               NOT INVALID KEY
                   PERFORM 562-UPDATE-MASTER
           END-READ.
           PERFORM 565-WRITE-MERGE-LINE.

       561-ADD-TO-MASTER.
           MOVE MAIL-KEY  TO MM-KEY.
           MOVE FULL-NAME TO MM-FULL-NAME.
           MOVE WK-TITLE  TO MM-TITLE.
           MOVE WK-STREET TO MM-STREET.
           MOVE WK-CITY   TO MM-CITY.
           MOVE WK-STATE  TO MM-STATE.
           MOVE RUN-DATE  TO MM-ADDED-DATE.
           MOVE RUN-DATE  TO MM-UPDATED-DATE.
           MOVE RUN-DATE  TO MM-LAST-MAILED.
           MOVE 1         TO MM-TIMES-MAILED.
           WRITE MAIL-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*MASTER WRITE FAILED - STATUS "
                       MASTER-FILE-STATUS "*"
           END-WRITE.
           MOVE "ADD" TO MRL-ACTION.
           ADD 1 TO MERGE-ADDED-COUNT.

       562-UPDATE-MASTER.
           IF REMAIL-DAYS > ZERO AND MM-LAST-MAILED > ZERO
                  AND MM-LAST-MAILED < RUN-DATE
               COMPUTE DAYS-SINCE-MAILED =
                   FUNCTION INTEGER-OF-DATE (RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE (MM-LAST-MAILED)
               IF DAYS-SINCE-MAILED < REMAIL-DAYS
                   MOVE "Y" TO HOLD-SWITCH
               END-IF
           END-IF.
           IF MM-STREET NOT = WK-STREET OR MM-CITY NOT = WK-CITY
                  OR MM-STATE NOT = WK-STATE
                  OR MM-TITLE NOT = WK-TITLE
               MOVE FULL-NAME TO MM-FULL-NAME
               MOVE WK-TITLE  TO MM-TITLE
               MOVE WK-STREET TO MM-STREET
               MOVE WK-CITY   TO MM-CITY
               MOVE WK-STATE  TO MM-STATE
               MOVE RUN-DATE  TO MM-UPDATED-DATE
               MOVE "UPDATE" TO MRL-ACTION
               MOVE "ADDRESS/TITLE CHANGED" TO MRL-NOTE
               ADD 1 TO MERGE-UPDATED-COUNT
           ELSE
               MOVE "MATCH" TO MRL-ACTION
               ADD 1 TO MERGE-MATCHED-COUNT
           END-IF.
           IF NAME-IS-HELD
               MOVE SPACES TO MRL-NOTE
               STRING "HELD - LAST MAILED " DELIMITED BY SIZE
                      MM-LAST-MAILED DELIMITED BY SIZE
                      INTO MRL-NOTE
               ADD 1 TO MERGE-HELD-COUNT
           ELSE
               IF MM-LAST-MAILED NOT = RUN-DATE
                   MOVE RUN-DATE TO MM-LAST-MAILED
                   ADD 1 TO MM-TIMES-MAILED
               END-IF
           END-IF.
           REWRITE MAIL-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*MASTER REWRITE FAILED - STATUS "
                       MASTER-FILE-STATUS "*"
           END-REWRITE.

       565-WRITE-MERGE-LINE.
           MOVE FULL-NAME TO MRL-NAME.
           MOVE WK-ZIP    TO MRL-ZIP.
           WRITE MERGE-RECORD FROM MERGE-LINE-OUT.

      *----WITH HOUSEHOLDS ON, A RECORD WITH A STREET WAITS IN THE
      *----HOUSEHOLD TABLE FOR THE END OF THE RUN; ANYTHING ELSE (OR
      *----ANYTHING PAST A FULL TABLE) GOES OUT NOW----
       580-WRITE-OR-HOLD-RECORD.
           IF HOUSEHOLD-ON AND WK-STREET NOT = SPACES
                  AND HH-COUNT < 500
               ADD 1 TO HH-COUNT
               PERFORM 581-NORMALIZE-ADDRESS
               MOVE HH-KEY-WORK TO HH-ADDRESS-KEY (HH-COUNT)
               MOVE SAVED-FIRST-NAME TO HH-FIRST-NAME (HH-COUNT)
               MOVE SAVED-LAST-NAME TO HH-LAST-NAME (HH-COUNT)
               MOVE FULL-NAME TO HH-FULL-NAME (HH-COUNT)
               MOVE NAME-OUT-LINE TO HH-OUT-LINE (HH-COUNT)
               MOVE "N" TO HH-DONE-SW (HH-COUNT)
           ELSE
               IF HOUSEHOLD-ON AND WK-STREET NOT = SPACES
                      AND HH-FULL-WARNED-SW NOT = "Y"
                   DISPLAY "*HOUSEHOLD TABLE FULL - LATER RECORDS"
                       " GO OUT INDIVIDUALLY*"
                   MOVE "Y" TO HH-FULL-WARNED-SW
               END-IF
               WRITE NAME-OUT-RECORD FROM NAME-OUT-LINE
           END-IF.

      *----123 North Main Street, and 123 N. MAIN ST. COMPARE THE
      *----SAME: UPPERCASED, PUNCTUATION OUT, ONE SPACE BETWEEN
      *----WORDS, AND THE LISTED WORDS ABBREVIATED----
       581-NORMALIZE-ADDRESS.
           MOVE WK-STREET TO NORM-IN.
           PERFORM 582-NORMALIZE-ONE-FIELD.
           MOVE NORM-OUT TO HKW-STREET.
           MOVE WK-CITY TO NORM-IN.
           PERFORM 582-NORMALIZE-ONE-FIELD.
           MOVE NORM-OUT TO HKW-CITY.
           MOVE WK-ZIP TO HKW-ZIP.

       582-NORMALIZE-ONE-FIELD.
           MOVE FUNCTION UPPER-CASE (NORM-IN) TO NORM-IN.
           INSPECT NORM-IN REPLACING ALL "." BY SPACE
                                     ALL "," BY SPACE
                                     ALL "#" BY SPACE.
           MOVE FUNCTION TRIM (NORM-IN) TO NORM-IN.
           MOVE SPACES TO NORM-STREET.
           PERFORM 583-CLEAR-ONE-WORD
               VARYING NORM-WORD-IX FROM 1 BY 1
               UNTIL NORM-WORD-IX > 8.
           UNSTRING NORM-IN DELIMITED BY ALL SPACE
               INTO NORM-WORD (1) NORM-WORD (2) NORM-WORD (3)
                    NORM-WORD (4) NORM-WORD (5) NORM-WORD (6)
                    NORM-WORD (7) NORM-WORD (8).
           MOVE SPACES TO NORM-OUT.
           MOVE 1 TO NORM-PTR.
           PERFORM 584-ADD-ONE-WORD
               VARYING NORM-WORD-IX FROM 1 BY 1
               UNTIL NORM-WORD-IX > 8.

       583-CLEAR-ONE-WORD.
           MOVE SPACES TO NORM-WORD (NORM-WORD-IX).

       584-ADD-ONE-WORD.
           IF NORM-WORD (NORM-WORD-IX) NOT = SPACES
               SET AB-IX TO 1
               SEARCH ABBREV-ENTRY
                   AT END
                       CONTINUE
                   WHEN AB-WORD (AB-IX) = NORM-WORD (NORM-WORD-IX)
                       MOVE AB-SHORT (AB-IX)
                           TO NORM-WORD (NORM-WORD-IX)
               END-SEARCH
               STRING NORM-WORD (NORM-WORD-IX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      INTO NORM-OUT WITH POINTER NORM-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.

      *----END OF RUN: EACH HELD RECORD NOT ALREADY FOLDED INTO AN
      *----EARLIER ONE'S HOUSEHOLD GOES OUT - ALONE AS IT WAS BUILT,
      *----OR WITH EVERYONE ELSE AT ITS ADDRESS AS ONE HOUSEHOLD----
       585-WRITE-HOUSEHOLDS.
           PERFORM 586-WRITE-ONE-HOUSEHOLD
               VARYING HH-IX FROM 1 BY 1
               UNTIL HH-IX > HH-COUNT.

       586-WRITE-ONE-HOUSEHOLD.
           IF HH-DONE-SW (HH-IX) = "N"
               MOVE 1 TO HH-MEMBER-COUNT
               MOVE SPACES TO HH-SECOND-FIRST
               MOVE "Y" TO HH-SAME-LAST-SW
               PERFORM 587-COUNT-ONE-MEMBER
                   VARYING HH-JX FROM HH-IX BY 1
                   UNTIL HH-JX > HH-COUNT
               MOVE HH-OUT-LINE (HH-IX) TO NAME-OUT-LINE
               IF HH-MEMBER-COUNT > 1
                   PERFORM 588-BUILD-HOUSEHOLD-NAME
                   MOVE HH-ENVELOPE TO NOL-ENVELOPE
                   MOVE SALUTATION-OUT TO NOL-SALUTATION
                   MOVE HH-ENVELOPE TO HHL-ENVELOPE
                   MOVE NOL-STREET TO HHL-STREET
                   MOVE NOL-ZIP TO HHL-ZIP
                   MOVE SPACES TO HOUSEHOLD-RECORD
                   WRITE HOUSEHOLD-RECORD
                   WRITE HOUSEHOLD-RECORD FROM HOUSEHOLD-LINE-OUT
                   PERFORM 589-FOLD-ONE-MEMBER
                       VARYING HH-JX FROM HH-IX BY 1
                       UNTIL HH-JX > HH-COUNT
                   ADD 1 TO HOUSEHOLDS-FORMED
               END-IF
               MOVE "Y" TO HH-DONE-SW (HH-IX)
               WRITE NAME-OUT-RECORD FROM NAME-OUT-LINE
           END-IF.

       587-COUNT-ONE-MEMBER.
           IF HH-JX NOT = HH-IX AND HH-DONE-SW (HH-JX) = "N"
                  AND HH-ADDRESS-KEY (HH-JX) = HH-ADDRESS-KEY (HH-IX)
               ADD 1 TO HH-MEMBER-COUNT
               IF HH-MEMBER-COUNT = 2
                   MOVE HH-FIRST-NAME (HH-JX) TO HH-SECOND-FIRST
               END-IF
               IF HH-LAST-NAME (HH-JX) NOT = HH-LAST-NAME (HH-IX)
                   MOVE "N" TO HH-SAME-LAST-SW
               END-IF
           END-IF.

      *----"John and Mary Smith" FOR TWO PEOPLE WITH ONE LAST NAME,
      *----"The Smith Family" OTHERWISE, AND THE SALUTATION TO MATCH
      *----THE WAY 537-BUILD-SALUTATION WORDS AN INDIVIDUAL ONE----
       588-BUILD-HOUSEHOLD-NAME.
           MOVE SPACES TO HH-ENVELOPE.
           IF HH-MEMBER-COUNT = 2 AND HH-ALL-SAME-LAST
               STRING FUNCTION TRIM (HH-FIRST-NAME (HH-IX))
                          DELIMITED BY SIZE
                      " and " DELIMITED BY SIZE
                      FUNCTION TRIM (HH-SECOND-FIRST)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (HH-LAST-NAME (HH-IX))
                          DELIMITED BY SIZE
                      INTO HH-ENVELOPE
           ELSE
               STRING "The " DELIMITED BY SIZE
                      FUNCTION TRIM (HH-LAST-NAME (HH-IX))
                          DELIMITED BY SIZE
                      " Family" DELIMITED BY SIZE
                      INTO HH-ENVELOPE
           END-IF.
           MOVE SPACES TO SALUTATION-OUT.
           IF HH-MEMBER-COUNT = 2 AND HH-ALL-SAME-LAST
               STRING "Dear " DELIMITED BY SIZE
                      FUNCTION TRIM (HH-ENVELOPE) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      INTO SALUTATION-OUT
           ELSE
               STRING "Dear " DELIMITED BY SIZE
                      FUNCTION TRIM (HH-LAST-NAME (HH-IX))
                          DELIMITED BY SIZE
                      " Family:" DELIMITED BY SIZE
                      INTO SALUTATION-OUT
           END-IF.

       589-FOLD-ONE-MEMBER.
           IF HH-DONE-SW (HH-JX) = "N"
                  AND HH-ADDRESS-KEY (HH-JX) = HH-ADDRESS-KEY (HH-IX)
               MOVE HH-FULL-NAME (HH-JX) TO HML-FULL-NAME
               WRITE HOUSEHOLD-RECORD FROM HOUSEHOLD-MEMBER-LINE
               ADD 1 TO RECORDS-FOLDED
               IF HH-JX NOT = HH-IX
                   MOVE "Y" TO HH-DONE-SW (HH-JX)
               END-IF
           END-IF.

       570-WRITE-MERGE-TOTALS.
           MOVE SPACES TO MERGE-RECORD.
           WRITE MERGE-RECORD.
           MOVE "NAMES READ" TO MTL-LABEL.
           MOVE MERGE-READ-COUNT TO MTL-COUNT.
           WRITE MERGE-RECORD FROM MERGE-TOTAL-LINE.
           MOVE "ADDED TO MASTER" TO MTL-LABEL.
           MOVE MERGE-ADDED-COUNT TO MTL-COUNT.
           WRITE MERGE-RECORD FROM MERGE-TOTAL-LINE.
           MOVE "UPDATED ON MASTER" TO MTL-LABEL.
           MOVE MERGE-UPDATED-COUNT TO MTL-COUNT.
           WRITE MERGE-RECORD FROM MERGE-TOTAL-LINE.
           MOVE "MATCHED ON MASTER" TO MTL-LABEL.
           MOVE MERGE-MATCHED-COUNT TO MTL-COUNT.
           WRITE MERGE-RECORD FROM MERGE-TOTAL-LINE.
           MOVE "HELD - MAILED RECENTLY" TO MTL-LABEL.
           MOVE MERGE-HELD-COUNT TO MTL-COUNT.
           WRITE MERGE-RECORD FROM MERGE-TOTAL-LINE.
           MOVE "SUPPRESSED - DO NOT MAIL" TO MTL-LABEL.
           MOVE SUPPRESSED-COUNT TO MTL-COUNT.
           WRITE MERGE-RECORD FROM MERGE-TOTAL-LINE.
           MOVE "DUPLICATES DIVERTED" TO MTL-LABEL.
           MOVE DUP-NAME-COUNT TO MTL-COUNT.
           WRITE MERGE-RECORD FROM MERGE-TOTAL-LINE.
           IF HOUSEHOLD-ON
               MOVE "FOLDED INTO HOUSEHOLDS" TO MTL-LABEL
               MOVE RECORDS-FOLDED TO MTL-COUNT
               WRITE MERGE-RECORD FROM MERGE-TOTAL-LINE
               MOVE "HOUSEHOLDS FORMED" TO MTL-LABEL
               MOVE HOUSEHOLDS-FORMED TO MTL-COUNT
               WRITE MERGE-RECORD FROM MERGE-TOTAL-LINE
           END-IF.

      *----THE PHONETIC PASS: CODE THE LAST AND FIRST NAME, AND IF
      *----AN EARLIER RECORD CODED THE SAME BUT SPELLED DIFFERENT,
      *----PUT BOTH SPELLINGS ON THE POSSIBLE-DUPLICATES REPORT.
           MOVE FIRST-NAME  TO SAVED-FIRST-NAME.
           MOVE MIDDLE-NAME TO SAVED-MIDDLE-NAME.
           MOVE LAST-NAME   TO SAVED-LAST-NAME.
           MOVE SUFFIX      TO SAVED-SUFFIX.
           PERFORM 140-STRINGPROCESS.

           DISPLAY "YOUR NAME: " , FULL-NAME.
                   MOVE PARM-VALUE (1:1) TO STANDARDIZE-SWITCH
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_MASTER_FILE"
                   MOVE PARM-VALUE TO MASTER-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_DNM_FILE"
                   MOVE PARM-VALUE TO DNM-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_MERGE_FILE"
                   MOVE PARM-VALUE TO MERGE-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_HOUSEHOLD"
                   MOVE PARM-VALUE (1:1) TO HOUSEHOLD-SWITCH
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_HOUSEHOLD_FILE"
                   MOVE PARM-VALUE TO HOUSEHOLD-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_REMAIL_DAYS"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE REMAIL-DAYS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
