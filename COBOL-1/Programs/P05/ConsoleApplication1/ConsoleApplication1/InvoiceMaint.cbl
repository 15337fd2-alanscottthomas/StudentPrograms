      *CHANGE IS LOGGED WITH WHO/WHEN TO P05MAINT.LOG. HDR/TRL
      *ENVELOPE RECORDS ARE SKIPPED ON LOAD AND NOT WRITTEN BACK -
      *THE ENVELOPE BELONGS TO THE TRANSMISSION, NOT THE LOCAL FILE.
      *A NEW INVOICE FOR A PURCHASER ON THE CREDIT-HOLD LIST
      *(P05HOLD.DAT, KEPT BY CREDIT-HOLD) IS REFUSED UNLESS A LEVEL 3
      *OPERATOR OVERRIDES THE HOLD, AND THE OVERRIDE IS LOGGED.
      *input files P05D.dat, P05HOLD.DAT, P05INV.SEQ
      *output files P05D.dat, P05MAINT.LOG, P05INV.SEQ
      *printer ouput None
      *
      *MODS:
      *03/22/2016 - AT - first version.
      *05/08/2016 - AT - refuse new invoices for purchasers on credit
      *  hold unless a level 3 operator overrides.
      *05/11/2016 - AT - invoices are keyed by purchaser number plus
      *  invoice number (columns 41-48) instead of invoice date, so
      *  two invoices on the same day can be told apart. An invoice
      *  added without a number, or an older one changed while it
      *  still has none, gets the next number off the P05INV.SEQ
      *  control file (P05_INVOICE_SEQ_FILE) REPORTMAKER uses. An
      *  unnumbered invoice can still be found by its date.
      *05/31/2016 - AT - deleting an unnumbered invoice logs it by
      *  purchaser and invoice date instead of a blank number.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               organization is line sequential
               file status is THEIRFILE-STATUS.

               SELECT HOLDFILE ASSIGN TO DYNAMIC HOLDFILE-NAME
               organization is line sequential
               file status is HOLDFILE-STATUS.

               SELECT OPTIONAL INVSEQFILE ASSIGN TO DYNAMIC
                  INVSEQFILE-NAME
               organization is line sequential
               file status is INVSEQFILE-STATUS.

               SELECT MAINTLOG ASSIGN TO "P05MAINT.LOG"
               organization is line sequential
               file status is MAINTLOG-STATUS.
             05 EMP-PURCHASER-NAME         PIC x(20).
             05 EMP-PRICE                  pic 9(7).
             05 EMP-INVOICE-DATE           PIC 9(8).
             05 EMP-INVOICE-NUMBER         PIC X(8).

      *----THE CREDIT-HOLD LIST - SAME LAYOUT CREDIT-HOLD WRITES----
           FD HOLDFILE.
           01 HOLDFILE-PICS.
               05 HL-PURCHASER           PIC X(5).
               05 HL-STATUS              PIC X.
               05 HL-SOURCE              PIC X.
               05 HL-DATE                PIC 9(8).
               05 HL-OPERATOR            PIC X(3).
               05 HL-BALANCE             PIC 9(9).
               05 HL-OLDEST-DAYS         PIC 9(5).
               05 HL-REASON              PIC X(30).

      *----THE NEXT INVOICE NUMBER TO ASSIGN - THE SAME CONTROL
      *----FILE REPORTMAKER NUMBERS UNNUMBERED TRANSMISSIONS FROM----
           FD INVSEQFILE.
           01 INVSEQ-RECORD.
               05 IQ-NEXT-INVOICE        PIC 9(7).

           FD MAINTLOG.
           01 MAINTLOG-RECORD PIC X(80).

       01 THEIRFILE-STATUS  PIC X(2) VALUE SPACES.
       01 MAINTLOG-STATUS   PIC X(2) VALUE SPACES.
       01 HOLDFILE-STATUS   PIC X(2) VALUE SPACES.
       01 INVSEQFILE-STATUS PIC X(2) VALUE SPACES.

       01 THEIRFILE-NAME    PIC X(80)
           VALUE "E:\programming\P05D.dat".
       01 HOLDFILE-NAME     PIC X(80)
           VALUE "E:\programming\P05HOLD.DAT".
       01 INVSEQFILE-NAME   PIC X(80)
           VALUE "E:\programming\P05INV.SEQ".

      *----AN ASSIGNED NUMBER IS THE CONTROL FILE'S NEXT NUMBER
      *----BEHIND AN A, SO IT IS NEVER MISTAKEN FOR A BRANCH'S----
       01 NEXT-INVOICE-NUMBER PIC 9(7) VALUE 1.
       01 ASSIGNED-INVOICE-NUMBER.
           05 FILLER        PIC X    VALUE "A".
           05 AIN-SEQUENCE  PIC 9(7) VALUE ZERO.

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME P05_INPUT_FILE KEY REPORTMAKER
           88 FIELDS-ARE-VALID VALUE "Y".
       01 FOUND-SWITCH      PIC X VALUE "N".
           88 INVOICE-FOUND    VALUE "Y".
       01 HOLD-FOUND-SW     PIC X VALUE "N".
           88 PURCHASER-HELD   VALUE "Y".
       01 HOLD-CLEAR-SW     PIC X VALUE "N".
           88 HOLD-CLEARED     VALUE "Y".
       01 OVERRIDE-SWITCH   PIC X VALUE "N".
           88 HOLD-OVERRIDDEN  VALUE "Y" "y".
       01 HOLD-EOF-SWITCH   PIC X VALUE "N".

       01 MAINT-ACTION      PIC X VALUE SPACE.
           88 ADD-ACTION        VALUE "A" "a".
              10 IN-PRICE      PIC 9(7).
              10 IN-DATE       PIC 9(8).
              10 IN-DELETED-SW PIC X.
              10 IN-INVOICE-NO PIC X(8).

      *----PURCHASERS ON CREDIT HOLD (STATUS H ON P05HOLD.DAT). NO
      *----FILE MEANS NOBODY IS HELD----
       01 HOLD-COUNT        PIC 9(3) VALUE ZERO.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON HOLD-COUNT
                  INDEXED BY HT-IX.
              10 HT-PURCHASER  PIC X(5).
              10 HT-DATE       PIC 9(8).
              10 HT-REASON     PIC X(30).

      *----KEYED FIELDS ARE ACCEPTED AS PLAIN TEXT AND CHECKED
      *----BEFORE THEY GO ANYWHERE NEAR THE FILE----
           05 WK-PRICE      PIC 9(7)  VALUE ZERO.
           05 WK-DATE-X     PIC X(8)  VALUE SPACES.
           05 WK-DATE       PIC 9(8)  VALUE ZERO.
           05 WK-INVOICE-NO PIC X(8)  VALUE SPACES.
           05 DATE-OK-SW    PIC X     VALUE "N".
               88 DATE-IS-VALID    VALUE "Y".
           05 DATE-CHECK-RESULT PIC S9(4) VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
               ACCEPT OPERATOR-INITIALS
           END-IF.
           PERFORM 040-LOAD-INVOICES.
           PERFORM 045-LOAD-HOLDS.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NOTHING WAS CHANGED*"
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO THEIRFILE-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_HOLD_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO HOLDFILE-NAME
           END-IF.
           MOVE SPACES TO ENV-OVERRIDE.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "P05_INVOICE_SEQ_FILE".
           IF ENV-OVERRIDE NOT = SPACES
               MOVE ENV-OVERRIDE TO INVSEQFILE-NAME
           END-IF.

      *----READ THE CENTRAL PARAMETER FILE AND APPLY EVERY KEYWORD
      *----THIS PROGRAM RECOGNIZES, SHOWING EACH VALUE AS IT LANDS--
                   MOVE PARM-VALUE TO THEIRFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_HOLD_FILE"
                   MOVE PARM-VALUE TO HOLDFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_INVOICE_SEQ_FILE"
                   MOVE PARM-VALUE TO INVSEQFILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
                       TO IN-NAME (INVOICE-COUNT)
                   MOVE EMP-PRICE TO IN-PRICE (INVOICE-COUNT)
                   MOVE EMP-INVOICE-DATE TO IN-DATE (INVOICE-COUNT)
                   MOVE EMP-INVOICE-NUMBER
                       TO IN-INVOICE-NO (INVOICE-COUNT)
                   MOVE "N" TO IN-DELETED-SW (INVOICE-COUNT)
                   END-IF
                   END-IF
           MOVE "N" TO SWITCH.
           DISPLAY INVOICE-COUNT " INVOICE(S) LOADED".

      *----THE HOLDS IN FORCE. RELEASES ON THE LIST ARE CREDIT-
      *----HOLD'S BUSINESS AND ARE PASSED OVER----
       045-LOAD-HOLDS.
           MOVE ZERO TO HOLD-COUNT.
           MOVE "N" TO HOLD-EOF-SWITCH.
           OPEN INPUT HOLDFILE.
           IF HOLDFILE-STATUS NOT = "35"
               PERFORM 046-READ-HOLD-RCD
               PERFORM 047-STORE-HOLD-RCD
                   UNTIL HOLD-EOF-SWITCH = "Y"
               CLOSE HOLDFILE
           END-IF.
           IF HOLD-COUNT > ZERO
               DISPLAY HOLD-COUNT " PURCHASER(S) ON CREDIT HOLD"
           END-IF.

       046-READ-HOLD-RCD.
           READ HOLDFILE
               AT END
                   MOVE "Y" TO HOLD-EOF-SWITCH
           END-READ.

       047-STORE-HOLD-RCD.
           IF HL-STATUS = "H"
               IF HOLD-COUNT < 500
                   ADD 1 TO HOLD-COUNT
                   MOVE HL-PURCHASER TO HT-PURCHASER (HOLD-COUNT)
                   MOVE HL-DATE      TO HT-DATE (HOLD-COUNT)
                   MOVE HL-REASON    TO HT-REASON (HOLD-COUNT)
               ELSE
                   DISPLAY "*HOLD TABLE FULL - " HL-PURCHASER
                       " NOT LOADED*"
               END-IF
           END-IF.
           PERFORM 046-READ-HOLD-RCD.

       050-OPEN-MAINT-LOG.
           OPEN EXTEND MAINTLOG.
           IF MAINTLOG-STATUS = "35"
           END-EVALUATE.

      *----AN INVOICE IS KEYED BY PURCHASER NUMBER PLUS INVOICE
      *----NUMBER; THE SAME PAIR MAY NOT BE ADDED TWICE (THAT IS
      *----WHAT THE DUPLICATES REPORT CATCHES DOWNSTREAM). ONE KEYED
      *----WITH NO NUMBER IS GIVEN ONE WHEN IT IS STORED. A
      *----PURCHASER ON CREDIT HOLD GETS NO NEW INVOICE WITHOUT A
      *----LEVEL 3 OVERRIDE----
       200-ADD-INVOICE.
           PERFORM 500-GET-INVOICE-KEY.
           IF WK-NUMBER = SPACES
               DISPLAY "*ADD CANCELLED*"
           ELSE
               MOVE "N" TO FOUND-SWITCH
               IF WK-INVOICE-NO NOT = SPACES
                   PERFORM 510-FIND-INVOICE
               END-IF
               IF INVOICE-FOUND
                   DISPLAY "*THAT PURCHASER/INVOICE NUMBER IS ALREADY"
                       " ON THE FILE - USE CHANGE*"
               ELSE
                   PERFORM 540-CHECK-CREDIT-HOLD
                   IF HOLD-CLEARED
                       PERFORM 205-ADD-KEYED-INVOICE
                   ELSE
                       DISPLAY "*ADD REFUSED - PURCHASER IS ON CREDIT"
                           " HOLD*"
                   END-IF
               END-IF
           END-IF.

       205-ADD-KEYED-INVOICE.
           PERFORM 520-GET-INVOICE-FIELDS.
           IF FIELDS-ARE-VALID
               IF INVOICE-COUNT < 1000
                   ADD 1 TO INVOICE-COUNT
                   SET IN-IX TO INVOICE-COUNT
                   PERFORM 530-STORE-WORK-FIELDS
                   MOVE "ADD" TO MLL-ACTION
                   MOVE "INVOICE ADDED" TO MLL-DETAIL
                   PERFORM 600-WRITE-MAINT-LOG-LINE
                   IF PURCHASER-HELD
                       MOVE "HOLD OVRD" TO MLL-ACTION
                       MOVE HT-REASON (HT-IX) TO MLL-DETAIL
                       PERFORM 600-WRITE-MAINT-LOG-LINE
                   END-IF
                   ADD 1 TO CHANGES-MADE
                   DISPLAY "INVOICE ADDED"
               ELSE
                   DISPLAY "*INVOICE TABLE FULL*"
               END-IF
           END-IF.

               IF INVOICE-FOUND
                   DISPLAY "ON FILE: " IN-NAME (IN-IX)
                       " PRICE " IN-PRICE (IN-IX)
                       " DATED " IN-DATE (IN-IX)
                   DISPLAY "KEY THE FULL REPLACEMENT RECORD:"
                   PERFORM 520-GET-INVOICE-FIELDS
                   IF FIELDS-ARE-VALID
                       DISPLAY "INVOICE CHANGED"
                   END-IF
               ELSE
                   DISPLAY "*THAT INVOICE IS NOT ON THE FILE*"
               END-IF
           END-IF.

                   ADD 1 TO CHANGES-MADE
                   DISPLAY "INVOICE DELETED"
               ELSE
                   DISPLAY "*THAT INVOICE IS NOT ON THE FILE*"
               END-IF
           END-IF.

      *----THE INVOICE KEY: PURCHASER NUMBER PLUS INVOICE NUMBER.
      *----AN INVOICE WITH NO NUMBER YET (A NEW ONE TO BE GIVEN ONE,
      *----OR AN OLDER ONE NOT YET NUMBERED) IS NAMED BY ITS DATE
      *----INSTEAD, WHICH MUST BE A REAL CALENDAR DATE----
       500-GET-INVOICE-KEY.
           MOVE SPACES TO WK-NUMBER.
           MOVE SPACES TO WK-INVOICE-NO.
           MOVE SPACES TO WK-DATE-X.
           MOVE ZERO TO WK-DATE.
           DISPLAY "ENTER PURCHASER NUMBER (BLANK TO CANCEL): ".
           ACCEPT WK-NUMBER.
           IF WK-NUMBER NOT = SPACES
               DISPLAY "ENTER INVOICE NUMBER (BLANK IF NONE YET): "
               ACCEPT WK-INVOICE-NO
               IF WK-INVOICE-NO = SPACES
                   PERFORM 505-GET-INVOICE-DATE
                   IF NOT DATE-IS-VALID
                       MOVE SPACES TO WK-NUMBER
                   END-IF
               END-IF
           END-IF.

       505-GET-INVOICE-DATE.
           MOVE "N" TO DATE-OK-SW.
           MOVE SPACES TO WK-DATE-X.
           MOVE ZERO TO WK-DATE.
           DISPLAY "ENTER INVOICE DATE (YYYYMMDD): ".
           ACCEPT WK-DATE-X.
           IF WK-DATE-X IS NOT NUMERIC
               DISPLAY "*DATE MUST BE 8 DIGITS*"
           ELSE
               MOVE WK-DATE-X TO WK-DATE
               COMPUTE DATE-CHECK-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD (WK-DATE)
               IF DATE-CHECK-RESULT NOT = 0
                   DISPLAY "*NOT A REAL CALENDAR DATE*"
               ELSE
                   MOVE "Y" TO DATE-OK-SW
               END-IF
           END-IF.

      *----BY NUMBER WHEN ONE WAS KEYED, OTHERWISE THE UNNUMBERED
      *----INVOICE ON THAT DATE----
       510-FIND-INVOICE.
           MOVE "N" TO FOUND-SWITCH.
           SET IN-IX TO 1.
               AT END
                   CONTINUE
               WHEN IN-NUMBER (IN-IX) = WK-NUMBER
                      AND WK-INVOICE-NO NOT = SPACES
                      AND IN-INVOICE-NO (IN-IX) = WK-INVOICE-NO
                      AND IN-DELETED-SW (IN-IX) NOT = "Y"
                   MOVE "Y" TO FOUND-SWITCH
               WHEN IN-NUMBER (IN-IX) = WK-NUMBER
                      AND WK-INVOICE-NO = SPACES
                      AND IN-INVOICE-NO (IN-IX) = SPACES
                      AND IN-DATE (IN-IX) = WK-DATE
                      AND IN-DELETED-SW (IN-IX) NOT = "Y"
                   MOVE "Y" TO FOUND-SWITCH
           END-SEARCH.

      *----PROMPT AND VALIDATE THE NON-KEY FIELDS. A ZERO PRICE IS
      *----REFUSED - THE REPORT WOULD ONLY REJECT IT DOWNSTREAM. AN
      *----INVOICE KEYED BY NUMBER TAKES ITS DATE HERE----
       520-GET-INVOICE-FIELDS.
           MOVE "N" TO VALID-SWITCH.
           DISPLAY "ENTER PURCHASER NAME: ".
                   MOVE "Y" TO VALID-SWITCH
               END-IF
           END-IF.
           IF FIELDS-ARE-VALID AND WK-INVOICE-NO NOT = SPACES
               PERFORM 505-GET-INVOICE-DATE
               IF NOT DATE-IS-VALID
                   MOVE "N" TO VALID-SWITCH
               END-IF
           END-IF.

      *----AN INVOICE STILL WITHOUT A NUMBER IS GIVEN ONE HERE----
       530-STORE-WORK-FIELDS.
           IF WK-INVOICE-NO = SPACES
               PERFORM 550-ASSIGN-INVOICE-NUMBER
           END-IF.
           MOVE WK-NUMBER TO IN-NUMBER (IN-IX).
           MOVE WK-NAME   TO IN-NAME (IN-IX).
           MOVE WK-PRICE  TO IN-PRICE (IN-IX).
           MOVE WK-DATE   TO IN-DATE (IN-IX).
           MOVE WK-INVOICE-NO TO IN-INVOICE-NO (IN-IX).
           MOVE "N" TO IN-DELETED-SW (IN-IX).

      *----A HELD PURCHASER'S NEW INVOICE GOES THROUGH ONLY WHEN A
      *----LEVEL 3 OPERATOR (SIGNED ON THROUGH THE MENU) SAYS SO----
       540-CHECK-CREDIT-HOLD.
           MOVE "N" TO HOLD-FOUND-SW.
           MOVE "Y" TO HOLD-CLEAR-SW.
           IF HOLD-COUNT > ZERO
               SET HT-IX TO 1
               SEARCH HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN HT-PURCHASER (HT-IX) = WK-NUMBER
                       MOVE "Y" TO HOLD-FOUND-SW
               END-SEARCH
           END-IF.
           IF PURCHASER-HELD
               MOVE "N" TO HOLD-CLEAR-SW
               DISPLAY "*PURCHASER ON CREDIT HOLD SINCE "
                   HT-DATE (HT-IX) " - "
                   FUNCTION TRIM (HT-REASON (HT-IX)) "*"
               IF OPR-LEVEL IS NUMERIC AND OPR-LEVEL >= 3
                   MOVE "N" TO OVERRIDE-SWITCH
                   DISPLAY "OVERRIDE THE CREDIT HOLD (Y/N)? "
                   ACCEPT OVERRIDE-SWITCH
                   IF HOLD-OVERRIDDEN
                       MOVE "Y" TO HOLD-CLEAR-SW
                   END-IF
               ELSE
                   DISPLAY "*A LEVEL 3 OPERATOR MUST OVERRIDE THE"
                       " HOLD*"
               END-IF
           END-IF.

      *----THE NEXT NUMBER OFF THE CONTROL FILE, WHICH IS SAVED
      *----STRAIGHT AWAY SO NO OTHER RUN CAN HAND IT OUT AGAIN. A
      *----MISSING CONTROL FILE MEANS THE SEQUENCE STARTS AT ONE----
       550-ASSIGN-INVOICE-NUMBER.
           MOVE 1 TO NEXT-INVOICE-NUMBER.
           OPEN INPUT INVSEQFILE.
           IF INVSEQFILE-STATUS = "00"
               READ INVSEQFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IQ-NEXT-INVOICE IS NUMERIC
                           MOVE IQ-NEXT-INVOICE TO NEXT-INVOICE-NUMBER
                       END-IF
               END-READ
           END-IF.
           CLOSE INVSEQFILE.
           MOVE NEXT-INVOICE-NUMBER TO AIN-SEQUENCE.
           ADD 1 TO NEXT-INVOICE-NUMBER.
           MOVE NEXT-INVOICE-NUMBER TO IQ-NEXT-INVOICE.
           OPEN OUTPUT INVSEQFILE.
           WRITE INVSEQ-RECORD.
           CLOSE INVSEQFILE.
           MOVE ASSIGNED-INVOICE-NUMBER TO WK-INVOICE-NO.
           DISPLAY "INVOICE NUMBER " WK-INVOICE-NO " ASSIGNED".

      *----THE KEY LOGGED IS PURCHASER/INVOICE NUMBER, OR PURCHASER/
      *----INVOICE DATE FOR AN UNNUMBERED INVOICE (ONLY A DELETE CAN
      *----STILL GET HERE WITHOUT ONE)----
       600-WRITE-MAINT-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR   TO MLL-DATE (1:4).
           MOVE CD-SECONDS TO MLL-TIME (5:2).
           MOVE OPERATOR-INITIALS TO MLL-OPERATOR.
           MOVE SPACES TO MLL-KEY.
           IF WK-INVOICE-NO = SPACES
               STRING WK-NUMBER DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WK-DATE DELIMITED BY SIZE
                      INTO MLL-KEY
           ELSE
               STRING WK-NUMBER DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WK-INVOICE-NO DELIMITED BY SIZE
                      INTO MLL-KEY
           END-IF.
           WRITE MAINTLOG-RECORD FROM MAINT-LOG-LINE.

      *----WRITE THE WHOLE FILE BACK, DROPPING DELETED ROWS----
               MOVE IN-NAME (IN-IX)   TO EMP-PURCHASER-NAME
               MOVE IN-PRICE (IN-IX)  TO EMP-PRICE
               MOVE IN-DATE (IN-IX)   TO EMP-INVOICE-DATE
               MOVE IN-INVOICE-NO (IN-IX) TO EMP-INVOICE-NUMBER
               WRITE THEIRFILE-PICS
           END-IF.

