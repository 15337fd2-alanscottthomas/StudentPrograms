       identification division.
       program-id. PRODUCT-MAINT.
       author. Alan Thomas.
       date-compiled. 04/26/2016.
      *THIS PROGRAM IS THE MAINTENANCE FRONT END FOR THE PRODUCT
      *MASTER (PRODMAST.DAT) AND THE PER-JURISDICTION CATEGORY RULE
      *FILE (TAXCAT.DAT) THAT SALES-TAX'S 140-LOAD-PRODUCTS AND
      *145-LOAD-CATEGORY-RULES DEPEND ON. BOTH WERE EDITED RAW IN A
      *TEXT EDITOR, WHICH IS HOW A SHIFTED COLUMN COST US A WEEK OF
      *GROCERY EXEMPTIONS. SKUS ARE ADDED, CHANGED AND RETIRED AND
      *THE E/R/T CATEGORY RULES ADDED, CHANGED AND DELETED AGAINST
      *PROMPTS, WITH THE RECORD LAYOUTS ENFORCED HERE: A RULE'S
      *JURISDICTION MUST BE ON THE RATE MASTER (TAXRATES.DAT), THE
      *RULE LETTER MUST BE E, R OR T, A REDUCED RATE MUST BE BELOW
      *THE JURISDICTION'S FULL RATE, AND DELETING THE RULE FOR A
      *CATEGORY THAT STILL HAS PRODUCTS ON FILE TAKES A SECOND,
      *WARNED CONFIRMATION. EVERY CHANGE IS LOGGED WITH WHO/WHEN TO
      *P01MAINT.LOG THE WAY RATE-MAINT LOGS ITS OWN.
      *input files PRODMAST.DAT, TAXCAT.DAT, TAXRATES.DAT
      *output files PRODMAST.DAT, TAXCAT.DAT, P01MAINT.LOG
      *printer ouput None
      *
      *MODS:
      *04/26/2016 - AT - first version.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PRODUCT-FILE ASSIGN TO DYNAMIC PRODUCT-FILE-NAME
               organization is line sequential
               file status is PRODUCT-FILE-STATUS.

               SELECT TAXCAT-FILE ASSIGN TO DYNAMIC TAXCAT-FILE-NAME
               organization is line sequential
               file status is TAXCAT-FILE-STATUS.

               SELECT RATE-FILE ASSIGN TO DYNAMIC RATE-FILE-NAME
               organization is line sequential
               file status is RATE-FILE-STATUS.

               SELECT MAINTLOG ASSIGN TO "P01MAINT.LOG"
               organization is line sequential
               file status is MAINTLOG-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.


       DATA DIVISION.
           FILE SECTION.
      *----SAME LAYOUT SALES-TAX's 140-LOAD-PRODUCTS READS----
           FD PRODUCT-FILE.
           01 PRODUCT-RECORD.
               05 PR-SKU               PIC X(8).
               05 PR-DESCRIPTION       PIC X(20).
               05 PR-CATEGORY          PIC X(2).

      *----SAME LAYOUT SALES-TAX's 145-LOAD-CATEGORY-RULES READS----
           FD TAXCAT-FILE.
           01 TAXCAT-RECORD.
               05 TC-JURISDICTION      PIC X(3).
               05 TC-CATEGORY          PIC X(2).
               05 TC-RULE              PIC X.
               05 TC-RATE              PIC 99V99.
               05 TC-THRESHOLD         PIC 9(6)V99.

      *----SAME LAYOUT SALES-TAX's 108-LOAD-TAX-RATES READS (ONLY
      *----THE CODE, RATE AND EFFECTIVE DATE ARE NEEDED HERE)----
           FD RATE-FILE.
           01 RATE-RECORD.
               05 RR-JURISDICTION      PIC X(3).
               05 RR-RATE              PIC 99V99.
               05 RR-EFFECTIVE-DATE    PIC 9(8).
               05 FILLER               PIC X(12).

           FD MAINTLOG.
           01 MAINTLOG-RECORD PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       WORKING-STORAGE SECTION.

       01 PRODUCT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 TAXCAT-FILE-STATUS  PIC X(2) VALUE SPACES.
       01 RATE-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 MAINTLOG-STATUS     PIC X(2) VALUE SPACES.

       01 PRODUCT-FILE-NAME   PIC X(80) VALUE "PRODMAST.DAT".
       01 TAXCAT-FILE-NAME    PIC X(80) VALUE "TAXCAT.DAT".
       01 RATE-FILE-NAME      PIC X(80) VALUE "TAXRATES.DAT".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME SALESTAX_* KEYS THE REGISTER
      *----HONORS, SO MAINTENANCE WORKS ON THE SAME FILES----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.


       01 EOF-SWITCH        PIC X VALUE "N".
       01 DONE-SWITCH       PIC X VALUE "N".
           88 DONE-WITH-MAINT  VALUE "Y".
       01 VALID-SWITCH      PIC X VALUE "N".
           88 FIELDS-ARE-VALID VALUE "Y".
       01 FOUND-SWITCH      PIC X VALUE "N".
           88 RECORD-FOUND     VALUE "Y".
       01 JUR-FOUND-SWITCH  PIC X VALUE "N".
           88 JURISDICTION-ON-FILE VALUE "Y".
       01 CONFIRM-SWITCH    PIC X VALUE "N".

       01 MAINT-FILE-CHOICE PIC X VALUE SPACE.
           88 PRODUCT-MAINT-MODE VALUE "P" "p".
           88 RULE-MAINT-MODE    VALUE "R" "r".
           88 EXIT-FILE-CHOICE   VALUE "E" "e".

       01 MAINT-ACTION      PIC X VALUE SPACE.
           88 ADD-ACTION        VALUE "A" "a".
           88 CHANGE-ACTION     VALUE "C" "c".
           88 REMOVE-ACTION     VALUE "X" "x".
           88 EXIT-ACTION       VALUE "E" "e".

      *----SET WHEN A FILE FAILS ITS LOAD CHECKS - SAME RULE AS
      *----RATE-MAINT: A QUIETLY WRONG TABLE IS WORSE THAN A
      *----STOPPED RUN----
       01 LOAD-ERROR-SWITCH PIC X VALUE "N".
           88 LOAD-ERROR-FOUND VALUE "Y".

       01 OPERATOR-INITIALS    PIC X(3) VALUE SPACES.
       01 PRODUCT-CHANGES-MADE PIC 9(4) VALUE ZERO.
       01 RULE-CHANGES-MADE    PIC 9(4) VALUE ZERO.
       01 RUN-DATE             PIC 9(8) VALUE ZERO.

      *----THE WHOLE PRODUCT MASTER, HELD WHILE IT IS WORKED ON AND
      *----WRITTEN BACK IN ONE PIECE WHEN THE OPERATOR EXITS (THE
      *----SAME 500 ENTRIES SALES-TAX HOLDS)----
       01 PRODUCT-COUNT     PIC 9(3) VALUE ZERO.
       01 PRODUCT-TABLE.
           05 PM-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON PRODUCT-COUNT
                  INDEXED BY PM-IX.
              10 PM-SKU          PIC X(8).
              10 PM-DESCRIPTION  PIC X(20).
              10 PM-CATEGORY     PIC X(2).
              10 PM-DELETED-SW   PIC X.

      *----THE WHOLE CATEGORY RULE FILE, SAME IDEA----
       01 CATRULE-COUNT     PIC 9(3) VALUE ZERO.
       01 CATRULE-TABLE.
           05 CT-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON CATRULE-COUNT
                  INDEXED BY CT-IX.
              10 CT-JURISDICTION PIC X(3).
              10 CT-CATEGORY     PIC X(2).
              10 CT-RULE         PIC X.
              10 CT-RATE         PIC 99V99.
              10 CT-THRESHOLD    PIC 9(6)V99.
              10 CT-DELETED-SW   PIC X.

      *----EVERY RATE RECORD ON THE RATE MASTER, READ ONLY TO PROVE
      *----A JURISDICTION EXISTS AND TO FIND ITS FULL RATE----
       01 RATE-COUNT        PIC 9(3) VALUE ZERO.
       01 RATE-TABLE.
           05 JR-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON RATE-COUNT
                  INDEXED BY JR-IX.
              10 JR-JURISDICTION PIC X(3).
              10 JR-RATE         PIC 99V99.
              10 JR-EFFECTIVE    PIC 9(8).

      *----KEYED FIELDS ARE ACCEPTED AS PLAIN TEXT AND CHECKED
      *----BEFORE THEY GO ANYWHERE NEAR EITHER FILE----
       01 WORK-FIELDS.
           05 WK-SKU          PIC X(8)  VALUE SPACES.
           05 WK-DESCRIPTION  PIC X(20) VALUE SPACES.
           05 WK-CATEGORY     PIC X(2)  VALUE SPACES.
           05 WK-JURISDICTION PIC X(3)  VALUE SPACES.
           05 WK-RULE         PIC X     VALUE SPACE.
           05 WK-RATE-X       PIC X(4)  VALUE SPACES.
           05 WK-RATE-KEYED REDEFINES WK-RATE-X PIC 99V99.
           05 WK-RATE         PIC 99V99 VALUE ZERO.
           05 WK-THRESHOLD-X  PIC X(8)  VALUE SPACES.
           05 WK-THRESHOLD-KEYED REDEFINES WK-THRESHOLD-X
                                  PIC 9(6)V99.
           05 WK-THRESHOLD    PIC 9(6)V99 VALUE ZERO.
           05 FULL-RATE       PIC 99V99 VALUE ZERO.
           05 FULL-RATE-DATE  PIC 9(8)  VALUE ZERO.
           05 FUTURE-RATE     PIC 99V99 VALUE ZERO.
           05 FUTURE-RATE-DATE PIC 9(8) VALUE ZERO.
           05 PRODUCTS-IN-CATEGORY PIC 9(3) VALUE ZERO.
           05 RULES-FOR-CATEGORY   PIC 9(3) VALUE ZERO.

       01 CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
           05 CD-MONTH      PIC 9(2).
           05 CD-DAY        PIC 9(2).
           05 CD-HOURS      PIC 9(2).
           05 CD-MINUTES    PIC 9(2).
           05 CD-SECONDS    PIC 9(2).
           05 FILLER        PIC X(7).

      *----WHO CHANGED WHAT, WHEN - ONE LINE PER COMPLETED ACTION,
      *----SAME SHAPE AS RATE-MAINT'S LINES IN THE SAME LOG----
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
           MOVE "N" TO LOAD-ERROR-SWITCH.
           MOVE ZERO TO PRODUCT-CHANGES-MADE.
           MOVE ZERO TO RULE-CHANGES-MADE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RUN-DATE (1:4).
           MOVE CD-MONTH TO RUN-DATE (5:2).
           MOVE CD-DAY   TO RUN-DATE (7:2).
           DISPLAY "--------------------------------------------".
           DISPLAY "  PRODUCT / CATEGORY RULE MAINTENANCE".
           DISPLAY "--------------------------------------------".
           PERFORM 005-READ-PARM-FILE.
           IF OPR-ID NOT = SPACES
               MOVE OPR-ID TO OPERATOR-INITIALS
               DISPLAY "OPERATOR " OPR-ID " (SIGNED ON)"
           ELSE
               DISPLAY "ENTER OPERATOR INITIALS: "
               ACCEPT OPERATOR-INITIALS
           END-IF.
           PERFORM 020-LOAD-PRODUCTS.
           PERFORM 030-LOAD-CATEGORY-RULES.
           PERFORM 040-LOAD-RATES.
           IF LOAD-ERROR-FOUND
               DISPLAY "*RUN STOPPED - FIX THE FILE NAMED ABOVE AND"
                   " RERUN - NOTHING WAS CHANGED*"
               MOVE "LOADERR" TO RSA-COMPLETION-STATUS
               MOVE ZERO TO RSA-EXCEPTION-COUNT
               GOBACK
           END-IF.
           PERFORM 050-OPEN-MAINT-LOG.
           PERFORM 100-MAINT-LOOP UNTIL DONE-WITH-MAINT.
           IF PRODUCT-CHANGES-MADE > ZERO
               PERFORM 700-REWRITE-PRODUCT-MASTER
               DISPLAY PRODUCT-CHANGES-MADE " CHANGE(S) WRITTEN TO THE"
                   " PRODUCT MASTER"
           END-IF.
           IF RULE-CHANGES-MADE > ZERO
               PERFORM 750-REWRITE-CATEGORY-RULES
               DISPLAY RULE-CHANGES-MADE " CHANGE(S) WRITTEN TO THE"
                   " CATEGORY RULE FILE"
           END-IF.
           IF PRODUCT-CHANGES-MADE = ZERO AND RULE-CHANGES-MADE = ZERO
               DISPLAY "NO CHANGES MADE - FILES LEFT UNTOUCHED"
           END-IF.
           CLOSE MAINTLOG.
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
               WHEN "SALESTAX_PRODUCT_FILE"
                   MOVE PARM-VALUE TO PRODUCT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_TAXCAT_FILE"
                   MOVE PARM-VALUE TO TAXCAT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_RATE_FILE"
                   MOVE PARM-VALUE TO RATE-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----PULL THE WHOLE PRODUCT MASTER INTO THE TABLE. A MISSING
      *----MASTER IS FINE - IT JUST MEANS THE FIRST SKU EVER KEYED--
       020-LOAD-PRODUCTS.
           MOVE ZERO TO PRODUCT-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "35"
               PERFORM 021-READ-PRODUCT-RCD
               PERFORM 022-STORE-PRODUCT-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE PRODUCT-FILE
           END-IF.
           DISPLAY PRODUCT-COUNT " PRODUCT(S) LOADED".

       021-READ-PRODUCT-RCD.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       022-STORE-PRODUCT-RCD.
           IF PRODUCT-COUNT >= 500
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*PRODUCT MASTER OVERFLOWS THE 500-ENTRY"
                   " TABLE - MAINTENANCE ABANDONED*"
               MOVE "Y" TO EOF-SWITCH
           ELSE
               ADD 1 TO PRODUCT-COUNT
               MOVE PR-SKU         TO PM-SKU (PRODUCT-COUNT)
               MOVE PR-DESCRIPTION TO PM-DESCRIPTION (PRODUCT-COUNT)
               MOVE PR-CATEGORY    TO PM-CATEGORY (PRODUCT-COUNT)
               MOVE "N" TO PM-DELETED-SW (PRODUCT-COUNT)
               PERFORM 021-READ-PRODUCT-RCD
           END-IF.

      *----THE CATEGORY RULES, SAME WAY. A RATE OR THRESHOLD THAT
      *----IS NOT NUMERIC ON FILE COMES IN AS ZERO SO THE REWRITE
      *----PUTS A CLEAN RECORD BACK----
       030-LOAD-CATEGORY-RULES.
           MOVE ZERO TO CATRULE-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT TAXCAT-FILE.
           IF TAXCAT-FILE-STATUS NOT = "35"
               PERFORM 031-READ-TAXCAT-RCD
               PERFORM 032-STORE-TAXCAT-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE TAXCAT-FILE
           END-IF.
           DISPLAY CATRULE-COUNT " CATEGORY RULE(S) LOADED".

       031-READ-TAXCAT-RCD.
           READ TAXCAT-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       032-STORE-TAXCAT-RCD.
           IF CATRULE-COUNT >= 200
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*CATEGORY RULE FILE OVERFLOWS THE 200-ENTRY"
                   " TABLE - MAINTENANCE ABANDONED*"
               MOVE "Y" TO EOF-SWITCH
           ELSE
               ADD 1 TO CATRULE-COUNT
               MOVE TC-JURISDICTION TO CT-JURISDICTION (CATRULE-COUNT)
               MOVE TC-CATEGORY     TO CT-CATEGORY (CATRULE-COUNT)
               MOVE TC-RULE         TO CT-RULE (CATRULE-COUNT)
               IF TC-RATE IS NUMERIC
                   MOVE TC-RATE TO CT-RATE (CATRULE-COUNT)
               ELSE
                   MOVE ZERO TO CT-RATE (CATRULE-COUNT)
               END-IF
               IF TC-THRESHOLD IS NUMERIC
                   MOVE TC-THRESHOLD TO CT-THRESHOLD (CATRULE-COUNT)
               ELSE
                   MOVE ZERO TO CT-THRESHOLD (CATRULE-COUNT)
               END-IF
               MOVE "N" TO CT-DELETED-SW (CATRULE-COUNT)
               PERFORM 031-READ-TAXCAT-RCD
           END-IF.

      *----THE RATE MASTER, READ ONLY. WITHOUT IT NO JURISDICTION
      *----CAN BE PROVED, SO NO CATEGORY RULE CAN BE ADDED----
       040-LOAD-RATES.
           MOVE ZERO TO RATE-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = "35"
               DISPLAY "*NO RATE MASTER - CATEGORY RULES CANNOT BE"
                   " ADDED OR CHANGED THIS RUN*"
           ELSE
               PERFORM 041-READ-RATE-RCD
               PERFORM 042-STORE-RATE-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE RATE-FILE
           END-IF.

       041-READ-RATE-RCD.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO EOF-SWITCH
           END-READ.

       042-STORE-RATE-RCD.
           IF RATE-COUNT >= 200
               MOVE "Y" TO LOAD-ERROR-SWITCH
               DISPLAY "*RATE MASTER OVERFLOWS THE 200-ENTRY"
                   " TABLE - MAINTENANCE ABANDONED*"
               MOVE "Y" TO EOF-SWITCH
           ELSE
               IF RR-RATE IS NUMERIC AND RR-EFFECTIVE-DATE IS NUMERIC
                   ADD 1 TO RATE-COUNT
                   MOVE RR-JURISDICTION TO
                       JR-JURISDICTION (RATE-COUNT)
                   MOVE RR-RATE TO JR-RATE (RATE-COUNT)
                   MOVE RR-EFFECTIVE-DATE TO
                       JR-EFFECTIVE (RATE-COUNT)
               END-IF
               PERFORM 041-READ-RATE-RCD
           END-IF.

       050-OPEN-MAINT-LOG.
           OPEN EXTEND MAINTLOG.
           IF MAINTLOG-STATUS = "35"
               OPEN OUTPUT MAINTLOG
           END-IF.

       100-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "MAINTAIN P)RODUCTS, CATEGORY R)ULES, OR E)XIT? ".
           ACCEPT MAINT-FILE-CHOICE.
           EVALUATE TRUE
               WHEN PRODUCT-MAINT-MODE
                   PERFORM 200-PRODUCT-MAINT-LOOP
               WHEN RULE-MAINT-MODE
                   PERFORM 300-RULE-MAINT-LOOP
               WHEN EXIT-FILE-CHOICE
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*INVALID CHOICE - PLEASE TRY AGAIN*"
           END-EVALUATE.

      *----ONE PRODUCT-MASTER ACTION----
       200-PRODUCT-MAINT-LOOP.
           DISPLAY "PRODUCTS - A)DD, C)HANGE, X) RETIRE, OR E)XIT? ".
           ACCEPT MAINT-ACTION.
           EVALUATE TRUE
               WHEN ADD-ACTION
                   PERFORM 210-ADD-PRODUCT
               WHEN CHANGE-ACTION
                   PERFORM 220-CHANGE-PRODUCT
               WHEN REMOVE-ACTION
                   PERFORM 230-RETIRE-PRODUCT
               WHEN EXIT-ACTION
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*INVALID ACTION - PLEASE TRY AGAIN*"
           END-EVALUATE.

       210-ADD-PRODUCT.
           PERFORM 500-GET-SKU.
           IF WK-SKU = SPACES
               DISPLAY "*ADD CANCELLED*"
           ELSE
               PERFORM 510-FIND-PRODUCT
               IF RECORD-FOUND
                   DISPLAY "*SKU ALREADY ON THE MASTER - USE CHANGE*"
               ELSE
                   PERFORM 520-GET-PRODUCT-FIELDS
                   IF FIELDS-ARE-VALID
                       IF PRODUCT-COUNT < 500
                           ADD 1 TO PRODUCT-COUNT
                           SET PM-IX TO PRODUCT-COUNT
                           PERFORM 530-STORE-PRODUCT-FIELDS
                           MOVE "ADD" TO MLL-ACTION
                           MOVE SPACES TO MLL-DETAIL
                           STRING "SKU ADDED - CATEGORY "
                                      DELIMITED BY SIZE
                                  WK-CATEGORY DELIMITED BY SIZE
                                  INTO MLL-DETAIL
                           PERFORM 600-WRITE-PRODUCT-LOG-LINE
                           ADD 1 TO PRODUCT-CHANGES-MADE
                           DISPLAY "PRODUCT ADDED"
                       ELSE
                           DISPLAY "*PRODUCT TABLE FULL*"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       220-CHANGE-PRODUCT.
           PERFORM 500-GET-SKU.
           IF WK-SKU = SPACES
               DISPLAY "*CHANGE CANCELLED*"
           ELSE
               PERFORM 510-FIND-PRODUCT
               IF RECORD-FOUND
                   DISPLAY "ON FILE: " PM-DESCRIPTION (PM-IX)
                       " CATEGORY " PM-CATEGORY (PM-IX)
                   DISPLAY "KEY THE FULL REPLACEMENT RECORD:"
                   PERFORM 520-GET-PRODUCT-FIELDS
                   IF FIELDS-ARE-VALID
                       MOVE SPACES TO MLL-DETAIL
                       STRING "CATEGORY " DELIMITED BY SIZE
                              PM-CATEGORY (PM-IX) DELIMITED BY SIZE
                              " TO " DELIMITED BY SIZE
                              WK-CATEGORY DELIMITED BY SIZE
                              INTO MLL-DETAIL
                       PERFORM 530-STORE-PRODUCT-FIELDS
                       MOVE "CHANGE" TO MLL-ACTION
                       PERFORM 600-WRITE-PRODUCT-LOG-LINE
                       ADD 1 TO PRODUCT-CHANGES-MADE
                       DISPLAY "PRODUCT CHANGED"
                   END-IF
               ELSE
                   DISPLAY "*SKU NOT ON THE MASTER*"
               END-IF
           END-IF.

      *----RETIRE: THE SKU COMES OFF THE MASTER, SO A RETIRED ITEM
      *----STILL RUNG UP TAXES AT THE FULL RATE LIKE ANY UNKNOWN SKU--
       230-RETIRE-PRODUCT.
           PERFORM 500-GET-SKU.
           IF WK-SKU = SPACES
               DISPLAY "*RETIRE CANCELLED*"
           ELSE
               PERFORM 510-FIND-PRODUCT
               IF RECORD-FOUND
                   MOVE "Y" TO PM-DELETED-SW (PM-IX)
                   MOVE "RETIRE" TO MLL-ACTION
                   MOVE "SKU RETIRED" TO MLL-DETAIL
                   PERFORM 600-WRITE-PRODUCT-LOG-LINE
                   ADD 1 TO PRODUCT-CHANGES-MADE
                   DISPLAY "PRODUCT RETIRED"
               ELSE
                   DISPLAY "*SKU NOT ON THE MASTER*"
               END-IF
           END-IF.

       500-GET-SKU.
           MOVE SPACES TO WK-SKU.
           DISPLAY "ENTER SKU (BLANK TO CANCEL): ".
           ACCEPT WK-SKU.

       510-FIND-PRODUCT.
           MOVE "N" TO FOUND-SWITCH.
           SET PM-IX TO 1.
           SEARCH PM-ENTRY
               AT END
                   CONTINUE
               WHEN PM-SKU (PM-IX) = WK-SKU
                      AND PM-DELETED-SW (PM-IX) NOT = "Y"
                   MOVE "Y" TO FOUND-SWITCH
           END-SEARCH.

      *----A PRODUCT NEEDS A DESCRIPTION AND A CATEGORY. A CATEGORY
      *----NO JURISDICTION HAS A RULE FOR IS ALLOWED (IT TAXES AT
      *----THE FULL RATE) BUT CALLED OUT IN CASE IT WAS MIS-KEYED--
       520-GET-PRODUCT-FIELDS.
           MOVE "N" TO VALID-SWITCH.
           MOVE SPACES TO WK-DESCRIPTION.
           MOVE SPACES TO WK-CATEGORY.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WK-DESCRIPTION.
           DISPLAY "ENTER TAXABILITY CATEGORY (2 CHARACTERS): ".
           ACCEPT WK-CATEGORY.
           IF WK-DESCRIPTION = SPACES
               DISPLAY "*DESCRIPTION MAY NOT BE BLANK*"
           ELSE IF WK-CATEGORY = SPACES
               DISPLAY "*CATEGORY MAY NOT BE BLANK*"
           ELSE
               MOVE "Y" TO VALID-SWITCH
               PERFORM 585-COUNT-RULES-FOR-CATEGORY
               IF RULES-FOR-CATEGORY = ZERO
                   DISPLAY "NOTE: NO JURISDICTION HAS A RULE FOR"
                       " CATEGORY " WK-CATEGORY
                       " - IT TAXES AT THE FULL RATE"
               END-IF
           END-IF.

      *----PM-IX IS SET BY THE CALLER----
       530-STORE-PRODUCT-FIELDS.
           MOVE WK-SKU         TO PM-SKU (PM-IX).
           MOVE WK-DESCRIPTION TO PM-DESCRIPTION (PM-IX).
           MOVE WK-CATEGORY    TO PM-CATEGORY (PM-IX).
           MOVE "N" TO PM-DELETED-SW (PM-IX).

      *----ONE CATEGORY-RULE ACTION----
       300-RULE-MAINT-LOOP.
           DISPLAY "RULES - A)DD, C)HANGE, X) DELETE, OR E)XIT? ".
           ACCEPT MAINT-ACTION.
           EVALUATE TRUE
               WHEN ADD-ACTION
                   PERFORM 310-ADD-RULE
               WHEN CHANGE-ACTION
                   PERFORM 320-CHANGE-RULE
               WHEN REMOVE-ACTION
                   PERFORM 330-DELETE-RULE
               WHEN EXIT-ACTION
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*INVALID ACTION - PLEASE TRY AGAIN*"
           END-EVALUATE.

       310-ADD-RULE.
           PERFORM 540-GET-RULE-KEY.
           IF WK-JURISDICTION = SPACES
               DISPLAY "*ADD CANCELLED*"
           ELSE
               PERFORM 550-FIND-RULE
               IF RECORD-FOUND
                   DISPLAY "*THAT JURISDICTION/CATEGORY ALREADY HAS"
                       " A RULE - USE CHANGE*"
               ELSE
                   PERFORM 560-GET-RULE-FIELDS
                   IF FIELDS-ARE-VALID
                       IF CATRULE-COUNT < 200
                           ADD 1 TO CATRULE-COUNT
                           SET CT-IX TO CATRULE-COUNT
                           PERFORM 570-STORE-RULE-FIELDS
                           MOVE "ADD" TO MLL-ACTION
                           MOVE SPACES TO MLL-DETAIL
                           STRING "RULE " DELIMITED BY SIZE
                                  WK-RULE DELIMITED BY SIZE
                                  " ADDED" DELIMITED BY SIZE
                                  INTO MLL-DETAIL
                           PERFORM 610-WRITE-RULE-LOG-LINE
                           ADD 1 TO RULE-CHANGES-MADE
                           DISPLAY "CATEGORY RULE ADDED"
                       ELSE
                           DISPLAY "*CATEGORY RULE TABLE FULL*"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       320-CHANGE-RULE.
           PERFORM 540-GET-RULE-KEY.
           IF WK-JURISDICTION = SPACES
               DISPLAY "*CHANGE CANCELLED*"
           ELSE
               PERFORM 550-FIND-RULE
               IF RECORD-FOUND
                   DISPLAY "ON FILE: RULE " CT-RULE (CT-IX)
                       " RATE " CT-RATE (CT-IX)
                       " THRESHOLD " CT-THRESHOLD (CT-IX)
                   DISPLAY "KEY THE FULL REPLACEMENT RULE:"
                   PERFORM 560-GET-RULE-FIELDS
                   IF FIELDS-ARE-VALID
                       MOVE SPACES TO MLL-DETAIL
                       STRING "RULE " DELIMITED BY SIZE
                              CT-RULE (CT-IX) DELIMITED BY SIZE
                              " TO " DELIMITED BY SIZE
                              WK-RULE DELIMITED BY SIZE
                              INTO MLL-DETAIL
                       PERFORM 570-STORE-RULE-FIELDS
                       MOVE "CHANGE" TO MLL-ACTION
                       PERFORM 610-WRITE-RULE-LOG-LINE
                       ADD 1 TO RULE-CHANGES-MADE
                       DISPLAY "CATEGORY RULE CHANGED"
                   END-IF
               ELSE
                   DISPLAY "*NO RULE ON FILE FOR THAT JURISDICTION/"
                       "CATEGORY*"
               END-IF
           END-IF.

      *----DELETING A RULE PUTS EVERY PRODUCT IN THE CATEGORY BACK
      *----ON THE FULL RATE IN THAT JURISDICTION, SO WHEN PRODUCTS
      *----ARE ON FILE THE OPERATOR IS TOLD HOW MANY AND HAS TO SAY
      *----YES A SECOND TIME----
       330-DELETE-RULE.
           PERFORM 540-GET-RULE-KEY.
           IF WK-JURISDICTION = SPACES
               DISPLAY "*DELETE CANCELLED*"
           ELSE
               PERFORM 550-FIND-RULE
               IF RECORD-FOUND
                   PERFORM 580-COUNT-CATEGORY-PRODUCTS
                   MOVE "Y" TO CONFIRM-SWITCH
                   IF PRODUCTS-IN-CATEGORY > ZERO
                       DISPLAY "*WARNING - " PRODUCTS-IN-CATEGORY
                           " PRODUCT(S) ON FILE IN CATEGORY "
                           WK-CATEGORY " WILL TAX AT THE FULL RATE IN "
                           WK-JURISDICTION "*"
                       DISPLAY "DELETE THE RULE ANYWAY (Y/N)? "
                       ACCEPT CONFIRM-SWITCH
                   END-IF
                   IF CONFIRM-SWITCH = "Y" OR "y"
                       MOVE "Y" TO CT-DELETED-SW (CT-IX)
                       MOVE "DELETE" TO MLL-ACTION
                       MOVE SPACES TO MLL-DETAIL
                       STRING "RULE REMOVED - " DELIMITED BY SIZE
                              PRODUCTS-IN-CATEGORY DELIMITED BY SIZE
                              " PRODUCT(S)" DELIMITED BY SIZE
                              INTO MLL-DETAIL
                       PERFORM 610-WRITE-RULE-LOG-LINE
                       ADD 1 TO RULE-CHANGES-MADE
                       DISPLAY "CATEGORY RULE DELETED"
                   ELSE
                       DISPLAY "*DELETE CANCELLED*"
                   END-IF
               ELSE
                   DISPLAY "*NO RULE ON FILE FOR THAT JURISDICTION/"
                       "CATEGORY*"
               END-IF
           END-IF.

      *----THE RULE KEY: A JURISDICTION THAT IS ON THE RATE MASTER
      *----PLUS A CATEGORY CODE----
       540-GET-RULE-KEY.
           MOVE SPACES TO WK-JURISDICTION.
           MOVE SPACES TO WK-CATEGORY.
           DISPLAY "ENTER JURISDICTION CODE (BLANK TO CANCEL): ".
           ACCEPT WK-JURISDICTION.
           IF WK-JURISDICTION NOT = SPACES
               PERFORM 590-FIND-FULL-RATE
               IF NOT JURISDICTION-ON-FILE
                   DISPLAY "*JURISDICTION " WK-JURISDICTION
                       " IS NOT ON THE RATE MASTER*"
                   MOVE SPACES TO WK-JURISDICTION
               ELSE
                   DISPLAY "ENTER CATEGORY (2 CHARACTERS): "
                   ACCEPT WK-CATEGORY
                   IF WK-CATEGORY = SPACES
                       DISPLAY "*CATEGORY MAY NOT BE BLANK*"
                       MOVE SPACES TO WK-JURISDICTION
                   END-IF
               END-IF
           END-IF.

       550-FIND-RULE.
           MOVE "N" TO FOUND-SWITCH.
           SET CT-IX TO 1.
           SEARCH CT-ENTRY
               AT END
                   CONTINUE
               WHEN CT-JURISDICTION (CT-IX) = WK-JURISDICTION
                      AND CT-CATEGORY (CT-IX) = WK-CATEGORY
                      AND CT-DELETED-SW (CT-IX) NOT = "Y"
                   MOVE "Y" TO FOUND-SWITCH
           END-SEARCH.

      *----PROMPT AND VALIDATE THE RULE. E)XEMPT CARRIES NOTHING
      *----ELSE, R)EDUCED CARRIES A RATE ABOVE ZERO AND BELOW THE
      *----JURISDICTION'S FULL RATE, T)HRESHOLD CARRIES THE PRICE
      *----AT OR UNDER WHICH THE ITEM IS EXEMPT----
       560-GET-RULE-FIELDS.
           MOVE "N" TO VALID-SWITCH.
           MOVE SPACE TO WK-RULE.
           MOVE ZERO TO WK-RATE.
           MOVE ZERO TO WK-THRESHOLD.
           DISPLAY "ENTER RULE - E)XEMPT, R)EDUCED RATE, T)HRESHOLD: ".
           ACCEPT WK-RULE.
           EVALUATE WK-RULE
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO WK-RULE
                   MOVE "Y" TO VALID-SWITCH
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WK-RULE
                   PERFORM 565-GET-REDUCED-RATE
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO WK-RULE
                   PERFORM 566-GET-THRESHOLD
               WHEN OTHER
                   DISPLAY "*RULE MUST BE E, R OR T*"
           END-EVALUATE.

       565-GET-REDUCED-RATE.
           MOVE SPACES TO WK-RATE-X.
           DISPLAY "FULL RATE IN " WK-JURISDICTION " IS " FULL-RATE.
           DISPLAY "ENTER REDUCED RATE (4 DIGITS, ex. 0400): ".
           ACCEPT WK-RATE-X.
           IF WK-RATE-X IS NOT NUMERIC
               DISPLAY "*RATE MUST BE 4 DIGITS*"
           ELSE
               MOVE WK-RATE-KEYED TO WK-RATE
               IF WK-RATE = ZERO
                   DISPLAY "*A ZERO REDUCED RATE IS AN EXEMPTION -"
                       " USE RULE E*"
               ELSE IF WK-RATE NOT < FULL-RATE
                   DISPLAY "*REDUCED RATE MUST BE BELOW THE FULL RATE"
                       " OF " FULL-RATE " - REFUSED*"
               ELSE
                   MOVE "Y" TO VALID-SWITCH
               END-IF
           END-IF.

       566-GET-THRESHOLD.
           MOVE SPACES TO WK-THRESHOLD-X.
           DISPLAY "ENTER EXEMPT-UP-TO PRICE (8 DIGITS, ex. 00011000):"
               " ".
           ACCEPT WK-THRESHOLD-X.
           IF WK-THRESHOLD-X IS NOT NUMERIC
               DISPLAY "*THRESHOLD MUST BE 8 DIGITS*"
           ELSE
               MOVE WK-THRESHOLD-KEYED TO WK-THRESHOLD
               IF WK-THRESHOLD = ZERO
                   DISPLAY "*A ZERO THRESHOLD EXEMPTS NOTHING -"
                       " REFUSED*"
               ELSE
                   MOVE "Y" TO VALID-SWITCH
               END-IF
           END-IF.

      *----CT-IX IS SET BY THE CALLER----
       570-STORE-RULE-FIELDS.
           MOVE WK-JURISDICTION TO CT-JURISDICTION (CT-IX).
           MOVE WK-CATEGORY     TO CT-CATEGORY (CT-IX).
           MOVE WK-RULE         TO CT-RULE (CT-IX).
           MOVE WK-RATE         TO CT-RATE (CT-IX).
           MOVE WK-THRESHOLD    TO CT-THRESHOLD (CT-IX).
           MOVE "N" TO CT-DELETED-SW (CT-IX).

      *----HOW MANY LIVE PRODUCTS SIT IN WK-CATEGORY----
       580-COUNT-CATEGORY-PRODUCTS.
           MOVE ZERO TO PRODUCTS-IN-CATEGORY.
           PERFORM 581-COUNT-ONE-PRODUCT
               VARYING PM-IX FROM 1 BY 1
               UNTIL PM-IX > PRODUCT-COUNT.

       581-COUNT-ONE-PRODUCT.
           IF PM-CATEGORY (PM-IX) = WK-CATEGORY
                  AND PM-DELETED-SW (PM-IX) NOT = "Y"
               ADD 1 TO PRODUCTS-IN-CATEGORY
           END-IF.

      *----HOW MANY LIVE RULES (ANY JURISDICTION) NAME WK-CATEGORY--
       585-COUNT-RULES-FOR-CATEGORY.
           MOVE ZERO TO RULES-FOR-CATEGORY.
           PERFORM 586-COUNT-ONE-RULE
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > CATRULE-COUNT.

       586-COUNT-ONE-RULE.
           IF CT-CATEGORY (CT-IX) = WK-CATEGORY
                  AND CT-DELETED-SW (CT-IX) NOT = "Y"
               ADD 1 TO RULES-FOR-CATEGORY
           END-IF.

      *----IS WK-JURISDICTION ON THE RATE MASTER, AND WHAT IS ITS
      *----FULL RATE? THE RATE IN FORCE TODAY (LATEST EFFECTIVE DATE
      *----NOT AFTER TODAY, THE SAME PICK SALES-TAX MAKES); A
      *----JURISDICTION WITH ONLY A FUTURE-DATED RATE USES THE
      *----EARLIEST OF THOSE----
       590-FIND-FULL-RATE.
           MOVE "N" TO JUR-FOUND-SWITCH.
           MOVE ZERO TO FULL-RATE.
           MOVE ZERO TO FULL-RATE-DATE.
           MOVE ZERO TO FUTURE-RATE.
           MOVE 99999999 TO FUTURE-RATE-DATE.
           PERFORM 591-CHECK-ONE-RATE
               VARYING JR-IX FROM 1 BY 1
               UNTIL JR-IX > RATE-COUNT.
           IF JURISDICTION-ON-FILE AND FULL-RATE-DATE = ZERO
               MOVE FUTURE-RATE TO FULL-RATE
           END-IF.

       591-CHECK-ONE-RATE.
           IF JR-JURISDICTION (JR-IX) = WK-JURISDICTION
               MOVE "Y" TO JUR-FOUND-SWITCH
               IF JR-EFFECTIVE (JR-IX) NOT > RUN-DATE
                   IF JR-EFFECTIVE (JR-IX) NOT < FULL-RATE-DATE
                       MOVE JR-RATE (JR-IX)      TO FULL-RATE
                       MOVE JR-EFFECTIVE (JR-IX) TO FULL-RATE-DATE
                   END-IF
               ELSE
                   IF JR-EFFECTIVE (JR-IX) < FUTURE-RATE-DATE
                       MOVE JR-RATE (JR-IX)      TO FUTURE-RATE
                       MOVE JR-EFFECTIVE (JR-IX) TO FUTURE-RATE-DATE
                   END-IF
               END-IF
           END-IF.

       600-WRITE-PRODUCT-LOG-LINE.
           MOVE SPACES TO MLL-KEY.
           MOVE WK-SKU TO MLL-KEY.
           PERFORM 620-WRITE-MAINT-LOG-LINE.

       610-WRITE-RULE-LOG-LINE.
           MOVE SPACES TO MLL-KEY.
           STRING WK-JURISDICTION DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WK-CATEGORY DELIMITED BY SIZE
                  INTO MLL-KEY.
           PERFORM 620-WRITE-MAINT-LOG-LINE.

       620-WRITE-MAINT-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR   TO MLL-DATE (1:4).
           MOVE CD-MONTH  TO MLL-DATE (5:2).
           MOVE CD-DAY    TO MLL-DATE (7:2).
           MOVE CD-HOURS   TO MLL-TIME (1:2).
           MOVE CD-MINUTES TO MLL-TIME (3:2).
           MOVE CD-SECONDS TO MLL-TIME (5:2).
           MOVE OPERATOR-INITIALS TO MLL-OPERATOR.
           WRITE MAINTLOG-RECORD FROM MAINT-LOG-LINE.

      *----WRITE THE WHOLE PRODUCT MASTER BACK, DROPPING RETIRED
      *----SKUS----
       700-REWRITE-PRODUCT-MASTER.
           OPEN OUTPUT PRODUCT-FILE.
           PERFORM 710-WRITE-ONE-PRODUCT
               VARYING PM-IX FROM 1 BY 1
               UNTIL PM-IX > PRODUCT-COUNT.
           CLOSE PRODUCT-FILE.

       710-WRITE-ONE-PRODUCT.
           IF PM-DELETED-SW (PM-IX) NOT = "Y"
               MOVE PM-SKU (PM-IX)         TO PR-SKU
               MOVE PM-DESCRIPTION (PM-IX) TO PR-DESCRIPTION
               MOVE PM-CATEGORY (PM-IX)    TO PR-CATEGORY
               WRITE PRODUCT-RECORD
           END-IF.

       750-REWRITE-CATEGORY-RULES.
           OPEN OUTPUT TAXCAT-FILE.
           PERFORM 760-WRITE-ONE-RULE
               VARYING CT-IX FROM 1 BY 1
               UNTIL CT-IX > CATRULE-COUNT.
           CLOSE TAXCAT-FILE.

       760-WRITE-ONE-RULE.
           IF CT-DELETED-SW (CT-IX) NOT = "Y"
               MOVE CT-JURISDICTION (CT-IX) TO TC-JURISDICTION
               MOVE CT-CATEGORY (CT-IX)     TO TC-CATEGORY
               MOVE CT-RULE (CT-IX)         TO TC-RULE
               MOVE CT-RATE (CT-IX)         TO TC-RATE
               MOVE CT-THRESHOLD (CT-IX)    TO TC-THRESHOLD
               WRITE TAXCAT-RECORD
           END-IF.

       end program PRODUCT-MAINT.
