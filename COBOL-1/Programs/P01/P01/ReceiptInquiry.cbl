       identification division.
       program-id. RECEIPT-INQUIRY.
       author. Alan Thomas.
       date-compiled. 05/04/2016.
      *function: Receipt lookup and duplicate reprint. When a
      *customer disputes a charge or wants a duplicate receipt we
      *were hunting through SALESTAX.RCT in an editor, and a sale
      *from last month had already gone to a SALESTAX.LOG.YYYYMM
      *archive. This program finds a transaction by receipt number,
      *by register and date, or by exemption certificate number in
      *the live audit log and the dated archives (back as many
      *months as SALES-TAX searches for the sale behind a return),
      *shows the full audit detail - the items off the item-detail
      *file, the component taxes, the tender and the certificate -
      *and lists every return or void recorded against it. On
      *request it reprints the receipt marked DUPLICATE to the
      *reprint file and logs the reprint with who/when to
      *P01MAINT.LOG the way the maintenance programs log theirs.
      *input files SALESTAX.LOG (and its archives), SALESTAX.ITM
      *  (and its archives)
      *output files SALESTAX.DUP, P01MAINT.LOG
      *printer ouput None
      *
      *MODS:
      *05/04/2016 - AT - first version.
      *05/11/2016 - AT - a house-account receipt also shows the P05
      *  invoice number SALES-TAX now logs in audit columns 222-229.

       environment division.
           input-output section.
               file-control.
               SELECT SCAN-FILE ASSIGN TO DYNAMIC SCAN-FILE-NAME
               organization is line sequential
               file status is SCAN-FILE-STATUS.

               SELECT ITEM-FILE ASSIGN TO DYNAMIC ITEM-READ-NAME
               organization is line sequential
               file status is ITEM-FILE-STATUS.

               SELECT REPRINT-FILE ASSIGN TO DYNAMIC REPRINT-FILE-NAME
               organization is line sequential
               file status is REPRINT-FILE-STATUS.

               SELECT MAINTLOG ASSIGN TO "P01MAINT.LOG"
               organization is line sequential
               file status is MAINTLOG-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.

       data division.
           file section.
      *----THE LIVE AUDIT LOG OR ONE MONTH'S ARCHIVE OF IT----
           FD SCAN-FILE.
           01 SCAN-LINE                PIC X(250).

      *----THE LIVE ITEM-DETAIL FILE OR ONE MONTH'S ARCHIVE----
           FD ITEM-FILE.
           01 ITEM-LINE                PIC X(120).

      *----DUPLICATE RECEIPTS, APPENDED ONE PER REPRINT----
           FD REPRINT-FILE.
           01 REPRINT-LINE             PIC X(80).

           FD MAINTLOG.
           01 MAINTLOG-RECORD PIC X(80).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).


       working-storage section.
       01  SCAN-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  SCAN-FILE-NAME      PIC X(80)       VALUE SPACES.
       01  ITEM-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  ITEM-READ-NAME      PIC X(80)       VALUE SPACES.
       01  REPRINT-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  MAINTLOG-STATUS     PIC X(2)        VALUE SPACES.

       01  AUDIT-FILE-NAME     PIC X(80)       VALUE "SALESTAX.LOG".
       01  ITEM-FILE-NAME      PIC X(80)       VALUE "SALESTAX.ITM".
       01  REPRINT-FILE-NAME   PIC X(80)       VALUE "SALESTAX.DUP".

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE) - THE SAME SALESTAX_* KEYS THE REGISTER
      *----HONORS, SO THE INQUIRY SEARCHES THE SAME FILES----
       01 PARM-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01 PARM-FILE-NAME       PIC X(80) VALUE "PARMFILE.DAT".
       01 PARM-EOF-SWITCH      PIC X     VALUE "N".
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.

       01  SCAN-EOF-SWITCH     PIC X           VALUE "N".
       01  ITEM-EOF-SWITCH     PIC X           VALUE "N".
       01  DONE-SWITCH         PIC X           VALUE "N".
           88 DONE-WITH-INQUIRY                VALUE "Y".
       01  CONFIRM-SWITCH      PIC X           VALUE "N".
           88 CONFIRMED                        VALUE "Y" "y".
       01  LINE-MATCH-SWITCH   PIC X           VALUE "N".
           88 LINE-MATCHES                     VALUE "Y".

       01  SEARCH-MODE         PIC X           VALUE SPACE.
           88 BY-RECEIPT                       VALUE "R" "r".
           88 BY-REGISTER-DATE                 VALUE "G" "g".
           88 BY-CERTIFICATE                   VALUE "C" "c".
           88 EXIT-INQUIRY                     VALUE "E" "e".

      *----A SCAN EITHER COLLECTS THE LINES THAT MATCH THE KEYS OR
      *----COLLECTS THE RETURNS AND VOIDS AGAINST THE PICKED SALE--
       01  SCAN-PURPOSE        PIC X           VALUE "M".
           88 SCAN-FOR-MATCHES                 VALUE "M".
           88 SCAN-FOR-REVERSALS               VALUE "R".

       01  SEARCH-KEYS.
           05 KEY-RECEIPT        PIC X(6)      VALUE SPACES.
           05 KEY-REGISTER       PIC X(4)      VALUE SPACES.
           05 KEY-DATE           PIC X(8)      VALUE SPACES.
           05 KEY-CERT           PIC X(8)      VALUE SPACES.
           05 KEY-CHECK-RESULT   PIC S9(4)     VALUE ZERO.
           05 KEYS-OK-SWITCH     PIC X         VALUE "N".
               88 KEYS-OK            VALUE "Y".

      *----HOW FAR BACK THE ARCHIVES ARE SEARCHED - THE SAME
      *----SALESTAX_RETURN_MONTHS SALES-TAX USES FOR A RETURN----
       01  ARCHIVE-FIELDS.
           05 LOOKBACK-MONTHS    PIC 9(2)      VALUE 12.
           05 LOOKUP-YEAR        PIC 9(4)      VALUE ZERO.
           05 LOOKUP-MONTH       PIC 9(2)      VALUE ZERO.
           05 SCAN-MONTH         PIC X(6)      VALUE SPACES.

      *----EVERY LINE THAT MATCHED, WITH THE ARCHIVE MONTH IT CAME
      *----FROM (SPACES FOR THE LIVE LOG)----
       01  MATCH-COUNT         PIC 9(2)        VALUE ZERO.
       01  MATCH-TABLE.
           05 MATCH-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON MATCH-COUNT
                  INDEXED BY MT-IX.
              10 MT-LINE           PIC X(250).
              10 MT-MONTH          PIC X(6).
       01  MATCH-FULL-WARNED-SW PIC X          VALUE "N".
       01  PICK-NUMBER         PIC 9(2)        VALUE ZERO.
       01  PICK-MONTH          PIC X(6)        VALUE SPACES.

      *----RETURNS AND VOIDS RECORDED AGAINST THE PICKED SALE----
       01  REVERSAL-COUNT      PIC 9(2)        VALUE ZERO.
       01  REVERSAL-TABLE.
           05 REVERSAL-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON REVERSAL-COUNT
                  INDEXED BY RV-IX.
              10 RV-LINE           PIC X(250).
       01  REVERSAL-FULL-WARNED-SW PIC X       VALUE "N".

      *----THE PICKED TRANSACTION'S ITEMS OFF THE ITEM-DETAIL FILE--
       01  ITEM-COUNT          PIC 9(2)        VALUE ZERO.
       01  ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 1 TO 99 TIMES
                  DEPENDING ON ITEM-COUNT
                  INDEXED BY IT-IX.
              10 IT-LINE           PIC X(120).

      *----THE AUDIT LOG LINE AS SALES-TAX's 120-WRITE-AUDIT-LINE
      *----LAYS IT OUT (AUDIT-LINE-OUT OVER THERE)----
       01  AUDIT-LINE-IN.
           05 ALI-JURISDICTION   PIC X(3).
           05 FILLER             PIC X(2).
           05 ALI-PRICE          PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-SALES-TAX      PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-TOTAL          PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-EXEMPT.
              10 ALI-EXEMPT-TAG     PIC X(7).
              10 ALI-EXEMPT-REASON  PIC X(2).
           05 FILLER             PIC X(2).
           05 ALI-TRANS-TYPE     PIC X(6).
           05 FILLER             PIC X(2).
           05 ALI-REGISTER       PIC X(4).
           05 FILLER             PIC X(2).
           05 ALI-ITEM-COUNT     PIC X(3).
           05 FILLER             PIC X(2).
           05 ALI-RECEIPT-NO     PIC X(6).
           05 FILLER             PIC X(2).
           05 ALI-TENDER         PIC X(5).
           05 FILLER             PIC X(2).
           05 ALI-STATE-TAX      PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-COUNTY-TAX     PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-CITY-TAX       PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-TRANS-DATE     PIC X(8).
           05 FILLER             PIC X(2).
           05 ALI-TRANS-TIME     PIC X(6).
           05 FILLER             PIC X(2).
           05 ALI-CERT-NUMBER    PIC X(8).
           05 FILLER             PIC X(2).
           05 ALI-ORIG-RECEIPT   PIC X(6).
           05 FILLER             PIC X(2).
           05 ALI-ORIG-PRICE     PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-DISCOUNT       PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-PROMO-CODE     PIC X(8).
           05 FILLER             PIC X(2).
           05 ALI-HOLIDAY-EXEMPT PIC X(10).
           05 FILLER             PIC X(2).
           05 ALI-HOUSE-ACCOUNT  PIC X(5).
           05 FILLER             PIC X(2).
           05 ALI-HOUSE-INV-DATE PIC X(8).
           05 FILLER             PIC X(2).
           05 ALI-HOUSE-INV-NUMBER PIC X(8).
           05 FILLER             PIC X(21).

      *----THE ITEM-DETAIL LINE AS SALES-TAX's 132-WRITE-ITEM-DETAIL
      *----LAYS IT OUT (ITEM-DETAIL-OUT OVER THERE)----
       01  ITEM-LINE-IN.
           05 ILI-TRANS-DATE     PIC X(8).
           05 FILLER             PIC X(2).
           05 ILI-RECEIPT-NO     PIC X(6).
           05 FILLER             PIC X(2).
           05 ILI-REGISTER       PIC X(4).
           05 FILLER             PIC X(2).
           05 ILI-JURISDICTION   PIC X(3).
           05 FILLER             PIC X(2).
           05 ILI-SKU            PIC X(8).
           05 FILLER             PIC X(2).
           05 ILI-CATEGORY       PIC X(2).
           05 FILLER             PIC X(2).
           05 ILI-PRICE          PIC X(10).
           05 FILLER             PIC X(2).
           05 ILI-ITEM-TAX       PIC X(10).
           05 FILLER             PIC X(2).
           05 ILI-RULE           PIC X.
           05 FILLER             PIC X(2).
           05 ILI-TRANS-TYPE     PIC X(6).
           05 FILLER             PIC X(2).
           05 ILI-ORIG-PRICE     PIC X(10).
           05 FILLER             PIC X(2).
           05 ILI-DISCOUNT       PIC X(10).
           05 FILLER             PIC X(2).
           05 ILI-PROMO-CODE     PIC X(8).
           05 FILLER             PIC X(10).

      *----NUMERIC WORK FIELDS PARSED OUT OF THE EDITED LOG AMOUNTS----
       01  AMOUNT-NUM          PIC S9(6)V99    VALUE ZERO.
       01  DISCOUNT-NUM        PIC S9(6)V99    VALUE ZERO.
       01  ITEM-COUNT-NUM      PIC 9(3)        VALUE ZERO.

       01  OPERATOR-INITIALS   PIC X(3)        VALUE SPACES.
       01  REPRINT-COUNT       PIC 9(4)        VALUE ZERO.
       01  RUN-DATE            PIC 9(8)        VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR       PIC 9(4).
           05 CD-MONTH      PIC 9(2).
           05 CD-DAY        PIC 9(2).
           05 CD-HOURS      PIC 9(2).
           05 CD-MINUTES    PIC 9(2).
           05 CD-SECONDS    PIC 9(2).
           05 FILLER        PIC X(7).

      *----ONE LINE OF THE MATCH LIST----
       01  MATCH-LINE-OUT.
           05 MLO-NUMBER        PIC Z9.
           05 FILLER            PIC X(2)  VALUE ") ".
           05 MLO-RECEIPT-NO    PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 MLO-REGISTER      PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 MLO-TRANS-DATE    PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 MLO-TRANS-TYPE    PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 MLO-TOTAL         PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 MLO-SOURCE        PIC X(7).

      *----ONE ITEM OF THE PICKED TRANSACTION----
       01  ITEM-LINE-OUT.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ILO-SKU           PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ILO-CATEGORY      PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 ILO-PRICE         PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 ILO-ITEM-TAX      PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ILO-RULE          PIC X.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ILO-PROMO-CODE    PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 ILO-DISCOUNT      PIC X(10).

      *----THE DUPLICATE RECEIPT, LINE FOR LINE THE WAY SALES-TAX's
      *----121-WRITE-RECEIPT PRINTED THE ORIGINAL----
       01  RECEIPT-DUP-LINE     PIC X(30) VALUE
               "*** DUPLICATE RECEIPT ***".
       01  RECEIPT-HEAD-LINE.
           05 FILLER            PIC X(12) VALUE "RECEIPT NO. ".
           05 RCH-RECEIPT-NO    PIC X(6).
           05 FILLER            PIC X(6)  VALUE "  REG ".
           05 RCH-REGISTER      PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RCH-TRANS-TYPE    PIC X(6).
       01  RECEIPT-AMOUNT-LINE.
           05 RCA-LABEL         PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RCA-AMOUNT        PIC Z(6).99-.
       01  RECEIPT-ITEMS-LINE.
           05 FILLER            PIC X(12) VALUE "ITEMS".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RCI-ITEM-COUNT    PIC ZZZZZZZZZZ9.
       01  RECEIPT-TENDER-LINE  PIC X(20) VALUE SPACES.
       01  RECEIPT-ORIG-LINE.
           05 FILLER            PIC X(14) VALUE "ORIG RECEIPT".
           05 RCO-ORIG-RECEIPT  PIC X(6).
       01  RECEIPT-PROMO-LINE.
           05 FILLER            PIC X(6)  VALUE "PROMO ".
           05 RCP-PROMO-CODE    PIC X(8).
           05 RCP-DISCOUNT      PIC Z(6).99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RCP-SKU           PIC X(8).
       01  RECEIPT-HOUSE-LINE.
           05 FILLER            PIC X(8)  VALUE "ACCOUNT ".
           05 RCHA-ACCOUNT      PIC X(5).
       01  RECEIPT-SOLD-LINE.
           05 FILLER            PIC X(6)  VALUE "SOLD  ".
           05 RCS-MONTH         PIC X(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 RCS-DAY           PIC X(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 RCS-YEAR          PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RCS-HOURS         PIC X(2).
           05 FILLER            PIC X(1)  VALUE ":".
           05 RCS-MINUTES       PIC X(2).
       01  RECEIPT-REPRINT-LINE.
           05 FILLER            PIC X(10) VALUE "REPRINTED ".
           05 RCR-MONTH         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 RCR-DAY           PIC 9(2).
           05 FILLER            PIC X(1)  VALUE "/".
           05 RCR-YEAR          PIC 9(4).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RCR-HOURS         PIC 9(2).
           05 FILLER            PIC X(1)  VALUE ":".
           05 RCR-MINUTES       PIC 9(2).
           05 FILLER            PIC X(4)  VALUE " BY ".
           05 RCR-OPERATOR      PIC X(3).
       01  RECEIPT-DASH-LINE    PIC X(30) VALUE ALL "-".

      *----WHO REPRINTED WHAT, WHEN - SAME SHAPE AS THE MAINTENANCE
      *----PROGRAMS' LINES IN THE SAME LOG----
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

       procedure division.

       000-MAIN.
      *----EXTERNAL STORAGE COMES UP LOW-VALUES, NOT SPACES, ON A
      *----STANDALONE RUN - NORMALIZE SO THE BLANK TEST AND THE
      *----WHO/WHEN COLUMNS SEE SPACES INSTEAD OF NUL BYTES----
           IF OPR-ID = LOW-VALUES
               MOVE SPACES TO OPR-ID
           END-IF.
           MOVE "N" TO DONE-SWITCH.
           MOVE ZERO TO REPRINT-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO RUN-DATE (1:4).
           MOVE CD-MONTH TO RUN-DATE (5:2).
           MOVE CD-DAY   TO RUN-DATE (7:2).
           DISPLAY "--------------------------------------------".
           DISPLAY "  RECEIPT INQUIRY / DUPLICATE REPRINT".
           DISPLAY "--------------------------------------------".
           PERFORM 005-READ-PARM-FILE.
           IF OPR-ID NOT = SPACES
               MOVE OPR-ID TO OPERATOR-INITIALS
               DISPLAY "OPERATOR " OPR-ID " (SIGNED ON)"
           ELSE
               DISPLAY "ENTER OPERATOR INITIALS: "
               ACCEPT OPERATOR-INITIALS
           END-IF.
           PERFORM 100-INQUIRY-LOOP UNTIL DONE-WITH-INQUIRY.
           IF REPRINT-COUNT > ZERO
               DISPLAY REPRINT-COUNT " DUPLICATE(S) WRITTEN TO "
                   FUNCTION TRIM (REPRINT-FILE-NAME)
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
               WHEN "SALESTAX_AUDIT_FILE"
                   MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_ITEM_FILE"
                   MOVE PARM-VALUE TO ITEM-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_REPRINT_FILE"
                   MOVE PARM-VALUE TO REPRINT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_RETURN_MONTHS"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE LOOKBACK-MONTHS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 006-READ-PARM-RCD.

      *----ONE INQUIRY: GET THE KEYS, FIND THE MATCHES, PICK ONE,
      *----SHOW IT, AND OFFER THE DUPLICATE----
       100-INQUIRY-LOOP.
           DISPLAY " ".
           DISPLAY "FIND BY R)ECEIPT NO, G) REGISTER AND DATE,"
               " C)ERTIFICATE, OR E)XIT? ".
           ACCEPT SEARCH-MODE.
           EVALUATE TRUE
               WHEN BY-RECEIPT
               WHEN BY-REGISTER-DATE
               WHEN BY-CERTIFICATE
                   PERFORM 110-GET-SEARCH-KEYS
                   IF KEYS-OK
                       PERFORM 120-FIND-TRANSACTION
                   END-IF
               WHEN EXIT-INQUIRY
                   MOVE "Y" TO DONE-SWITCH
               WHEN OTHER
                   DISPLAY "*INVALID CHOICE - PLEASE TRY AGAIN*"
           END-EVALUATE.

      *----THE RECEIPT NUMBER IS SIX DIGITS AND THE DATE A REAL
      *----YYYYMMDD DATE, AS THE AUDIT LOG CARRIES THEM----
       110-GET-SEARCH-KEYS.
           MOVE "Y" TO KEYS-OK-SWITCH.
           MOVE SPACES TO SEARCH-KEYS (1:26).
           EVALUATE TRUE
               WHEN BY-RECEIPT
                   DISPLAY "RECEIPT NUMBER (6 DIGITS): "
                   ACCEPT KEY-RECEIPT
                   IF KEY-RECEIPT IS NOT NUMERIC
                       DISPLAY "*RECEIPT NUMBER MUST BE 6 DIGITS*"
                       MOVE "N" TO KEYS-OK-SWITCH
                   END-IF
               WHEN BY-REGISTER-DATE
                   DISPLAY "REGISTER ID: "
                   ACCEPT KEY-REGISTER
                   DISPLAY "DATE (YYYYMMDD): "
                   ACCEPT KEY-DATE
                   IF KEY-DATE IS NOT NUMERIC
                       DISPLAY "*DATE MUST BE YYYYMMDD*"
                       MOVE "N" TO KEYS-OK-SWITCH
                   ELSE
                       COMPUTE KEY-CHECK-RESULT =
                           FUNCTION TEST-DATE-YYYYMMDD
                               (FUNCTION NUMVAL (KEY-DATE))
                       IF KEY-CHECK-RESULT NOT = 0
                           DISPLAY "*NOT A REAL DATE*"
                           MOVE "N" TO KEYS-OK-SWITCH
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "CERTIFICATE NUMBER: "
                   ACCEPT KEY-CERT
                   IF KEY-CERT = SPACES
                       DISPLAY "*NO CERTIFICATE NUMBER KEYED*"
                       MOVE "N" TO KEYS-OK-SWITCH
                   END-IF
           END-EVALUATE.

      *----SEARCH EVERY LOG FOR THE KEYS. ONE MATCH IS SHOWN
      *----STRAIGHT AWAY; SEVERAL ARE LISTED TO PICK FROM----
       120-FIND-TRANSACTION.
           MOVE ZERO TO MATCH-COUNT.
           MOVE "N" TO MATCH-FULL-WARNED-SW.
           MOVE "M" TO SCAN-PURPOSE.
           PERFORM 200-SCAN-ALL-LOGS.
           MOVE ZERO TO PICK-NUMBER.
           EVALUATE TRUE
               WHEN MATCH-COUNT = ZERO
                   DISPLAY "*NO TRANSACTION FOUND IN THE LIVE LOG OR"
                       " THE LAST " LOOKBACK-MONTHS
                       " MONTH(S) OF ARCHIVES*"
               WHEN MATCH-COUNT = 1
                   MOVE 1 TO PICK-NUMBER
               WHEN OTHER
                   PERFORM 130-PICK-FROM-LIST
           END-EVALUATE.
           IF PICK-NUMBER > ZERO
               SET MT-IX TO PICK-NUMBER
               MOVE MT-LINE (MT-IX)  TO AUDIT-LINE-IN
               MOVE MT-MONTH (MT-IX) TO PICK-MONTH
               PERFORM 300-SHOW-TRANSACTION
               PERFORM 400-OFFER-REPRINT
           END-IF.

       130-PICK-FROM-LIST.
           DISPLAY MATCH-COUNT " TRANSACTIONS FOUND:".
           PERFORM 135-SHOW-ONE-MATCH
               VARYING MT-IX FROM 1 BY 1
               UNTIL MT-IX > MATCH-COUNT.
           DISPLAY "SHOW WHICH ONE (0 FOR NONE)? ".
           ACCEPT PICK-NUMBER.
           IF PICK-NUMBER > MATCH-COUNT
               DISPLAY "*NOT ON THE LIST*"
               MOVE ZERO TO PICK-NUMBER
           END-IF.

       135-SHOW-ONE-MATCH.
           MOVE MT-LINE (MT-IX) TO AUDIT-LINE-IN.
           SET MLO-NUMBER TO MT-IX.
           MOVE ALI-RECEIPT-NO TO MLO-RECEIPT-NO.
           MOVE ALI-REGISTER   TO MLO-REGISTER.
           MOVE ALI-TRANS-DATE TO MLO-TRANS-DATE.
           IF ALI-TRANS-TYPE = SPACES
               MOVE "SALE" TO MLO-TRANS-TYPE
           ELSE
               MOVE ALI-TRANS-TYPE TO MLO-TRANS-TYPE
           END-IF.
           MOVE ALI-TOTAL      TO MLO-TOTAL.
           IF MT-MONTH (MT-IX) = SPACES
               MOVE "LIVE" TO MLO-SOURCE
           ELSE
               MOVE MT-MONTH (MT-IX) TO MLO-SOURCE
           END-IF.
           DISPLAY MATCH-LINE-OUT.

      *----THE LIVE LOG, THEN EACH MONTH'S ARCHIVE BACK FROM THIS
      *----MONTH (<LOG NAME>.YYYYMM, AS MONTH-END-ARCHIVE NAMES
      *----THEM). A MONTH WITH NO ARCHIVE ON DISK IS PASSED OVER--
       200-SCAN-ALL-LOGS.
           MOVE SPACES TO SCAN-MONTH.
           MOVE AUDIT-FILE-NAME TO SCAN-FILE-NAME.
           PERFORM 210-SCAN-ONE-LOG.
           MOVE RUN-DATE (1:4) TO LOOKUP-YEAR.
           MOVE RUN-DATE (5:2) TO LOOKUP-MONTH.
           PERFORM 205-SCAN-ONE-ARCHIVE LOOKBACK-MONTHS TIMES.

       205-SCAN-ONE-ARCHIVE.
           MOVE SPACES TO SCAN-FILE-NAME.
           MOVE LOOKUP-YEAR  TO SCAN-MONTH (1:4).
           MOVE LOOKUP-MONTH TO SCAN-MONTH (5:2).
           STRING FUNCTION TRIM (AUDIT-FILE-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  SCAN-MONTH DELIMITED BY SIZE
                  INTO SCAN-FILE-NAME.
           PERFORM 210-SCAN-ONE-LOG.
           IF LOOKUP-MONTH = 1
               MOVE 12 TO LOOKUP-MONTH
               SUBTRACT 1 FROM LOOKUP-YEAR
           ELSE
               SUBTRACT 1 FROM LOOKUP-MONTH
           END-IF.

       210-SCAN-ONE-LOG.
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT SCAN-FILE.
           IF SCAN-FILE-STATUS NOT = "35"
               PERFORM 215-READ-SCAN-LINE
               PERFORM 220-CHECK-ONE-LINE
                   UNTIL SCAN-EOF-SWITCH = "Y"
               CLOSE SCAN-FILE
           END-IF.

       215-READ-SCAN-LINE.
           READ SCAN-FILE
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
           END-READ.

       220-CHECK-ONE-LINE.
           MOVE SCAN-LINE TO AUDIT-LINE-IN.
           IF SCAN-FOR-MATCHES
               PERFORM 225-CHECK-FOR-MATCH
           ELSE
               PERFORM 230-CHECK-FOR-REVERSAL
           END-IF.
           PERFORM 215-READ-SCAN-LINE.

      *----A LINE FROM BEFORE THE RECEIPT NUMBERING (OR THE DATE
      *----STAMPING) HAS SPACES THERE AND NEVER MATCHES----
       225-CHECK-FOR-MATCH.
           MOVE "N" TO LINE-MATCH-SWITCH.
           EVALUATE TRUE
               WHEN BY-RECEIPT
                   IF ALI-RECEIPT-NO = KEY-RECEIPT
                       MOVE "Y" TO LINE-MATCH-SWITCH
                   END-IF
               WHEN BY-REGISTER-DATE
                   IF ALI-REGISTER = KEY-REGISTER
                          AND ALI-TRANS-DATE = KEY-DATE
                       MOVE "Y" TO LINE-MATCH-SWITCH
                   END-IF
               WHEN OTHER
                   IF ALI-CERT-NUMBER = KEY-CERT
                       MOVE "Y" TO LINE-MATCH-SWITCH
                   END-IF
           END-EVALUATE.
           IF LINE-MATCHES
               IF MATCH-COUNT < 50
                   ADD 1 TO MATCH-COUNT
                   SET MT-IX TO MATCH-COUNT
                   MOVE SCAN-LINE  TO MT-LINE (MT-IX)
                   MOVE SCAN-MONTH TO MT-MONTH (MT-IX)
               ELSE
                   IF MATCH-FULL-WARNED-SW NOT = "Y"
                       DISPLAY "*MORE THAN 50 MATCHES - ONLY THE"
                           " FIRST 50 ARE LISTED*"
                       MOVE "Y" TO MATCH-FULL-WARNED-SW
                   END-IF
               END-IF
           END-IF.

       230-CHECK-FOR-REVERSAL.
           IF ALI-ORIG-RECEIPT = RCH-RECEIPT-NO
                  AND (ALI-TRANS-TYPE = "RETURN"
                       OR ALI-TRANS-TYPE = "VOID")
               IF REVERSAL-COUNT < 50
                   ADD 1 TO REVERSAL-COUNT
                   SET RV-IX TO REVERSAL-COUNT
                   MOVE SCAN-LINE TO RV-LINE (RV-IX)
               ELSE
                   IF REVERSAL-FULL-WARNED-SW NOT = "Y"
                       DISPLAY "*MORE THAN 50 RETURNS/VOIDS - ONLY"
                           " THE FIRST 50 ARE LISTED*"
                       MOVE "Y" TO REVERSAL-FULL-WARNED-SW
                   END-IF
               END-IF
           END-IF.

      *----THE FULL AUDIT DETAIL OF THE PICKED TRANSACTION----
       300-SHOW-TRANSACTION.
           MOVE ALI-RECEIPT-NO TO RCH-RECEIPT-NO.
           MOVE ALI-REGISTER   TO RCH-REGISTER.
           MOVE ALI-TRANS-TYPE TO RCH-TRANS-TYPE.
           DISPLAY "--------------------------------------------".
           IF ALI-TRANS-TYPE = SPACES
               DISPLAY "RECEIPT " ALI-RECEIPT-NO "  REG "
                   ALI-REGISTER "  SALE"
           ELSE
               DISPLAY "RECEIPT " ALI-RECEIPT-NO "  REG "
                   ALI-REGISTER "  " ALI-TRANS-TYPE
                   "  AGAINST RECEIPT " ALI-ORIG-RECEIPT
           END-IF.
           DISPLAY "DATE " ALI-TRANS-DATE "  TIME " ALI-TRANS-TIME
               "  JURISDICTION " ALI-JURISDICTION.
           IF PICK-MONTH = SPACES
               DISPLAY "FROM THE LIVE LOG"
           ELSE
               DISPLAY "FROM THE " PICK-MONTH " ARCHIVE"
           END-IF.
           PERFORM 310-GET-DISCOUNT.
           IF DISCOUNT-NUM NOT = ZERO
               DISPLAY "ORIG PRICE   " ALI-ORIG-PRICE
               DISPLAY "DISCOUNT     " ALI-DISCOUNT
                   "  PROMO " ALI-PROMO-CODE
           END-IF.
           DISPLAY "SALE AMOUNT  " ALI-PRICE.
           IF ALI-HOLIDAY-EXEMPT NOT = SPACES
               COMPUTE AMOUNT-NUM =
                   FUNCTION NUMVAL (ALI-HOLIDAY-EXEMPT)
               IF AMOUNT-NUM NOT = ZERO
                   DISPLAY "HOLIDAY EXMT " ALI-HOLIDAY-EXEMPT
               END-IF
           END-IF.
           DISPLAY "SALES TAX    " ALI-SALES-TAX.
           DISPLAY "  STATE " ALI-STATE-TAX "  COUNTY "
               ALI-COUNTY-TAX "  CITY " ALI-CITY-TAX.
           DISPLAY "TOTAL        " ALI-TOTAL.
           IF ALI-EXEMPT-TAG = "EXEMPT-"
               DISPLAY "TAX EXEMPT - REASON " ALI-EXEMPT-REASON
                   "  CERTIFICATE " ALI-CERT-NUMBER
           END-IF.
           DISPLAY "TENDER       " ALI-TENDER.
           IF ALI-HOUSE-ACCOUNT NOT = SPACES
               DISPLAY "HOUSE ACCOUNT " ALI-HOUSE-ACCOUNT
                   "  INVOICE DATE " ALI-HOUSE-INV-DATE
                   "  INVOICE NO " ALI-HOUSE-INV-NUMBER
           END-IF.
           PERFORM 320-LOAD-ITEMS.
           IF ITEM-COUNT = ZERO
               DISPLAY "NO ITEM DETAIL ON FILE FOR THIS RECEIPT"
           ELSE
               DISPLAY "ITEMS:   SKU   CAT      PRICE        TAX"
                   "  RULE PROMO      DISCOUNT"
               PERFORM 330-SHOW-ONE-ITEM
                   VARYING IT-IX FROM 1 BY 1
                   UNTIL IT-IX > ITEM-COUNT
           END-IF.
           IF ALI-TRANS-TYPE = SPACES
               PERFORM 340-SHOW-REVERSALS
           END-IF.
           DISPLAY "--------------------------------------------".

      *----A LINE FROM BEFORE PROMOTIONS WENT IN HAS NO DISCOUNT----
       310-GET-DISCOUNT.
           IF ALI-DISCOUNT = SPACES
               MOVE ZERO TO DISCOUNT-NUM
           ELSE
               COMPUTE DISCOUNT-NUM = FUNCTION NUMVAL (ALI-DISCOUNT)
           END-IF.

      *----THE ITEMS COME OFF THE ITEM-DETAIL FILE FOR THE SAME
      *----MONTH AS THE AUDIT LINE - MONTH-END-ARCHIVE ROLLS BOTH
      *----FILES IN THE SAME RUN----
       320-LOAD-ITEMS.
           MOVE ZERO TO ITEM-COUNT.
           IF PICK-MONTH = SPACES
               MOVE ITEM-FILE-NAME TO ITEM-READ-NAME
           ELSE
               MOVE SPACES TO ITEM-READ-NAME
               STRING FUNCTION TRIM (ITEM-FILE-NAME) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      PICK-MONTH DELIMITED BY SIZE
                      INTO ITEM-READ-NAME
           END-IF.
           MOVE "N" TO ITEM-EOF-SWITCH.
           OPEN INPUT ITEM-FILE.
           IF ITEM-FILE-STATUS NOT = "35"
               PERFORM 325-READ-ITEM-LINE
               PERFORM 326-CHECK-ONE-ITEM
                   UNTIL ITEM-EOF-SWITCH = "Y"
               CLOSE ITEM-FILE
           END-IF.

       325-READ-ITEM-LINE.
           READ ITEM-FILE
               AT END
                   MOVE "Y" TO ITEM-EOF-SWITCH
           END-READ.

       326-CHECK-ONE-ITEM.
           MOVE ITEM-LINE TO ITEM-LINE-IN.
           IF ILI-RECEIPT-NO = ALI-RECEIPT-NO
                  AND ILI-REGISTER = ALI-REGISTER
                  AND ILI-TRANS-DATE = ALI-TRANS-DATE
                  AND ITEM-COUNT < 99
               ADD 1 TO ITEM-COUNT
               SET IT-IX TO ITEM-COUNT
               MOVE ITEM-LINE TO IT-LINE (IT-IX)
           END-IF.
           PERFORM 325-READ-ITEM-LINE.

       330-SHOW-ONE-ITEM.
           MOVE IT-LINE (IT-IX) TO ITEM-LINE-IN.
           MOVE ILI-SKU        TO ILO-SKU.
           MOVE ILI-CATEGORY   TO ILO-CATEGORY.
           MOVE ILI-PRICE      TO ILO-PRICE.
           MOVE ILI-ITEM-TAX   TO ILO-ITEM-TAX.
           MOVE ILI-RULE       TO ILO-RULE.
           MOVE ILI-PROMO-CODE TO ILO-PROMO-CODE.
           MOVE ILI-DISCOUNT   TO ILO-DISCOUNT.
           DISPLAY ITEM-LINE-OUT.

      *----EVERY RETURN OR VOID THAT NAMES THIS SALE AS ITS
      *----ORIGINAL, WHEREVER IT WAS LOGGED----
       340-SHOW-REVERSALS.
           MOVE ZERO TO REVERSAL-COUNT.
           MOVE "N" TO REVERSAL-FULL-WARNED-SW.
           MOVE "R" TO SCAN-PURPOSE.
           PERFORM 200-SCAN-ALL-LOGS.
           IF REVERSAL-COUNT = ZERO
               DISPLAY "NO RETURNS OR VOIDS RECORDED AGAINST THIS SALE"
           ELSE
               DISPLAY "RETURNS / VOIDS AGAINST THIS SALE:"
               PERFORM 345-SHOW-ONE-REVERSAL
                   VARYING RV-IX FROM 1 BY 1
                   UNTIL RV-IX > REVERSAL-COUNT
           END-IF.
           MOVE MT-LINE (MT-IX) TO AUDIT-LINE-IN.

       345-SHOW-ONE-REVERSAL.
           MOVE RV-LINE (RV-IX) TO AUDIT-LINE-IN.
           DISPLAY "  " ALI-TRANS-TYPE "  RECEIPT " ALI-RECEIPT-NO
               "  REG " ALI-REGISTER "  " ALI-TRANS-DATE
               "  AMOUNT " ALI-PRICE "  TOTAL " ALI-TOTAL.

      *----THE DUPLICATE GOES TO THE REPRINT FILE AND THE REPRINT
      *----IS LOGGED UNDER THE OPERATOR----
       400-OFFER-REPRINT.
           DISPLAY "REPRINT A DUPLICATE RECEIPT (Y/N)? ".
           ACCEPT CONFIRM-SWITCH.
           IF CONFIRMED
               OPEN EXTEND REPRINT-FILE
               IF REPRINT-FILE-STATUS = "35"
                   OPEN OUTPUT REPRINT-FILE
               END-IF
               PERFORM 410-WRITE-DUPLICATE
               CLOSE REPRINT-FILE
               PERFORM 430-LOG-REPRINT
               ADD 1 TO REPRINT-COUNT
               DISPLAY "DUPLICATE WRITTEN TO "
                   FUNCTION TRIM (REPRINT-FILE-NAME)
           END-IF.

       410-WRITE-DUPLICATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           WRITE REPRINT-LINE FROM RECEIPT-DUP-LINE.
           WRITE REPRINT-LINE FROM RECEIPT-HEAD-LINE.
           MOVE ALI-TRANS-DATE (5:2) TO RCS-MONTH.
           MOVE ALI-TRANS-DATE (7:2) TO RCS-DAY.
           MOVE ALI-TRANS-DATE (1:4) TO RCS-YEAR.
           MOVE ALI-TRANS-TIME (1:2) TO RCS-HOURS.
           MOVE ALI-TRANS-TIME (3:2) TO RCS-MINUTES.
           WRITE REPRINT-LINE FROM RECEIPT-SOLD-LINE.
           IF ALI-TRANS-TYPE = "RETURN" OR ALI-TRANS-TYPE = "VOID"
               MOVE ALI-ORIG-RECEIPT TO RCO-ORIG-RECEIPT
               WRITE REPRINT-LINE FROM RECEIPT-ORIG-LINE
           END-IF.
           COMPUTE ITEM-COUNT-NUM = FUNCTION NUMVAL (ALI-ITEM-COUNT).
           MOVE ITEM-COUNT-NUM TO RCI-ITEM-COUNT.
           WRITE REPRINT-LINE FROM RECEIPT-ITEMS-LINE.
           PERFORM 310-GET-DISCOUNT.
           IF DISCOUNT-NUM > ZERO
               MOVE "ORIG PRICE" TO RCA-LABEL
               COMPUTE AMOUNT-NUM = FUNCTION NUMVAL (ALI-ORIG-PRICE)
               MOVE AMOUNT-NUM TO RCA-AMOUNT
               WRITE REPRINT-LINE FROM RECEIPT-AMOUNT-LINE
               PERFORM 420-WRITE-DUPLICATE-PROMO
                   VARYING IT-IX FROM 1 BY 1
                   UNTIL IT-IX > ITEM-COUNT
               MOVE "DISCOUNT" TO RCA-LABEL
               COMPUTE AMOUNT-NUM = ZERO - DISCOUNT-NUM
               MOVE AMOUNT-NUM TO RCA-AMOUNT
               WRITE REPRINT-LINE FROM RECEIPT-AMOUNT-LINE
           END-IF.
           MOVE "SALE AMOUNT" TO RCA-LABEL.
           COMPUTE AMOUNT-NUM = FUNCTION NUMVAL (ALI-PRICE).
           MOVE AMOUNT-NUM TO RCA-AMOUNT.
           WRITE REPRINT-LINE FROM RECEIPT-AMOUNT-LINE.
           IF ALI-HOLIDAY-EXEMPT NOT = SPACES
               COMPUTE AMOUNT-NUM =
                   FUNCTION NUMVAL (ALI-HOLIDAY-EXEMPT)
               IF AMOUNT-NUM NOT = ZERO
                   MOVE "HOLIDAY EXMT" TO RCA-LABEL
                   MOVE AMOUNT-NUM TO RCA-AMOUNT
                   WRITE REPRINT-LINE FROM RECEIPT-AMOUNT-LINE
               END-IF
           END-IF.
           IF ALI-EXEMPT-TAG = "EXEMPT-"
               MOVE "TAX EXEMPT" TO RCA-LABEL
           ELSE
               MOVE "SALES TAX"  TO RCA-LABEL
           END-IF.
           COMPUTE AMOUNT-NUM = FUNCTION NUMVAL (ALI-SALES-TAX).
           MOVE AMOUNT-NUM TO RCA-AMOUNT.
           WRITE REPRINT-LINE FROM RECEIPT-AMOUNT-LINE.
           MOVE "TOTAL" TO RCA-LABEL.
           COMPUTE AMOUNT-NUM = FUNCTION NUMVAL (ALI-TOTAL).
           MOVE AMOUNT-NUM TO RCA-AMOUNT.
           WRITE REPRINT-LINE FROM RECEIPT-AMOUNT-LINE.
           MOVE SPACES TO RECEIPT-TENDER-LINE.
           STRING "TENDER  " DELIMITED BY SIZE
                  ALI-TENDER DELIMITED BY SIZE
                  INTO RECEIPT-TENDER-LINE.
           WRITE REPRINT-LINE FROM RECEIPT-TENDER-LINE.
           IF ALI-HOUSE-ACCOUNT NOT = SPACES
               MOVE ALI-HOUSE-ACCOUNT TO RCHA-ACCOUNT
               WRITE REPRINT-LINE FROM RECEIPT-HOUSE-LINE
           END-IF.
           MOVE CD-MONTH   TO RCR-MONTH.
           MOVE CD-DAY     TO RCR-DAY.
           MOVE CD-YEAR    TO RCR-YEAR.
           MOVE CD-HOURS   TO RCR-HOURS.
           MOVE CD-MINUTES TO RCR-MINUTES.
           MOVE OPERATOR-INITIALS TO RCR-OPERATOR.
           WRITE REPRINT-LINE FROM RECEIPT-REPRINT-LINE.
           WRITE REPRINT-LINE FROM RECEIPT-DASH-LINE.

      *----ONE LINE PER DISCOUNTED ITEM, AS ON THE ORIGINAL----
       420-WRITE-DUPLICATE-PROMO.
           MOVE IT-LINE (IT-IX) TO ITEM-LINE-IN.
           IF ILI-DISCOUNT NOT = SPACES
               COMPUTE AMOUNT-NUM = FUNCTION NUMVAL (ILI-DISCOUNT)
               IF AMOUNT-NUM > ZERO
                   MOVE ILI-PROMO-CODE TO RCP-PROMO-CODE
                   COMPUTE AMOUNT-NUM = ZERO - AMOUNT-NUM
                   MOVE AMOUNT-NUM     TO RCP-DISCOUNT
                   MOVE ILI-SKU        TO RCP-SKU
                   WRITE REPRINT-LINE FROM RECEIPT-PROMO-LINE
               END-IF
           END-IF.

       430-LOG-REPRINT.
           OPEN EXTEND MAINTLOG.
           IF MAINTLOG-STATUS = "35"
               OPEN OUTPUT MAINTLOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR   TO MLL-DATE (1:4).
           MOVE CD-MONTH  TO MLL-DATE (5:2).
           MOVE CD-DAY    TO MLL-DATE (7:2).
           MOVE CD-HOURS   TO MLL-TIME (1:2).
           MOVE CD-MINUTES TO MLL-TIME (3:2).
           MOVE CD-SECONDS TO MLL-TIME (5:2).
           MOVE OPERATOR-INITIALS TO MLL-OPERATOR.
           MOVE "REPRINT" TO MLL-ACTION.
           MOVE ALI-RECEIPT-NO TO MLL-KEY.
           MOVE SPACES TO MLL-DETAIL.
           STRING "DUPLICATE RECEIPT REG " DELIMITED BY SIZE
                  ALI-REGISTER DELIMITED BY SIZE
                  INTO MLL-DETAIL.
           WRITE MAINTLOG-RECORD FROM MAINT-LOG-LINE.
           CLOSE MAINTLOG.

       end program RECEIPT-INQUIRY.
