      *  change carry the narrower columns - cut the log with the
      *  month-end archive before relying on ranged runs over a
      *  mixed log.
      *04/25/2016 - AT - a return or void was just a sale with the
      *  signs flipped - nothing tied it to the sale it reversed, so
      *  a $400 "return" of a sale never rung went through clean.
      *  A return or void now carries the original receipt number
      *  (prompted for at the register, new trailing columns 39-44
      *  on TRANS-RECORD in batch) and is checked against that
      *  receipt in SALESTAX.LOG and the month-end SALESTAX.LOG.YYYYMM
      *  archives (back SALESTAX_RETURN_MONTHS months, twelve when
      *  unset) before anything is reversed: no such sale, a sale
      *  already fully returned, or a return bigger than what is
      *  left on it is refused at the register and suspended with
      *  its items in batch. The reversal's audit line carries the
      *  original receipt number in new columns 151-156 so each
      *  return pairs with its sale, and the audit line is 200
      *  wide from here forward (the readers moved with it).
      *04/27/2016 - AT - the SKUs and item prices gathered for a sale
      *  were thrown away once the sale tax was summed. Every item
      *  of a sale, return or void now also goes out as one line
      *  to the new item-detail file SALESTAX.ITM (parameter
      *  SALESTAX_ITEM_FILE) - date, receipt, register,
      *  jurisdiction, SKU, category, price, item tax and the rule
      *  applied - for the new SALES-ANALYSIS report. It is rolled
      *  at month end with the other logs.
      *04/28/2016 - AT - promotions were rung by hand-keying a lower
      *  price, so the tax, the receipt and the log all lost the
      *  fact that a discount was given. A new promotions file
      *  (PROMO.DAT, parameter SALESTAX_PROMO_FILE: code, SKU or
      *  category, percent-off or amount-off, start and end dates,
      *  coupon-only flag) is loaded at startup, and each item of a
      *  sale gets the largest promotion in force on the sale date
      *  taken off before the item is taxed. A coupon code is
      *  prompted for at the register (refused there if not on file
      *  or not in force) and carried in new trailing columns 45-52
      *  on TRANS-RECORD in batch, where a bad one suspends the sale.
      *  The receipt shows the original price, each promotion and
      *  the discount; the audit line carries the original price,
      *  discount and promotion code in new columns 159-190 and the
      *  item-detail line the same per item. SALESTAX.SUS and
      *  SALESTAX.RWK records widen by the eight coupon columns.
      *04/29/2016 - AT - category rules had no way to say "exempt
      *  this week only". A new tax-holiday file (TAXHOL.DAT,
      *  parameter SALESTAX_TAXHOL_FILE: start date, end date,
      *  category, price cap) is loaded at startup, and an item in
      *  a holiday category at or under the cap on a sale dated
      *  inside the window takes new rule H - no tax - in place of
      *  its normal rule. A batch record may now carry its own sale
      *  date in new columns 53-60 (blank means the run date), and a
      *  record sent to suspense is stamped with its date so it is
      *  taxed as of the day it was rung when it comes back through
      *  SALESTAX.RWK. A return or void takes the date of the sale
      *  it reverses. The holiday-exempt amount goes on the receipt
      *  and in new audit columns 193-202 for TAX-REMIT; the audit
      *  line is 250 wide from here forward.
      *05/02/2016 - AT - added house-account tender H for purchasers
      *  who buy on account. The purchaser number is prompted for at
      *  the register and carried in new columns 61-65 of a batch
      *  record (SALESTAX.SUS and SALESTAX.RWK widen to match). The
      *  P05 purchaser master, invoices and payments (same
      *  P05_MASTER_FILE, P05_INPUT_FILE and P05_PAYMENT_FILE keys
      *  REPORTMAKER reads) are loaded at startup to give each
      *  purchaser's open balance; an unknown purchaser, or a charge
      *  that would take the balance over the credit limit, is
      *  refused (re-tendered at the register, suspended in batch).
      *  Each charge is written as an invoice dated on the sale date
      *  to a new house-charge feed (P05HOUSE.DAT, parameter
      *  P05_HOUSE_FEED_FILE) that REPORTMAKER picks up, in whole
      *  dollars as P05 carries them. A return or void of a charged
      *  sale goes back to the same account as a credit on
      *  P05PAY.DAT against the original invoice. The purchaser
      *  number and the invoice date the charge went out under go in
      *  new audit columns 205-209 and 212-219, and the purchaser on
      *  the receipt.
      *05/05/2016 - AT - the purchaser master now carries a status
      *  byte in column 83 (I = inactive, set by PURCHASER-MAINT); a
      *  house charge to an inactive purchaser is refused, though a
      *  return or void of an earlier charge still credits back.
      *05/07/2016 - AT - month-end finance charges from FINANCE-
      *  CHARGE (P05FIN.DAT, parameter P05_FINANCE_FEED_FILE) are
      *  open items like any other, so they are added into each
      *  house account's balance after the house-charge feed. The
      *  master gained a finance-charge exempt flag at column 84;
      *  HOUSE-MAST-RECORD widened to match.
      *05/10/2016 - AT - invoices WRITE-OFF has closed to bad debt
      *  (P05WOFF.DAT, parameter P05_WRITEOFF_FILE) come back out of
      *  the house account's balance after payments, so a written-
      *  off charge no longer holds the account against its limit.
      *05/11/2016 - AT - P05 invoices carry an invoice number in
      *  columns 41-48. A house charge goes on the feed numbered R
      *  plus its receipt number, which is also logged in new audit
      *  columns 222-229; the credit for a return or void names the
      *  same number at 29-36 of P05PAY.DAT. A return of a charge
      *  logged before the number was kept names only the date.
      *06/01/2016 - AT - P05's invoice, finance-charge and write-off
      *  records grew to 48 columns with the invoice number; the
      *  FDs that read them are widened to match.

       environment division.
           input-output section.
               organization is line sequential
               file status is RECEIPT-FILE-STATUS.

               SELECT ITEM-FILE ASSIGN TO DYNAMIC ITEM-FILE-NAME
               organization is line sequential
               file status is ITEM-FILE-STATUS.

               SELECT OPTIONAL SEQFILE ASSIGN TO DYNAMIC SEQFILE-NAME
               organization is line sequential
               file status is SEQFILE-STATUS.
               SELECT TAXCAT-FILE ASSIGN TO DYNAMIC TAXCAT-FILE-NAME
               organization is line sequential
               file status is TAXCAT-FILE-STATUS.

               SELECT PROMO-FILE ASSIGN TO DYNAMIC PROMO-FILE-NAME
               organization is line sequential
               file status is PROMO-FILE-STATUS.

               SELECT TAXHOL-FILE ASSIGN TO DYNAMIC TAXHOL-FILE-NAME
               organization is line sequential
               file status is TAXHOL-FILE-STATUS.

               SELECT LOOKUP-FILE ASSIGN TO DYNAMIC LOOKUP-FILE-NAME
               organization is line sequential
               file status is LOOKUP-FILE-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               organization is line sequential
               file status is PARM-FILE-STATUS.

               SELECT HOUSE-MAST-FILE ASSIGN TO DYNAMIC
                  HOUSE-MAST-FILE-NAME
               organization is line sequential
               file status is HOUSE-MAST-STATUS.

               SELECT HOUSE-INV-FILE ASSIGN TO DYNAMIC
                  HOUSE-INV-FILE-NAME
               organization is line sequential
               file status is HOUSE-INV-STATUS.

               SELECT HOUSE-FEED-FILE ASSIGN TO DYNAMIC
                  HOUSE-FEED-FILE-NAME
               organization is line sequential
               file status is HOUSE-FEED-STATUS.

               SELECT HOUSE-PAY-FILE ASSIGN TO DYNAMIC
                  HOUSE-PAY-FILE-NAME
               organization is line sequential
               file status is HOUSE-PAY-STATUS.

               SELECT HOUSE-FIN-FILE ASSIGN TO DYNAMIC
                  HOUSE-FIN-FILE-NAME
               organization is line sequential
               file status is HOUSE-FIN-STATUS.

               SELECT HOUSE-WOFF-FILE ASSIGN TO DYNAMIC
                  HOUSE-WOFF-FILE-NAME
               organization is line sequential
               file status is HOUSE-WOFF-STATUS.


       data division.
           file section.
      *----A SALE RECORD WITH AN ITEM COUNT ABOVE ONE IS FOLLOWED BY
      *----THAT MANY MINUS ONE CONTINUATION RECORDS CARRYING THE
      *----ADDITIONAL ITEM PRICES IN COLUMNS 1-8. A RETURN OR VOID
      *----NAMES THE RECEIPT IT REVERSES IN COLUMNS 39-44, A SALE
      *----CAN CARRY A COUPON CODE IN COLUMNS 45-52, COLUMNS 53-60
      *----HOLD THE DATE OF THE SALE (BLANK MEANS THE RUN DATE), AND
      *----A HOUSE-ACCOUNT SALE NAMES ITS PURCHASER IN 61-65----
           FD TRANS-FILE.
           01 TRANS-RECORD.
               05 TR-PRICE             PIC 9(6)V99.
               05 TR-ITEM-COUNT        PIC 9(2).
               05 TR-SKU               PIC X(8).
               05 TR-TENDER-TYPE       PIC X.
               05 TR-ORIG-RECEIPT      PIC X(6).
               05 TR-COUPON-CODE       PIC X(8).
               05 TR-SALE-DATE         PIC X(8).
               05 TR-HOUSE-ACCOUNT     PIC X(5).

           FD REPORT-FILE.
           01 REPORT-LINE              PIC X(80).

           FD AUDIT-FILE.
           01 AUDIT-LINE                PIC X(250).

           FD DAILY-LOG-FILE.
           01 DAILY-LOG-RECORD          PIC X(80).
      *----FOLLOWED BY THE REASON IT WAS SUSPENDED----
           FD SUSPENSE-FILE.
           01 SUSPENSE-RECORD.
               05 SU-TRANS             PIC X(65).
               05 FILLER               PIC X(2).
               05 SU-REASON            PIC X(25).

      *----THE CORRECTED SUSPENSE FILE COMING BACK FOR REPROCESSING--
           FD REWORK-FILE.
           01 REWORK-RECORD.
               05 RW-TRANS             PIC X(65).
               05 FILLER               PIC X(27).

      *----ENOUGH STATE TO RESUME A KILLED BATCH RUN AFTER THE LAST
               05 TC-RATE              PIC 99V99.
               05 TC-THRESHOLD         PIC 9(6)V99.

      *----PROMOTIONS: A SKU OR A TAXABILITY CATEGORY, PERCENT-OFF OR
      *----AMOUNT-OFF, AND THE DATES IT RUNS. A COUPON-ONLY PROMOTION
      *----APPLIES ONLY WHEN ITS CODE IS KEYED WITH THE SALE----
           FD PROMO-FILE.
           01 PROMO-RECORD.
               05 PF-PROMO-CODE        PIC X(8).
               05 PF-SCOPE             PIC X.
               05 PF-TARGET            PIC X(8).
               05 PF-KIND              PIC X.
               05 PF-VALUE             PIC 9(4)V99.
               05 PF-START-DATE        PIC 9(8).
               05 PF-END-DATE          PIC 9(8).
               05 PF-COUPON-SW         PIC X.

      *----SALES TAX HOLIDAYS: FROM THE START DATE THROUGH THE END
      *----DATE, ITEMS IN THE CATEGORY PRICED AT OR UNDER THE CAP
      *----(A ZERO CAP MEANS ANY PRICE) ARE EXEMPT STATEWIDE----
           FD TAXHOL-FILE.
           01 TAXHOL-RECORD.
               05 TH-START-DATE        PIC 9(8).
               05 TH-END-DATE          PIC 9(8).
               05 TH-CATEGORY          PIC X(2).
               05 TH-THRESHOLD         PIC 9(6)V99.
               05 TH-DESCRIPTION       PIC X(20).

      *----THE FORMATTED CUSTOMER RECEIPTS, APPENDED ONE PER SALE----
           FD RECEIPT-FILE.
           01 RECEIPT-LINE        PIC X(80).

      *----ONE DETAIL LINE PER LINE ITEM OF EVERY SALE, RETURN AND
      *----VOID, APPENDED ALONGSIDE THE AUDIT LINE (SALES-ANALYSIS
      *----READS IT)----
           FD ITEM-FILE.
           01 ITEM-LINE           PIC X(120).

      *----NEXT RECEIPT NUMBER TO ASSIGN, REWRITTEN AFTER EVERY
      *----ASSIGNMENT SO THE SEQUENCE SURVIVES ACROSS RUNS----
           FD SEQFILE.
           01 SEQ-RECORD.
               05 SQ-NEXT-RECEIPT  PIC 9(6).

      *----THE LIVE AUDIT LOG OR ONE MONTH-END ARCHIVE OF IT, READ
      *----BACK TO FIND THE SALE A RETURN OR VOID REVERSES (SAME
      *----LAYOUT AS AUDIT-LINE-OUT, ONLY THE COLUMNS NEEDED)----
           FD LOOKUP-FILE.
           01 LOOKUP-RECORD.
               05 FILLER               PIC X(5).
               05 OL-PRICE             PIC X(10).
               05 FILLER               PIC X(37).
               05 OL-TRANS-TYPE        PIC X(6).
               05 FILLER               PIC X(13).
               05 OL-RECEIPT-NO        PIC X(6).
               05 FILLER               PIC X(45).
               05 OL-TRANS-DATE        PIC X(8).
               05 FILLER               PIC X(20).
               05 OL-ORIG-RECEIPT      PIC X(6).
               05 FILLER               PIC X(48).
               05 OL-HOUSE-ACCOUNT     PIC X(5).
               05 FILLER               PIC X(2).
               05 OL-HOUSE-INV-DATE    PIC X(8).
               05 FILLER               PIC X(2).
               05 OL-HOUSE-INV-NUMBER  PIC X(8).
               05 FILLER               PIC X(21).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).

      *----P05'S PURCHASER MASTER (MASTFILE-PICS) - ONLY THE NUMBER,
      *----NAME, CREDIT LIMIT AND STATUS MATTER FOR A HOUSE CHARGE--
           FD HOUSE-MAST-FILE.
           01 HOUSE-MAST-RECORD.
               05 HM-NUMBER            PIC X(5).
               05 HM-NAME              PIC X(20).
               05 FILLER               PIC X(50).
               05 HM-CREDIT-LIMIT      PIC 9(7).
               05 HM-STATUS            PIC X.
               05 FILLER               PIC X.

      *----P05'S INVOICES (THEIRFILE-PICS, HDR/TRL ENVELOPE SKIPPED)
      *----AND THE HOUSE-CHARGE FEED, WHICH IS WRITTEN IN THE SAME
      *----LAYOUT SO REPORTMAKER READS IT AS MORE INVOICES----
           FD HOUSE-INV-FILE.
           01 HOUSE-INV-RECORD.
               05 HI-NUMBER            PIC X(5).
               05 HI-NAME              PIC X(20).
               05 HI-PRICE             PIC 9(7).
               05 HI-INVOICE-DATE      PIC 9(8).
               05 HI-INVOICE-NUMBER    PIC X(8).

           FD HOUSE-FEED-FILE.
           01 HOUSE-FEED-RECORD.
               05 HF-NUMBER            PIC X(5).
               05 HF-NAME              PIC X(20).
               05 HF-PRICE             PIC 9(7).
               05 HF-INVOICE-DATE      PIC 9(8).
               05 HF-INVOICE-NUMBER    PIC X(8).

      *----P05'S MONTH-END FINANCE CHARGES, SAME LAYOUT AGAIN----
           FD HOUSE-FIN-FILE.
           01 HOUSE-FIN-RECORD.
               05 HX-NUMBER            PIC X(5).
               05 HX-NAME              PIC X(20).
               05 HX-PRICE             PIC 9(7).
               05 HX-INVOICE-DATE      PIC 9(8).
               05 HX-INVOICE-NUMBER    PIC X(8).

      *----P05'S PAYMENTS (PAYFILE-PICS). A RETURN OF A HOUSE CHARGE
      *----IS WRITTEN HERE AS A CREDIT AGAINST THE ORIGINAL INVOICE--
           FD HOUSE-PAY-FILE.
           01 HOUSE-PAY-RECORD.
               05 HP-PURCHASER         PIC X(5).
               05 HP-INVOICE-DATE      PIC 9(8).
               05 HP-AMOUNT            PIC 9(7).
               05 HP-PAYMENT-DATE      PIC 9(8).
               05 HP-INVOICE-NUMBER    PIC X(8).

      *----P05'S BAD-DEBT WRITE-OFFS (W) AND RECOVERIES (R). A W
      *----RECORD CARRIES WHAT WAS STILL OPEN WHEN IT WAS CLOSED----
           FD HOUSE-WOFF-FILE.
           01 HOUSE-WOFF-RECORD.
               05 HW-TYPE              PIC X.
               05 HW-PURCHASER         PIC X(5).
               05 HW-INVOICE-DATE      PIC 9(8).
               05 HW-BRANCH            PIC X(3).
               05 HW-AMOUNT            PIC 9(7).
               05 FILLER               PIC X(16).
               05 HW-INVOICE-NUMBER    PIC X(8).


       working-storage section.
      *Made multiples of names in order to be able to truncate zeroes and make it more asthetically pleasing to the user.
       01  RECEIPT-FILE-NAME   PIC X(80)       VALUE "SALESTAX.RCT".
       01  SEQFILE-NAME        PIC X(80)       VALUE "SALESTAX.SEQ".
       01  RECEIPT-FILE-STATUS PIC X(2)        VALUE SPACES.
       01  ITEM-FILE-NAME      PIC X(80)       VALUE "SALESTAX.ITM".
       01  ITEM-FILE-STATUS    PIC X(2)        VALUE SPACES.
       01  SEQFILE-STATUS      PIC X(2)        VALUE SPACES.

      *----THE RECEIPT NUMBER ASSIGNED TO THE TRANSACTION IN HAND
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
       01  RECEIPT-DASH-LINE    PIC X(30) VALUE ALL "-".

      *----THE SALE A RETURN OR VOID REVERSES: ITS RECEIPT NUMBER,
      *----WHAT IT RANG, WHAT HAS ALREADY COME BACK AGAINST IT, AND
      *----WHY THE REVERSAL IS REFUSED (SPACES WHEN IT IS GOOD). THE
      *----MONTH-END ARCHIVES ARE SEARCHED BACK LOOKBACK-MONTHS----
       01  LOOKUP-FILE-STATUS  PIC X(2)        VALUE SPACES.
       01  LOOKUP-FILE-NAME    PIC X(80)       VALUE SPACES.
       01  ORIG-RECEIPT-NUMBER PIC X(6)        VALUE SPACES.
       01  LEAD-TRANS-IMAGE    PIC X(65)       VALUE SPACES.
       01  ORIG-CHECK-FIELDS.
           05 ORIG-FOUND-SWITCH  PIC X         VALUE "N".
               88 ORIG-SALE-FOUND               VALUE "Y".
           05 ORIG-REFUSE-REASON PIC X(25)     VALUE SPACES.
           05 ORIG-SALE-AMOUNT   PIC S9(7)V99  VALUE ZERO.
           05 ORIG-RETURNED-AMT  PIC S9(7)V99  VALUE ZERO.
           05 ORIG-REMAINING     PIC S9(7)V99  VALUE ZERO.
           05 ORIG-LINE-AMOUNT   PIC S9(7)V99  VALUE ZERO.
           05 ORIG-SALE-DATE     PIC 9(8)      VALUE ZERO.
           05 LOOKBACK-MONTHS    PIC 9(2)      VALUE 12.
           05 LOOKUP-YEAR        PIC 9(4)      VALUE ZERO.
           05 LOOKUP-MONTH       PIC 9(2)      VALUE ZERO.
           05 LOOKUP-EOF-SWITCH  PIC X         VALUE "N".
           05 ORIG-HOUSE-ACCOUNT PIC X(5)      VALUE SPACES.
           05 ORIG-HOUSE-INV-DATE PIC X(8)     VALUE SPACES.
           05 ORIG-HOUSE-INV-NUMBER PIC X(8)   VALUE SPACES.

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE). KEYWORD=VALUE LINES, READ AT STARTUP AFTER
      *----THE ENVIRONMENT OVERRIDES SO A VALUE IN THE FILE ALWAYS
                  INDEXED BY SI-IX.
              10 SI-PRICE       PIC 9(6)V99.
              10 SI-SKU         PIC X(8).
              10 SI-CATEGORY    PIC X(2).
              10 SI-RULE        PIC X.
              10 SI-TAX         PIC 9(6)V99.
              10 SI-ORIG-PRICE  PIC 9(6)V99.
              10 SI-DISCOUNT    PIC 9(6)V99.
              10 SI-PROMO-CODE  PIC X(8).

      *----PROMOTIONS OUT OF PROMO.DAT, LOADED AT STARTUP BY
      *----160-LOAD-PROMOTIONS. NO FILE MEANS NO PROMOTIONS AND NO
      *----COUPONS. WHETHER ONE IS IN FORCE IS DECIDED PER SALE AGAINST
      *----SALE-DATE, SO ONE PAST ITS END DATE SIMPLY STOPS APPLYING--
       01  PROMO-FILE-STATUS   PIC X(2)        VALUE SPACES.
       01  PROMO-FILE-NAME     PIC X(80)       VALUE "PROMO.DAT".
       01  PROMO-EOF-SWITCH    PIC X           VALUE "N".
       01  PROMO-COUNT         PIC 9(3)        VALUE ZERO.
       01  PROMO-TABLE.
           05 PROMO-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON PROMO-COUNT
                  INDEXED BY PT-IX.
              10 PT-PROMO-CODE   PIC X(8).
              10 PT-SCOPE        PIC X.
              10 PT-TARGET       PIC X(8).
              10 PT-KIND         PIC X.
              10 PT-VALUE        PIC 9(4)V99.
              10 PT-START-DATE   PIC 9(8).
              10 PT-END-DATE     PIC 9(8).
              10 PT-COUPON-SW    PIC X.

      *----THE COUPON KEYED WITH THE SALE AND WHY IT WAS REFUSED
      *----(SPACES WHEN IT IS GOOD), THE BEST PROMOTION FOUND FOR THE
      *----ITEM IN HAND, AND THE SALE'S ORIGINAL PRICE AND DISCOUNT--
       01  SALE-DATE           PIC 9(8)        VALUE ZERO.
       01  PROMO-FIELDS.
           05 COUPON-CODE        PIC X(8)      VALUE SPACES.
           05 COUPON-REFUSE-REASON PIC X(25)   VALUE SPACES.
           05 COUPON-USED-SWITCH PIC X         VALUE "N".
               88 COUPON-WAS-USED               VALUE "Y".
           05 PROMO-MATCH-SWITCH PIC X         VALUE "N".
               88 PROMO-MATCHES                 VALUE "Y".
           05 PROMO-CATEGORY     PIC X(2)      VALUE SPACES.
           05 PROMO-DISCOUNT     PIC 9(6)V99   VALUE ZERO.
           05 BEST-DISCOUNT      PIC 9(6)V99   VALUE ZERO.
           05 BEST-PROMO-CODE    PIC X(8)      VALUE SPACES.
           05 SALE-DISCOUNT      PIC 9(6)V99   VALUE ZERO.
           05 SALE-ORIG-AMOUNT   PIC 9(6)V99   VALUE ZERO.
           05 SALE-PROMO-CODE    PIC X(8)      VALUE SPACES.
           05 ORIG-PRICE-SIGNED  PIC S9(6)V99  VALUE ZERO.
           05 DISCOUNT-SIGNED    PIC S9(6)V99  VALUE ZERO.
           05 SAVINGS-X          PIC Z(6).99.

      *----PRODUCT MASTER, LOADED AT STARTUP BY 140-LOAD-PRODUCTS.
      *----NO PRODMAST.DAT MEANS THE LOOKUP STAYS OFF AND EVERY
              10 CT-RATE         PIC 99V99.
              10 CT-THRESHOLD    PIC 9(6)V99.

      *----TAX HOLIDAYS OUT OF TAXHOL.DAT, LOADED AT STARTUP BY
      *----133-LOAD-TAX-HOLIDAYS. EACH ONE APPLIES ONLY TO A SALE
      *----DATED INSIDE ITS WINDOW, SO NOTHING HAS TO BE PUT BACK
      *----AFTERWARD. NO FILE MEANS NO HOLIDAYS----
       01  TAXHOL-FILE-STATUS  PIC X(2)        VALUE SPACES.
       01  TAXHOL-FILE-NAME    PIC X(80)       VALUE "TAXHOL.DAT".
       01  TAXHOL-EOF-SWITCH   PIC X           VALUE "N".
       01  HOLIDAY-COUNT       PIC 9(3)        VALUE ZERO.
       01  HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON HOLIDAY-COUNT
                  INDEXED BY HT-IX.
              10 HT-START-DATE   PIC 9(8).
              10 HT-END-DATE     PIC 9(8).
              10 HT-CATEGORY     PIC X(2).
              10 HT-THRESHOLD    PIC 9(6)V99.
       01  SALE-HOLIDAY-EXEMPT PIC 9(6)V99     VALUE ZERO.
       01  HOLIDAY-SIGNED      PIC S9(6)V99    VALUE ZERO.

      *----ONE ITEM'S RESOLVED RULE AND THE RUNNING SALE TAX----
       01  ITEM-TAX-FIELDS.
           05 ITEM-RULE         PIC X          VALUE "F".
           88 CASH-TENDER                      VALUE "C" "c" SPACE.
           88 CHECK-TENDER                     VALUE "K" "k".
           88 CARD-TENDER                      VALUE "D" "d".
           88 HOUSE-TENDER                     VALUE "H" "h".
       01  TENDER-TEXT         PIC X(5)        VALUE SPACES.

      *----HOUSE ACCOUNTS: P05'S PURCHASERS WHO MAY CHARGE A SALE,
      *----LOADED AT STARTUP BY 170-LOAD-HOUSE-ACCOUNTS WITH EACH ONE'S
      *----OPEN BALANCE (P05 INVOICES PLUS EARLIER HOUSE CHARGES LESS
      *----PAYMENTS AND BAD-DEBT WRITE-OFFS). NO PURCHASER MASTER
      *----MEANS NO HOUSE TENDER. P05
      *----CARRIES WHOLE DOLLARS, SO A CHARGE IS ROUNDED TO THE
      *----DOLLAR ON ITS WAY TO THE FEED----
       01  HOUSE-MAST-FILE-NAME PIC X(80)
               VALUE "E:\programming\P05MAST.DAT".
       01  HOUSE-INV-FILE-NAME  PIC X(80)
               VALUE "E:\programming\P05D.dat".
       01  HOUSE-FEED-FILE-NAME PIC X(80)
               VALUE "E:\programming\P05HOUSE.DAT".
       01  HOUSE-PAY-FILE-NAME  PIC X(80)
               VALUE "E:\programming\P05PAY.DAT".
       01  HOUSE-FIN-FILE-NAME  PIC X(80)
               VALUE "E:\programming\P05FIN.DAT".
       01  HOUSE-WOFF-FILE-NAME PIC X(80)
               VALUE "E:\programming\P05WOFF.DAT".
       01  HOUSE-MAST-STATUS   PIC X(2)        VALUE SPACES.
       01  HOUSE-INV-STATUS    PIC X(2)        VALUE SPACES.
       01  HOUSE-FEED-STATUS   PIC X(2)        VALUE SPACES.
       01  HOUSE-PAY-STATUS    PIC X(2)        VALUE SPACES.
       01  HOUSE-FIN-STATUS    PIC X(2)        VALUE SPACES.
       01  HOUSE-WOFF-STATUS   PIC X(2)        VALUE SPACES.
       01  HOUSE-EOF-SWITCH    PIC X           VALUE "N".
       01  HOUSE-ACCT-SWITCH   PIC X           VALUE "N".
           88 HOUSE-ACCOUNTS-ON                VALUE "Y".
       01  HOUSE-FOUND-SWITCH  PIC X           VALUE "N".
           88 HOUSE-ACCOUNT-FOUND              VALUE "Y".
       01  HOUSE-ACCOUNT       PIC X(5)        VALUE SPACES.
       01  HOUSE-REFUSE-REASON PIC X(25)       VALUE SPACES.
       01  HOUSE-CHARGE        PIC 9(7)        VALUE ZERO.
       01  HOUSE-CHARGE-X      PIC Z(6)9.
       01  HOUSE-INV-NUMBER.
           05 FILLER           PIC X           VALUE "R".
           05 HIN-RECEIPT      PIC 9(6)        VALUE ZERO.
           05 FILLER           PIC X           VALUE SPACE.
       01  HOUSE-ACCT-COUNT    PIC 9(3)        VALUE ZERO.
       01  HOUSE-ACCT-TABLE.
           05 HOUSE-ACCT-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON HOUSE-ACCT-COUNT
                  INDEXED BY HA-IX.
              10 HA-NUMBER       PIC X(5).
              10 HA-NAME         PIC X(20).
              10 HA-CREDIT-LIMIT PIC 9(7).
              10 HA-BALANCE      PIC S9(9).
              10 HA-STATUS       PIC X.
       01  RECEIPT-HOUSE-LINE.
           05 FILLER            PIC X(8)  VALUE "ACCOUNT ".
           05 RCHA-ACCOUNT      PIC X(5).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RCHA-NAME         PIC X(20).
       01  REGISTER-ID         PIC X(4)        VALUE SPACES.
       01  PRICE-SIGNED        PIC S9(6)V99    VALUE ZERO.
       01  SALES-TAX-SIGNED    PIC S9(6)V99    VALUE ZERO.
           05 ALO-TRANS-TIME     PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALO-CERT-NUMBER    PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALO-ORIG-RECEIPT   PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALO-ORIG-PRICE     PIC Z(6).99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALO-DISCOUNT       PIC Z(6).99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALO-PROMO-CODE     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALO-HOLIDAY-EXEMPT PIC Z(6).99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALO-HOUSE-ACCOUNT  PIC X(5).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALO-HOUSE-INV-DATE PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALO-HOUSE-INV-NUMBER PIC X(8).

      *----ONE ITEM-DETAIL LINE. THE RULE IS THE ONE 129-TAX-ONE-ITEM
      *----APPLIED: F)ULL RATE, E)XEMPT, R)EDUCED, T)HRESHOLD, H)OLIDAY
      *----EXEMPT, OR C FOR AN ITEM ON A CERTIFICATE-EXEMPT SALE. A
      *----RETURN OR VOID CARRIES ITS PRICE AND TAX REVERSED, LIKE
      *----THE AUDIT LINE----
       01  ITEM-DETAIL-OUT.
           05 IDO-TRANS-DATE     PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-RECEIPT-NO     PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-REGISTER       PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-JURISDICTION   PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-SKU            PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-CATEGORY       PIC X(2).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-PRICE          PIC Z(6).99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-ITEM-TAX       PIC Z(6).99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-RULE           PIC X.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-TRANS-TYPE     PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-ORIG-PRICE     PIC Z(6).99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-DISCOUNT       PIC Z(6).99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IDO-PROMO-CODE     PIC X(8).
       01  ITEM-SIGNED-FIELDS.
           05 ITEM-PRICE-SIGNED  PIC S9(6)V99 VALUE ZERO.
           05 ITEM-TAX-SIGNED    PIC S9(6)V99 VALUE ZERO.

      *----JURISDICTION TAX-RATE TABLE (COUNTY/STORE CODE TO RATE),
      *----LOADED AT STARTUP FROM THE EFFECTIVE-DATED RATE MASTER BY
          PERFORM 114-LOAD-CERTIFICATES.
          PERFORM 140-LOAD-PRODUCTS.
          PERFORM 145-LOAD-CATEGORY-RULES.
          PERFORM 160-LOAD-PROMOTIONS.
          PERFORM 133-LOAD-TAX-HOLIDAYS.
          PERFORM 170-LOAD-HOUSE-ACCOUNTS.

          IF RUN-MODE = "B" OR "b"
              PERFORM 500-BATCH-RUN
                    UNTIL SWITCH = 'Y'
              CLOSE AUDIT-FILE
                    RECEIPT-FILE
                    ITEM-FILE
              PERFORM 130-SESSION-SUMMARY
              MOVE SESSION-SALE-COUNT TO DLL-RECORD-COUNT
              DISPLAY "0 ENTERED - EXITING PROGRAM"
                   MOVE PARM-VALUE TO TAXCAT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_ITEM_FILE"
                   MOVE PARM-VALUE TO ITEM-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_PROMO_FILE"
                   MOVE PARM-VALUE TO PROMO-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_TAXHOL_FILE"
                   MOVE PARM-VALUE TO TAXHOL-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_RETURN_MONTHS"
                   IF PARM-VALUE (1:2) IS NUMERIC
                       MOVE PARM-VALUE (1:2) TO LOOKBACK-MONTHS
                   ELSE
                       IF PARM-VALUE (1:1) IS NUMERIC
                              AND PARM-VALUE (2:1) = SPACE
                           MOVE PARM-VALUE (1:1) TO LOOKBACK-MONTHS
                       ELSE
                           DISPLAY "*SALESTAX_RETURN_MONTHS NOT"
                               " NUMERIC - KEEPING " LOOKBACK-MONTHS
                               "*"
                       END-IF
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_MASTER_FILE"
                   MOVE PARM-VALUE TO HOUSE-MAST-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_INPUT_FILE"
                   MOVE PARM-VALUE TO HOUSE-INV-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_HOUSE_FEED_FILE"
                   MOVE PARM-VALUE TO HOUSE-FEED-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_PAYMENT_FILE"
                   MOVE PARM-VALUE TO HOUSE-PAY-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_FINANCE_FEED_FILE"
                   MOVE PARM-VALUE TO HOUSE-FIN-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_WRITEOFF_FILE"
                   MOVE PARM-VALUE TO HOUSE-WOFF-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DAILY_LOG_FILE"
                   MOVE PARM-VALUE TO DAILY-LOG-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
           IF RECEIPT-FILE-STATUS = "35"
               OPEN OUTPUT RECEIPT-FILE
           END-IF.
           OPEN EXTEND ITEM-FILE.
           IF ITEM-FILE-STATUS = "35"
               OPEN OUTPUT ITEM-FILE
           END-IF.
           PERFORM 122-LOAD-RECEIPT-SEQ.

      *----A MISSING CONTROL FILE MEANS THE SEQUENCE STARTS AT ONE--
           MOVE REGISTER-ID      TO RCH-REGISTER.
           MOVE ALO-TRANS-TYPE   TO RCH-TRANS-TYPE.
           WRITE RECEIPT-LINE FROM RECEIPT-HEAD-LINE.
           IF RETURN-TRANS OR VOID-TRANS
               MOVE ORIG-RECEIPT-NUMBER TO RCO-ORIG-RECEIPT
               WRITE RECEIPT-LINE FROM RECEIPT-ORIG-LINE
           END-IF.
           MOVE SALE-ITEM-COUNT  TO RCI-ITEM-COUNT.
           WRITE RECEIPT-LINE FROM RECEIPT-ITEMS-LINE.
           IF SALE-DISCOUNT > ZERO
               MOVE "ORIG PRICE"      TO RCA-LABEL
               MOVE SALE-ORIG-AMOUNT  TO RCA-AMOUNT
               WRITE RECEIPT-LINE FROM RECEIPT-AMOUNT-LINE
               PERFORM 126-WRITE-RECEIPT-PROMO
                   VARYING SI-IX FROM 1 BY 1
                   UNTIL SI-IX > SALE-ITEM-COUNT
               MOVE "DISCOUNT"        TO RCA-LABEL
               COMPUTE DISCOUNT-SIGNED = ZERO - SALE-DISCOUNT
               MOVE DISCOUNT-SIGNED   TO RCA-AMOUNT
               WRITE RECEIPT-LINE FROM RECEIPT-AMOUNT-LINE
           END-IF.
           MOVE "SALE AMOUNT"    TO RCA-LABEL.
           MOVE PRICE-SIGNED     TO RCA-AMOUNT.
           WRITE RECEIPT-LINE FROM RECEIPT-AMOUNT-LINE.
           IF SALE-HOLIDAY-EXEMPT > ZERO
               MOVE "HOLIDAY EXMT" TO RCA-LABEL
               MOVE HOLIDAY-SIGNED TO RCA-AMOUNT
               WRITE RECEIPT-LINE FROM RECEIPT-AMOUNT-LINE
           END-IF.
           IF EXEMPT-SALE
               MOVE "TAX EXEMPT"  TO RCA-LABEL
           ELSE
                  TENDER-TEXT DELIMITED BY SIZE
                  INTO RECEIPT-TENDER-LINE.
           WRITE RECEIPT-LINE FROM RECEIPT-TENDER-LINE.
           IF HOUSE-TENDER
               MOVE HOUSE-ACCOUNT   TO RCHA-ACCOUNT
               MOVE HA-NAME (HA-IX) TO RCHA-NAME
               WRITE RECEIPT-LINE FROM RECEIPT-HOUSE-LINE
           END-IF.
           WRITE RECEIPT-LINE FROM RECEIPT-DASH-LINE.

      *----ONE LINE PER DISCOUNTED ITEM: THE PROMOTION CODE, WHAT
      *----IT TOOK OFF, AND THE SKU IT TOOK IT OFF----
       126-WRITE-RECEIPT-PROMO.
           IF SI-DISCOUNT (SI-IX) > ZERO
               MOVE SI-PROMO-CODE (SI-IX) TO RCP-PROMO-CODE
               COMPUTE DISCOUNT-SIGNED = ZERO - SI-DISCOUNT (SI-IX)
               MOVE DISCOUNT-SIGNED       TO RCP-DISCOUNT
               MOVE SI-SKU (SI-IX)        TO RCP-SKU
               WRITE RECEIPT-LINE FROM RECEIPT-PROMO-LINE
           END-IF.

      *----SAME ENVIRONMENT VARIABLE NAME AND DEFAULT AS P05'S AND
      *----P09'S REPORTMAKER, SO ALL THREE WRITE TO THE SAME FILE
      *----WITHOUT HAVING TO OVERRIDE EACH ONE SEPARATELY. PERFORMED
           END-IF.
           PERFORM 146-READ-TAXCAT-RCD.

      *----LOAD THE PROMOTIONS FILE. A RECORD THAT CANNOT BE APPLIED
      *----AS KEYED (BAD SCOPE, KIND, VALUE OR DATES) IS LEFT OUT AND
      *----CALLED OUT SO THE FILE GETS FIXED----
       160-LOAD-PROMOTIONS.
           MOVE "N" TO PROMO-EOF-SWITCH.
           MOVE ZERO TO PROMO-COUNT.
           OPEN INPUT PROMO-FILE.
           IF PROMO-FILE-STATUS NOT = "35"
               PERFORM 161-READ-PROMO-RCD
               PERFORM 162-STORE-PROMO-RCD
                   UNTIL PROMO-EOF-SWITCH = "Y"
               CLOSE PROMO-FILE
           END-IF.

       161-READ-PROMO-RCD.
           READ PROMO-FILE
               AT END
                   MOVE "Y" TO PROMO-EOF-SWITCH
           END-READ.

       162-STORE-PROMO-RCD.
           IF PF-PROMO-CODE = SPACES
                  OR (PF-SCOPE NOT = "S" AND "C")
                  OR PF-TARGET = SPACES
                  OR (PF-KIND NOT = "P" AND "A")
                  OR PF-VALUE IS NOT NUMERIC
                  OR PF-START-DATE IS NOT NUMERIC
                  OR PF-END-DATE IS NOT NUMERIC
               DISPLAY "*PROMOTION " PF-PROMO-CODE
                   " NOT VALID - NOT LOADED*"
           ELSE IF PF-KIND = "P" AND PF-VALUE > 100
               DISPLAY "*PROMOTION " PF-PROMO-CODE
                   " OVER 100 PERCENT - NOT LOADED*"
           ELSE IF PROMO-COUNT < 200
               ADD 1 TO PROMO-COUNT
               MOVE PF-PROMO-CODE  TO PT-PROMO-CODE (PROMO-COUNT)
               MOVE PF-SCOPE       TO PT-SCOPE (PROMO-COUNT)
               MOVE PF-TARGET      TO PT-TARGET (PROMO-COUNT)
               MOVE PF-KIND        TO PT-KIND (PROMO-COUNT)
               MOVE PF-VALUE       TO PT-VALUE (PROMO-COUNT)
               MOVE PF-START-DATE  TO PT-START-DATE (PROMO-COUNT)
               MOVE PF-END-DATE    TO PT-END-DATE (PROMO-COUNT)
               MOVE PF-COUPON-SW   TO PT-COUPON-SW (PROMO-COUNT)
           ELSE
               DISPLAY "*PROMOTION TABLE FULL - " PF-PROMO-CODE
                   " NOT LOADED*"
           END-IF.
           PERFORM 161-READ-PROMO-RCD.

      *----TAKE THE PROMOTIONS OFF THE SALE'S ITEMS BEFORE ANY TAX IS
      *----FIGURED, SO THE TAX IS ON WHAT THE CUSTOMER ACTUALLY PAYS.
      *----ONLY A SALE IS DISCOUNTED - A RETURN OR VOID IS KEYED AT
      *----THE PRICE THAT WAS PAID. SALE-AMOUNT COMES BACK AS THE
      *----DISCOUNTED TOTAL, SALE-ORIG-AMOUNT AS THE TOTAL BEFORE--
       163-APPLY-PROMOTIONS.
           MOVE ZERO TO SALE-DISCOUNT.
           MOVE ZERO TO SALE-AMOUNT.
           MOVE SPACES TO SALE-PROMO-CODE.
           MOVE "N" TO COUPON-USED-SWITCH.
           PERFORM 164-PROMOTE-ONE-ITEM
               VARYING SI-IX FROM 1 BY 1
               UNTIL SI-IX > SALE-ITEM-COUNT.
           COMPUTE SALE-ORIG-AMOUNT = SALE-AMOUNT + SALE-DISCOUNT.

      *----AN ITEM GETS THE ONE PROMOTION IN FORCE THAT TAKES THE
      *----MOST OFF IT - DISCOUNTS DO NOT STACK, AND NONE TAKES AN
      *----ITEM BELOW ZERO. A SALE WITH ITEMS ON DIFFERENT PROMOTIONS
      *----SHOWS THE COUPON (OR THE FIRST CODE) ON THE AUDIT LINE;
      *----THE ITEM-DETAIL LINES CARRY EACH ITEM'S OWN CODE----
       164-PROMOTE-ONE-ITEM.
           MOVE SI-PRICE (SI-IX) TO SI-ORIG-PRICE (SI-IX).
           MOVE ZERO TO SI-DISCOUNT (SI-IX).
           MOVE SPACES TO SI-PROMO-CODE (SI-IX).
           IF SALE-TRANS AND PROMO-COUNT > ZERO
               MOVE SPACES TO PROMO-CATEGORY
               IF PRODUCT-LOOKUP-ON AND SI-SKU (SI-IX) NOT = SPACES
                   SET PM-IX TO 1
                   SEARCH PRODUCT-ENTRY
                       AT END
                           CONTINUE
                       WHEN PM-SKU (PM-IX) = SI-SKU (SI-IX)
                           MOVE PM-CATEGORY (PM-IX) TO PROMO-CATEGORY
                   END-SEARCH
               END-IF
               MOVE ZERO TO BEST-DISCOUNT
               MOVE SPACES TO BEST-PROMO-CODE
               PERFORM 165-CHECK-ONE-PROMOTION
                   VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PROMO-COUNT
               IF BEST-DISCOUNT > ZERO
                   MOVE BEST-DISCOUNT   TO SI-DISCOUNT (SI-IX)
                   MOVE BEST-PROMO-CODE TO SI-PROMO-CODE (SI-IX)
                   SUBTRACT BEST-DISCOUNT FROM SI-PRICE (SI-IX)
                   ADD BEST-DISCOUNT TO SALE-DISCOUNT
                   IF BEST-PROMO-CODE = COUPON-CODE
                       MOVE "Y" TO COUPON-USED-SWITCH
                       MOVE COUPON-CODE TO SALE-PROMO-CODE
                   ELSE
                       IF SALE-PROMO-CODE = SPACES
                           MOVE BEST-PROMO-CODE TO SALE-PROMO-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD SI-PRICE (SI-IX) TO SALE-AMOUNT.

      *----DOES THIS PROMOTION APPLY TO THE ITEM IN HAND ON THE SALE
      *----DATE, AND IS IT THE BIGGEST DISCOUNT SEEN SO FAR? A
      *----COUPON-ONLY PROMOTION NEEDS ITS CODE KEYED AND ACCEPTED--
       165-CHECK-ONE-PROMOTION.
           MOVE "N" TO PROMO-MATCH-SWITCH.
           IF PT-START-DATE (PT-IX) NOT > SALE-DATE
                  AND PT-END-DATE (PT-IX) NOT < SALE-DATE
               IF PT-SCOPE (PT-IX) = "S"
                   IF SI-SKU (SI-IX) NOT = SPACES
                          AND PT-TARGET (PT-IX) = SI-SKU (SI-IX)
                       MOVE "Y" TO PROMO-MATCH-SWITCH
                   END-IF
               ELSE
                   IF PROMO-CATEGORY NOT = SPACES
                          AND PT-TARGET (PT-IX) = PROMO-CATEGORY
                       MOVE "Y" TO PROMO-MATCH-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF PROMO-MATCHES AND PT-COUPON-SW (PT-IX) = "Y"
               IF COUPON-CODE = SPACES
                      OR COUPON-REFUSE-REASON NOT = SPACES
                      OR PT-PROMO-CODE (PT-IX) NOT = COUPON-CODE
                   MOVE "N" TO PROMO-MATCH-SWITCH
               END-IF
           END-IF.
           IF PROMO-MATCHES
               IF PT-KIND (PT-IX) = "P"
                   COMPUTE PROMO-DISCOUNT ROUNDED =
                       SI-PRICE (SI-IX) * PT-VALUE (PT-IX) / 100
               ELSE
                   MOVE PT-VALUE (PT-IX) TO PROMO-DISCOUNT
               END-IF
               IF PROMO-DISCOUNT > SI-PRICE (SI-IX)
                   MOVE SI-PRICE (SI-IX) TO PROMO-DISCOUNT
               END-IF
               IF PROMO-DISCOUNT > BEST-DISCOUNT
                   MOVE PROMO-DISCOUNT TO BEST-DISCOUNT
                   MOVE PT-PROMO-CODE (PT-IX) TO BEST-PROMO-CODE
               END-IF
           END-IF.

      *----IS THE KEYED COUPON ON THE PROMOTIONS FILE AND IN FORCE ON
      *----THE SALE DATE? LEAVES WHY NOT IN COUPON-REFUSE-REASON. A
      *----CODE CAN BE ON FILE MORE THAN ONCE (ONE RECORD PER SKU OR
      *----CATEGORY); ANY ONE OF THEM IN FORCE MAKES IT GOOD----
       166-CHECK-COUPON.
           MOVE SPACES TO COUPON-REFUSE-REASON.
           IF COUPON-CODE NOT = SPACES
               MOVE "COUPON NOT ON FILE" TO COUPON-REFUSE-REASON
               PERFORM 167-CHECK-ONE-COUPON
                   VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PROMO-COUNT
                      OR COUPON-REFUSE-REASON = SPACES
           END-IF.

       167-CHECK-ONE-COUPON.
           IF PT-PROMO-CODE (PT-IX) = COUPON-CODE
               EVALUATE TRUE
                   WHEN PT-START-DATE (PT-IX) > SALE-DATE
                       MOVE "COUPON NOT YET IN FORCE"
                           TO COUPON-REFUSE-REASON
                   WHEN PT-END-DATE (PT-IX) < SALE-DATE
                       MOVE "COUPON EXPIRED" TO COUPON-REFUSE-REASON
                   WHEN OTHER
                       MOVE SPACES TO COUPON-REFUSE-REASON
               END-EVALUATE
           END-IF.

      *----LOAD P05'S PURCHASER MASTER AS THE HOUSE ACCOUNTS, THEN
      *----RUN P05'S INVOICES, EARLIER HOUSE CHARGES, FINANCE
      *----CHARGES AND PAYMENTS AGAINST THEM FOR EACH ONE'S OPEN
      *----BALANCE. NO MASTER MEANS THE HOUSE TENDER IS REFUSED FOR
      *----THIS RUN----
       170-LOAD-HOUSE-ACCOUNTS.
           MOVE "N" TO HOUSE-ACCT-SWITCH.
           MOVE ZERO TO HOUSE-ACCT-COUNT.
           MOVE "N" TO HOUSE-EOF-SWITCH.
           OPEN INPUT HOUSE-MAST-FILE.
           IF HOUSE-MAST-STATUS NOT = "35"
               PERFORM 171-READ-HOUSE-MAST-RCD
               PERFORM 172-STORE-HOUSE-ACCOUNT
                   UNTIL HOUSE-EOF-SWITCH = "Y"
               CLOSE HOUSE-MAST-FILE
               IF HOUSE-ACCT-COUNT > ZERO
                   MOVE "Y" TO HOUSE-ACCT-SWITCH
               END-IF
           END-IF.
           IF HOUSE-ACCOUNTS-ON
               MOVE "N" TO HOUSE-EOF-SWITCH
               OPEN INPUT HOUSE-INV-FILE
               IF HOUSE-INV-STATUS NOT = "35"
                   PERFORM 173-READ-HOUSE-INV-RCD
                   PERFORM 174-POST-HOUSE-INVOICE
                       UNTIL HOUSE-EOF-SWITCH = "Y"
                   CLOSE HOUSE-INV-FILE
               END-IF
               MOVE "N" TO HOUSE-EOF-SWITCH
               OPEN INPUT HOUSE-FEED-FILE
               IF HOUSE-FEED-STATUS NOT = "35"
                   PERFORM 175-READ-HOUSE-FEED-RCD
                   PERFORM 176-POST-HOUSE-FEED
                       UNTIL HOUSE-EOF-SWITCH = "Y"
                   CLOSE HOUSE-FEED-FILE
               END-IF
               MOVE "N" TO HOUSE-EOF-SWITCH
               OPEN INPUT HOUSE-FIN-FILE
               IF HOUSE-FIN-STATUS NOT = "35"
                   PERFORM 182-READ-HOUSE-FIN-RCD
                   PERFORM 183-POST-HOUSE-FIN-CHARGE
                       UNTIL HOUSE-EOF-SWITCH = "Y"
                   CLOSE HOUSE-FIN-FILE
               END-IF
               MOVE "N" TO HOUSE-EOF-SWITCH
               OPEN INPUT HOUSE-PAY-FILE
               IF HOUSE-PAY-STATUS NOT = "35"
                   PERFORM 177-READ-HOUSE-PAY-RCD
                   PERFORM 178-POST-HOUSE-PAYMENT
                       UNTIL HOUSE-EOF-SWITCH = "Y"
                   CLOSE HOUSE-PAY-FILE
               END-IF
               MOVE "N" TO HOUSE-EOF-SWITCH
               OPEN INPUT HOUSE-WOFF-FILE
               IF HOUSE-WOFF-STATUS NOT = "35"
                   PERFORM 186-READ-HOUSE-WOFF-RCD
                   PERFORM 187-POST-HOUSE-WRITE-OFF
                       UNTIL HOUSE-EOF-SWITCH = "Y"
                   CLOSE HOUSE-WOFF-FILE
               END-IF
           END-IF.

       171-READ-HOUSE-MAST-RCD.
           READ HOUSE-MAST-FILE
               AT END
                   MOVE "Y" TO HOUSE-EOF-SWITCH
           END-READ.

       172-STORE-HOUSE-ACCOUNT.
           IF HOUSE-ACCT-COUNT < 500
               ADD 1 TO HOUSE-ACCT-COUNT
               MOVE HM-NUMBER TO HA-NUMBER (HOUSE-ACCT-COUNT)
               MOVE HM-NAME   TO HA-NAME (HOUSE-ACCT-COUNT)
               IF HM-CREDIT-LIMIT IS NUMERIC
                   MOVE HM-CREDIT-LIMIT
                       TO HA-CREDIT-LIMIT (HOUSE-ACCT-COUNT)
               ELSE
                   MOVE ZERO TO HA-CREDIT-LIMIT (HOUSE-ACCT-COUNT)
               END-IF
               MOVE ZERO TO HA-BALANCE (HOUSE-ACCT-COUNT)
               MOVE HM-STATUS TO HA-STATUS (HOUSE-ACCT-COUNT)
           ELSE
               DISPLAY "*HOUSE ACCOUNT TABLE FULL - " HM-NUMBER
                   " NOT LOADED*"
           END-IF.
           PERFORM 171-READ-HOUSE-MAST-RCD.

       173-READ-HOUSE-INV-RCD.
           READ HOUSE-INV-FILE
               AT END
                   MOVE "Y" TO HOUSE-EOF-SWITCH
           END-READ.

       174-POST-HOUSE-INVOICE.
           IF HOUSE-INV-RECORD (1:3) NOT = "HDR"
                  AND HOUSE-INV-RECORD (1:3) NOT = "TRL"
                  AND HI-PRICE IS NUMERIC
               MOVE HI-NUMBER TO HOUSE-ACCOUNT
               PERFORM 181-FIND-HOUSE-ACCOUNT
               IF HOUSE-ACCOUNT-FOUND
                   ADD HI-PRICE TO HA-BALANCE (HA-IX)
               END-IF
           END-IF.
           PERFORM 173-READ-HOUSE-INV-RCD.

       175-READ-HOUSE-FEED-RCD.
           READ HOUSE-FEED-FILE
               AT END
                   MOVE "Y" TO HOUSE-EOF-SWITCH
           END-READ.

       176-POST-HOUSE-FEED.
           IF HF-PRICE IS NUMERIC
               MOVE HF-NUMBER TO HOUSE-ACCOUNT
               PERFORM 181-FIND-HOUSE-ACCOUNT
               IF HOUSE-ACCOUNT-FOUND
                   ADD HF-PRICE TO HA-BALANCE (HA-IX)
               END-IF
           END-IF.
           PERFORM 175-READ-HOUSE-FEED-RCD.

       177-READ-HOUSE-PAY-RCD.
           READ HOUSE-PAY-FILE
               AT END
                   MOVE "Y" TO HOUSE-EOF-SWITCH
           END-READ.

       178-POST-HOUSE-PAYMENT.
           IF HP-AMOUNT IS NUMERIC
               MOVE HP-PURCHASER TO HOUSE-ACCOUNT
               PERFORM 181-FIND-HOUSE-ACCOUNT
               IF HOUSE-ACCOUNT-FOUND
                   SUBTRACT HP-AMOUNT FROM HA-BALANCE (HA-IX)
               END-IF
           END-IF.
           PERFORM 177-READ-HOUSE-PAY-RCD.

       182-READ-HOUSE-FIN-RCD.
           READ HOUSE-FIN-FILE
               AT END
                   MOVE "Y" TO HOUSE-EOF-SWITCH
           END-READ.

       183-POST-HOUSE-FIN-CHARGE.
           IF HX-PRICE IS NUMERIC
               MOVE HX-NUMBER TO HOUSE-ACCOUNT
               PERFORM 181-FIND-HOUSE-ACCOUNT
               IF HOUSE-ACCOUNT-FOUND
                   ADD HX-PRICE TO HA-BALANCE (HA-IX)
               END-IF
           END-IF.
           PERFORM 182-READ-HOUSE-FIN-RCD.

       186-READ-HOUSE-WOFF-RCD.
           READ HOUSE-WOFF-FILE
               AT END
                   MOVE "Y" TO HOUSE-EOF-SWITCH
           END-READ.

      *----A WRITE-OFF TAKES WHAT WAS STILL OPEN OFF THE BALANCE; A
      *----RECOVERY IS CASH ON A CLOSED INVOICE AND CHANGES NOTHING--
       187-POST-HOUSE-WRITE-OFF.
           IF HW-TYPE = "W"
                  AND HW-AMOUNT IS NUMERIC
               MOVE HW-PURCHASER TO HOUSE-ACCOUNT
               PERFORM 181-FIND-HOUSE-ACCOUNT
               IF HOUSE-ACCOUNT-FOUND
                   SUBTRACT HW-AMOUNT FROM HA-BALANCE (HA-IX)
               END-IF
           END-IF.
           PERFORM 186-READ-HOUSE-WOFF-RCD.

      *----WILL THE ACCOUNT TAKE THIS CHARGE (OR THIS CREDIT)? THE
      *----CHARGE IS THE SALE'S TOTAL ROUNDED TO THE DOLLAR. A SALE
      *----MAY NOT TAKE THE BALANCE OVER A NONZERO CREDIT LIMIT; A
      *----RETURN OR VOID MUST GO BACK TO THE ACCOUNT THE ORIGINAL
      *----SALE WAS CHARGED TO. AN INACTIVE PURCHASER TAKES NO NEW
      *----CHARGES BUT STILL TAKES THE CREDIT FOR A RETURN OR VOID.
      *----LEAVES HA-IX ON THE ACCOUNT AND THE REFUSAL (SPACES WHEN
      *----GOOD) IN HOUSE-REFUSE-REASON----
       180-CHECK-HOUSE-CHARGE.
           MOVE SPACES TO HOUSE-REFUSE-REASON.
           COMPUTE HOUSE-CHARGE ROUNDED = TOTAL-NUM.
           PERFORM 181-FIND-HOUSE-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT HOUSE-ACCOUNTS-ON
                   MOVE "NO PURCHASER MASTER" TO HOUSE-REFUSE-REASON
               WHEN NOT HOUSE-ACCOUNT-FOUND
                   MOVE "UNKNOWN HOUSE ACCOUNT" TO HOUSE-REFUSE-REASON
               WHEN (RETURN-TRANS OR VOID-TRANS)
                      AND HOUSE-ACCOUNT NOT = ORIG-HOUSE-ACCOUNT
                   MOVE "ORIG NOT ON THIS ACCOUNT"
                       TO HOUSE-REFUSE-REASON
               WHEN HOUSE-CHARGE = ZERO
                   MOVE "CHARGE UNDER ONE DOLLAR"
                       TO HOUSE-REFUSE-REASON
               WHEN SALE-TRANS
                      AND HA-STATUS (HA-IX) = "I"
                   MOVE "HOUSE ACCOUNT INACTIVE" TO HOUSE-REFUSE-REASON
               WHEN SALE-TRANS
                      AND HA-CREDIT-LIMIT (HA-IX) > ZERO
                      AND HA-BALANCE (HA-IX) + HOUSE-CHARGE
                          > HA-CREDIT-LIMIT (HA-IX)
                   MOVE "OVER CREDIT LIMIT" TO HOUSE-REFUSE-REASON
           END-EVALUATE.

       181-FIND-HOUSE-ACCOUNT.
           MOVE "N" TO HOUSE-FOUND-SWITCH.
           IF HOUSE-ACCT-COUNT > ZERO
               SET HA-IX TO 1
               SEARCH HOUSE-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN HA-NUMBER (HA-IX) = HOUSE-ACCOUNT
                       MOVE "Y" TO HOUSE-FOUND-SWITCH
               END-SEARCH
           END-IF.

      *----A CHARGED SALE GOES TO THE HOUSE-CHARGE FEED AS A P05
      *----INVOICE DATED ON THE SALE DATE AND NUMBERED R PLUS THE
      *----RECEIPT NUMBER; A RETURN OR VOID OF ONE GOES TO P05'S
      *----PAYMENTS AS A CREDIT AGAINST THE ORIGINAL INVOICE (SAME
      *----PURCHASER AND THE INVOICE NUMBER AND DATE THE ORIGINAL
      *----WAS LOGGED UNDER, WHICH IS WHAT REPORTMAKER MATCHES ON).
      *----EITHER WAY THE BALANCE IN THE TABLE MOVES SO THE NEXT SALE
      *----SEES IT----
       185-POST-HOUSE-CHARGE.
           IF SALE-TRANS
               OPEN EXTEND HOUSE-FEED-FILE
               IF HOUSE-FEED-STATUS = "35"
                   OPEN OUTPUT HOUSE-FEED-FILE
               END-IF
               MOVE HOUSE-ACCOUNT   TO HF-NUMBER
               MOVE HA-NAME (HA-IX) TO HF-NAME
               MOVE HOUSE-CHARGE    TO HF-PRICE
               MOVE SALE-DATE       TO HF-INVOICE-DATE
               MOVE RECEIPT-NUMBER  TO HIN-RECEIPT
               MOVE HOUSE-INV-NUMBER TO HF-INVOICE-NUMBER
               WRITE HOUSE-FEED-RECORD
               CLOSE HOUSE-FEED-FILE
               ADD HOUSE-CHARGE TO HA-BALANCE (HA-IX)
               MOVE HOUSE-CHARGE TO HOUSE-CHARGE-X
               DISPLAY "   Charged to account " HOUSE-ACCOUNT
                   ": $" HOUSE-CHARGE-X
           ELSE
               OPEN EXTEND HOUSE-PAY-FILE
               IF HOUSE-PAY-STATUS = "35"
                   OPEN OUTPUT HOUSE-PAY-FILE
               END-IF
               MOVE HOUSE-ACCOUNT   TO HP-PURCHASER
               MOVE ORIG-HOUSE-INV-DATE TO HP-INVOICE-DATE
               MOVE HOUSE-CHARGE    TO HP-AMOUNT
               MOVE RUN-DATE        TO HP-PAYMENT-DATE
               MOVE ORIG-HOUSE-INV-NUMBER TO HP-INVOICE-NUMBER
               WRITE HOUSE-PAY-RECORD
               CLOSE HOUSE-PAY-FILE
               SUBTRACT HOUSE-CHARGE FROM HA-BALANCE (HA-IX)
               MOVE HOUSE-CHARGE TO HOUSE-CHARGE-X
               DISPLAY "   Credited to account " HOUSE-ACCOUNT
                   ": $" HOUSE-CHARGE-X
           END-IF.

      *----TAX THE SALE ITEM BY ITEM: EACH ITEM'S SKU RESOLVES TO A
      *----TAXABILITY CATEGORY AND THE JURISDICTION'S RULE FOR THAT
      *----CATEGORY DECIDES THE ITEM'S TAX. THE SALE'S TAX IS THE
       128-COMPUTE-SALE-TAX.
           PERFORM 110-LOOKUP-TAX-RATE.
           MOVE ZERO TO SALES-TAX-WORK.
           MOVE ZERO TO SALE-HOLIDAY-EXEMPT.
           PERFORM 129-TAX-ONE-ITEM
               VARYING SI-IX FROM 1 BY 1
               UNTIL SI-IX > SALE-ITEM-COUNT.
           EVALUATE ITEM-RULE
               WHEN "E"
                   CONTINUE
               WHEN "H"
                   ADD SI-PRICE (SI-IX) TO SALE-HOLIDAY-EXEMPT
               WHEN "R"
                   COMPUTE ITEM-TAX ROUNDED =
                       SI-PRICE (SI-IX) * ITEM-RATE-X
                       SI-PRICE (SI-IX) * TAX-PERCENTAGE-X
           END-EVALUATE.
           ADD ITEM-TAX TO SALES-TAX-WORK.
           MOVE ITEM-CATEGORY TO SI-CATEGORY (SI-IX).
           MOVE ITEM-RULE     TO SI-RULE (SI-IX).
           MOVE ITEM-TAX      TO SI-TAX (SI-IX).

      *----ONE ITEM-DETAIL LINE PER ITEM OF THE TRANSACTION JUST
      *----LOGGED. A CERTIFICATE-EXEMPT SALE NEVER WENT THROUGH
      *----129-TAX-ONE-ITEM, SO ITS ITEMS' CATEGORIES ARE LOOKED UP
      *----HERE AND CARRY RULE C AND NO TAX----
       132-WRITE-ITEM-DETAIL.
           IF EXEMPT-SALE
               PERFORM 131-FIND-ITEM-RULE
               MOVE ITEM-CATEGORY TO SI-CATEGORY (SI-IX)
               MOVE "C"  TO SI-RULE (SI-IX)
               MOVE ZERO TO SI-TAX (SI-IX)
           END-IF.
           IF RETURN-TRANS OR VOID-TRANS
               COMPUTE ITEM-PRICE-SIGNED = ZERO - SI-PRICE (SI-IX)
               COMPUTE ITEM-TAX-SIGNED = ZERO - SI-TAX (SI-IX)
               COMPUTE ORIG-PRICE-SIGNED = ZERO - SI-ORIG-PRICE (SI-IX)
           ELSE
               MOVE SI-PRICE (SI-IX) TO ITEM-PRICE-SIGNED
               MOVE SI-TAX (SI-IX)   TO ITEM-TAX-SIGNED
               MOVE SI-ORIG-PRICE (SI-IX) TO ORIG-PRICE-SIGNED
           END-IF.
           MOVE ORIG-PRICE-SIGNED TO IDO-ORIG-PRICE.
           MOVE SI-DISCOUNT (SI-IX) TO IDO-DISCOUNT.
           MOVE SI-PROMO-CODE (SI-IX) TO IDO-PROMO-CODE.
           MOVE ALO-TRANS-DATE    TO IDO-TRANS-DATE.
           MOVE RECEIPT-NUMBER    TO IDO-RECEIPT-NO.
           MOVE REGISTER-ID       TO IDO-REGISTER.
           MOVE JURISDICTION-CODE TO IDO-JURISDICTION.
           MOVE SI-SKU (SI-IX)    TO IDO-SKU.
           MOVE SI-CATEGORY (SI-IX) TO IDO-CATEGORY.
           MOVE ITEM-PRICE-SIGNED TO IDO-PRICE.
           MOVE ITEM-TAX-SIGNED   TO IDO-ITEM-TAX.
           MOVE SI-RULE (SI-IX)   TO IDO-RULE.
           MOVE ALO-TRANS-TYPE    TO IDO-TRANS-TYPE.
           WRITE ITEM-LINE FROM ITEM-DETAIL-OUT.

      *----RESOLVE ONE ITEM'S RULE: AN UNKNOWN OR BLANK SKU, A SKU
      *----WITH NO CATEGORY RULE IN THIS JURISDICTION, OR A RUN WITH
                               GIVING ITEM-RATE-X
                           MOVE CT-THRESHOLD (CT-IX) TO ITEM-THRESHOLD
                   END-SEARCH
                   IF HOLIDAY-COUNT > ZERO
                       PERFORM 136-CHECK-TAX-HOLIDAY
                   END-IF
               END-IF
           END-IF.

      *----A TAX HOLIDAY IN FORCE ON THE SALE DATE FOR THE ITEM'S
      *----CATEGORY, WITH THE ITEM AT OR UNDER ITS PRICE CAP, TAKES
      *----THE PLACE OF THE NORMAL RULE. OVER THE CAP, THE NORMAL
      *----RULE STANDS----
       136-CHECK-TAX-HOLIDAY.
           SET HT-IX TO 1.
           SEARCH HOLIDAY-ENTRY
               AT END
                   CONTINUE
               WHEN HT-CATEGORY (HT-IX) = ITEM-CATEGORY
                      AND HT-START-DATE (HT-IX) NOT > SALE-DATE
                      AND HT-END-DATE (HT-IX) NOT < SALE-DATE
                      AND (HT-THRESHOLD (HT-IX) = ZERO
                        OR SI-PRICE (SI-IX) NOT > HT-THRESHOLD (HT-IX))
                   MOVE "H" TO ITEM-RULE
           END-SEARCH.

      *----LOAD THE TAX HOLIDAY DEFINITIONS. ONE THAT CANNOT BE
      *----APPLIED AS KEYED IS LEFT OUT AND CALLED OUT----
       133-LOAD-TAX-HOLIDAYS.
           MOVE "N" TO TAXHOL-EOF-SWITCH.
           MOVE ZERO TO HOLIDAY-COUNT.
           OPEN INPUT TAXHOL-FILE.
           IF TAXHOL-FILE-STATUS NOT = "35"
               PERFORM 134-READ-TAXHOL-RCD
               PERFORM 135-STORE-TAXHOL-RCD
                   UNTIL TAXHOL-EOF-SWITCH = "Y"
               CLOSE TAXHOL-FILE
           END-IF.

       134-READ-TAXHOL-RCD.
           READ TAXHOL-FILE
               AT END
                   MOVE "Y" TO TAXHOL-EOF-SWITCH
           END-READ.

       135-STORE-TAXHOL-RCD.
           IF TH-START-DATE IS NOT NUMERIC
                  OR TH-END-DATE IS NOT NUMERIC
                  OR TH-THRESHOLD IS NOT NUMERIC
                  OR TH-CATEGORY = SPACES
                  OR TH-END-DATE < TH-START-DATE
               DISPLAY "*TAX HOLIDAY " TH-DESCRIPTION
                   " NOT VALID - NOT LOADED*"
           ELSE IF HOLIDAY-COUNT < 100
               ADD 1 TO HOLIDAY-COUNT
               MOVE TH-START-DATE TO HT-START-DATE (HOLIDAY-COUNT)
               MOVE TH-END-DATE   TO HT-END-DATE (HOLIDAY-COUNT)
               MOVE TH-CATEGORY   TO HT-CATEGORY (HOLIDAY-COUNT)
               MOVE TH-THRESHOLD  TO HT-THRESHOLD (HOLIDAY-COUNT)
           ELSE
               DISPLAY "*TAX HOLIDAY TABLE FULL - " TH-DESCRIPTION
                   " NOT LOADED*"
           END-IF.
           PERFORM 134-READ-TAXHOL-RCD.

      *----MATCH A RETURN OR VOID TO THE SALE IT REVERSES. THE LIVE
      *----LOG IS CLOSED WHILE IT IS READ BACK (SO A SALE RUNG
      *----EARLIER THIS SESSION IS ON DISK TO BE FOUND) AND REOPENED
      *----FOR APPEND AFTER. THE SALE'S PRICE LESS EVERY RETURN AND
      *----VOID ALREADY LOGGED AGAINST IT IS WHAT IS LEFT TO REVERSE;
      *----A REASON IN ORIG-REFUSE-REASON MEANS DO NOT REVERSE IT--
       150-CHECK-ORIGINAL-RECEIPT.
           MOVE SPACES TO ORIG-REFUSE-REASON.
           MOVE "N" TO ORIG-FOUND-SWITCH.
           MOVE ZERO TO ORIG-SALE-AMOUNT.
           MOVE ZERO TO ORIG-RETURNED-AMT.
           MOVE ZERO TO ORIG-SALE-DATE.
           MOVE SPACES TO ORIG-HOUSE-ACCOUNT.
           MOVE SPACES TO ORIG-HOUSE-INV-DATE.
           MOVE SPACES TO ORIG-HOUSE-INV-NUMBER.
           IF ORIG-RECEIPT-NUMBER IS NOT NUMERIC
               MOVE "NO ORIGINAL RECEIPT NO" TO ORIG-REFUSE-REASON
           ELSE
               CLOSE AUDIT-FILE
               MOVE AUDIT-FILE-NAME TO LOOKUP-FILE-NAME
               PERFORM 151-SCAN-ONE-LOG
               MOVE RUN-DATE (1:4) TO LOOKUP-YEAR
               MOVE RUN-DATE (5:2) TO LOOKUP-MONTH
               PERFORM 153-SCAN-ONE-ARCHIVE LOOKBACK-MONTHS TIMES
               OPEN EXTEND AUDIT-FILE
               IF AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               COMPUTE ORIG-REMAINING =
                   ORIG-SALE-AMOUNT - ORIG-RETURNED-AMT
               EVALUATE TRUE
                   WHEN NOT ORIG-SALE-FOUND
                       MOVE "ORIG RECEIPT NOT FOUND"
                           TO ORIG-REFUSE-REASON
                   WHEN ORIG-REMAINING NOT > ZERO
                       MOVE "ORIG ALREADY RETURNED"
                           TO ORIG-REFUSE-REASON
                   WHEN SALE-AMOUNT > ORIG-REMAINING
                       MOVE "RETURN EXCEEDS ORIGINAL"
                           TO ORIG-REFUSE-REASON
               END-EVALUATE
               IF ORIG-SALE-DATE > ZERO
                   MOVE ORIG-SALE-DATE TO SALE-DATE
               END-IF
           END-IF.

       151-SCAN-ONE-LOG.
           MOVE "N" TO LOOKUP-EOF-SWITCH.
           OPEN INPUT LOOKUP-FILE.
           IF LOOKUP-FILE-STATUS NOT = "35"
               PERFORM 152-READ-LOOKUP-RCD
               PERFORM 154-CHECK-ONE-LOOKUP-RCD
                   UNTIL LOOKUP-EOF-SWITCH = "Y"
               CLOSE LOOKUP-FILE
           END-IF.

       152-READ-LOOKUP-RCD.
           READ LOOKUP-FILE
               AT END
                   MOVE "Y" TO LOOKUP-EOF-SWITCH
           END-READ.

      *----ONE MONTH'S ARCHIVE (<LOG NAME>.YYYYMM, AS MONTH-END
      *----ARCHIVE NAMES THEM), THEN STEP BACK A MONTH. A MONTH WITH
      *----NO ARCHIVE ON DISK IS SIMPLY PASSED OVER----
       153-SCAN-ONE-ARCHIVE.
           MOVE SPACES TO LOOKUP-FILE-NAME.
           STRING FUNCTION TRIM (AUDIT-FILE-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  LOOKUP-YEAR DELIMITED BY SIZE
                  LOOKUP-MONTH DELIMITED BY SIZE
                  INTO LOOKUP-FILE-NAME.
           PERFORM 151-SCAN-ONE-LOG.
           IF LOOKUP-MONTH = 1
               MOVE 12 TO LOOKUP-MONTH
               SUBTRACT 1 FROM LOOKUP-YEAR
           ELSE
               SUBTRACT 1 FROM LOOKUP-MONTH
           END-IF.

      *----THE SALE ITSELF (NO RETURN/VOID MARKER) SETS THE AMOUNT;
      *----EARLIER REVERSALS POINTING AT IT ARE NEGATIVE ON THE LOG,
      *----SO SUBTRACTING THEM ADDS UP WHAT HAS ALREADY COME BACK--
       154-CHECK-ONE-LOOKUP-RCD.
           IF OL-RECEIPT-NO = ORIG-RECEIPT-NUMBER
                  AND OL-TRANS-TYPE = SPACES
               MOVE "Y" TO ORIG-FOUND-SWITCH
               COMPUTE ORIG-SALE-AMOUNT = FUNCTION NUMVAL (OL-PRICE)
               IF OL-TRANS-DATE IS NUMERIC
                   MOVE OL-TRANS-DATE TO ORIG-SALE-DATE
               END-IF
               MOVE OL-HOUSE-ACCOUNT TO ORIG-HOUSE-ACCOUNT
               MOVE OL-HOUSE-INV-DATE TO ORIG-HOUSE-INV-DATE
               MOVE OL-HOUSE-INV-NUMBER TO ORIG-HOUSE-INV-NUMBER
           END-IF.
           IF OL-ORIG-RECEIPT = ORIG-RECEIPT-NUMBER
                  AND (OL-TRANS-TYPE = "RETURN" OR "VOID")
               COMPUTE ORIG-LINE-AMOUNT = FUNCTION NUMVAL (OL-PRICE)
               SUBTRACT ORIG-LINE-AMOUNT FROM ORIG-RETURNED-AMT
           END-IF.
           PERFORM 152-READ-LOOKUP-RCD.

      *----IS THE CERTIFICATE ON FILE AND STILL IN EFFECT ON THE RUN
      *----DATE? LEAVES THE VERDICT IN CERT-OK-SWITCH AND THE REPORT
      *----FLAG (NO CERT / EXPIRED) IN CERT-FLAG-TEXT----
               MOVE "S" TO TRANS-TYPE
               DISPLAY "Transaction type - S)ale, R)eturn, V)oid: "
               ACCEPT TRANS-TYPE
               MOVE SPACES TO ORIG-RECEIPT-NUMBER
               MOVE SPACES TO ORIG-REFUSE-REASON
               MOVE RUN-DATE TO SALE-DATE
               IF RETURN-TRANS OR VOID-TRANS
                   DISPLAY "Original receipt number: "
                   ACCEPT ORIG-RECEIPT-NUMBER
                   PERFORM 150-CHECK-ORIGINAL-RECEIPT
               END-IF
               MOVE SPACES TO COUPON-CODE
               MOVE SPACES TO COUPON-REFUSE-REASON
               IF SALE-TRANS AND PROMO-COUNT > ZERO
                   PERFORM 104-GET-COUPON
               END-IF
               IF ORIG-REFUSE-REASON NOT = SPACES
                   DISPLAY "*REFUSED - " ORIG-REFUSE-REASON
                       " - NOTHING REVERSED*"
               ELSE
                   PERFORM 163-APPLY-PROMOTIONS
                   MOVE SALE-AMOUNT TO PRICE
                   IF SALE-DISCOUNT > ZERO
                       MOVE SALE-DISCOUNT TO SAVINGS-X
                       DISPLAY "   Promotions saved: $" SAVINGS-X
                   END-IF
                   IF COUPON-CODE NOT = SPACES AND NOT COUPON-WAS-USED
                       DISPLAY "*COUPON " COUPON-CODE
                           " DOES NOT APPLY TO THIS SALE*"
                   END-IF
                   PERFORM 102-RING-THE-SALE
               END-IF
            END-IF.
       DISPLAY "EXIT DETECTED".
       ACCEPT SALES-TAX.

      *----THE REST OF THE SALE ONCE ITS ITEMS ARE IN AND ANY
      *----RETURN OR VOID HAS BEEN MATCHED TO ITS ORIGINAL SALE----
       102-RING-THE-SALE.
           MOVE "C" TO TENDER-TYPE.
           MOVE SPACES TO HOUSE-ACCOUNT.
           IF (RETURN-TRANS OR VOID-TRANS)
                  AND ORIG-HOUSE-ACCOUNT NOT = SPACES
               MOVE "H" TO TENDER-TYPE
               MOVE ORIG-HOUSE-ACCOUNT TO HOUSE-ACCOUNT
               DISPLAY "Original sale was charged - credit goes to"
                   " house account " HOUSE-ACCOUNT
           ELSE
               DISPLAY "Tender - C)ash, K) check, D) card,"
                   " H) house acct: "
               ACCEPT TENDER-TYPE
               IF HOUSE-TENDER
                   DISPLAY "House account (purchaser) number: "
                   ACCEPT HOUSE-ACCOUNT
               END-IF
           END-IF.
           MOVE "N" TO EXEMPT-FLAG.
           DISPLAY "Tax-exempt sale (Y/N)? ".
           ACCEPT EXEMPT-FLAG.
           MOVE PRICE TO PRICE-X.

           IF EXEMPT-SALE
               DISPLAY "Enter jurisdiction code (ex. NYC): "
               ACCEPT JURISDICTION-CODE
               DISPLAY "Enter exempt reason code (ex. RS, NP): "
               ACCEPT EXEMPT-REASON-CODE
               IF CERT-CHECKING-ON
                   DISPLAY "Enter certificate number: "
                   ACCEPT CERT-NUMBER
                   PERFORM 117-CHECK-CERTIFICATE
               ELSE
                   MOVE SPACES TO CERT-NUMBER
                   MOVE "Y" TO CERT-OK-SWITCH
               END-IF
               IF CERT-IS-GOOD
                   MOVE ZERO TO TAX-PERCENTAGE-X1
                   MOVE ZERO TO SALES-TAX
                   MOVE PRICE TO TOTAL
                   DISPLAY "               Price: $" PRICE-X
                   DISPLAY "   Sales Tax Ammount: $" SALES-TAX
                   DISPLAY "         Total Price: $" TOTAL
                       " (TAX EXEMPT - " EXEMPT-REASON-CODE ")"
               ELSE
                   DISPLAY "*CERTIFICATE " CERT-FLAG-TEXT
                       " - SALE TAXED NORMALLY*"
                   MOVE "N" TO EXEMPT-FLAG
                   PERFORM 125-TAXED-SALE-CALC
               END-IF
           ELSE *>Looking up the tax rate for the county/store
               DISPLAY "Enter jurisdiction code (ex. NYC): "
               ACCEPT JURISDICTION-CODE
               PERFORM 125-TAXED-SALE-CALC
           END-IF.
           IF HOUSE-TENDER
               MOVE TOTAL TO TOTAL-NUM
               PERFORM 180-CHECK-HOUSE-CHARGE
               PERFORM 137-RETENDER-REFUSED-CHARGE
                   UNTIL NOT HOUSE-TENDER
                      OR HOUSE-REFUSE-REASON = SPACES
           END-IF.
           PERFORM 120-WRITE-AUDIT-LINE.
           DISPLAY "         Receipt no.: " RECEIPT-NUMBER.
           IF RETURN-TRANS OR VOID-TRANS
               DISPLAY "** " ALO-TRANS-TYPE
                   " - TAX AND TOTAL REVERSED **"
           END-IF.

      *----ONE MORE LINE ITEM FOR THE SALE IN PROGRESS - A ZERO
      *----PRICE MEANS THE CUSTOMER'S BASKET IS DONE----
       101-GET-ONE-MORE-ITEM.
               END-IF
           END-IF.

      *----A COUPON THAT IS NOT ON FILE OR NOT IN FORCE IS REFUSED
      *----ON THE SPOT AND THE SALE GOES ON WITHOUT IT----
       104-GET-COUPON.
           DISPLAY "Coupon code (blank if none): ".
           ACCEPT COUPON-CODE.
           PERFORM 166-CHECK-COUPON.
           IF COUPON-REFUSE-REASON NOT = SPACES
               DISPLAY "*COUPON REFUSED - " COUPON-REFUSE-REASON
                   " - SALE RUNG WITHOUT IT*"
               MOVE SPACES TO COUPON-CODE
               MOVE SPACES TO COUPON-REFUSE-REASON
           END-IF.

      *----THE ACCOUNT WOULD NOT TAKE THE CHARGE: SAY WHY AND LET
      *----THE CUSTOMER PAY ANOTHER WAY (OR NAME ANOTHER ACCOUNT)----
       137-RETENDER-REFUSED-CHARGE.
           DISPLAY "*HOUSE CHARGE REFUSED - " HOUSE-REFUSE-REASON "*".
           DISPLAY "Tender - C)ash, K) check, D) card,"
               " H) house acct: ".
           ACCEPT TENDER-TYPE.
           IF HOUSE-TENDER
               DISPLAY "House account (purchaser) number: "
               ACCEPT HOUSE-ACCOUNT
               PERFORM 180-CHECK-HOUSE-CHARGE
           END-IF.

      *----THE SKU ONLY MATTERS WHEN THE PRODUCT MASTER IS LOADED--
       103-GET-ITEM-SKU.
           MOVE SPACES TO ITEM-SKU.
           MOVE SPACES TO ALO-EXEMPT.
           MOVE SPACES TO ALO-TRANS-TYPE.
           MOVE SPACES TO ALO-CERT-NUMBER.
           MOVE SPACES TO ALO-ORIG-RECEIPT.
           MOVE JURISDICTION-CODE TO ALO-JURISDICTION.
           IF EXEMPT-SALE
               MOVE "EXEMPT-"         TO ALO-EXEMPT
               ELSE
                   MOVE "RETURN" TO ALO-TRANS-TYPE
               END-IF
               MOVE ORIG-RECEIPT-NUMBER TO ALO-ORIG-RECEIPT
               COMPUTE ORIG-PRICE-SIGNED = ZERO - SALE-ORIG-AMOUNT
               COMPUTE DISCOUNT-SIGNED = ZERO - SALE-DISCOUNT
           ELSE
               MOVE PRICE         TO PRICE-SIGNED
               MOVE SALES-TAX-NUM TO SALES-TAX-SIGNED
               MOVE TOTAL-NUM     TO TOTAL-SIGNED
               MOVE SALE-ORIG-AMOUNT TO ORIG-PRICE-SIGNED
               MOVE SALE-DISCOUNT TO DISCOUNT-SIGNED
           END-IF.
           MOVE ORIG-PRICE-SIGNED TO ALO-ORIG-PRICE.
           MOVE DISCOUNT-SIGNED  TO ALO-DISCOUNT.
           MOVE SALE-PROMO-CODE  TO ALO-PROMO-CODE.
           IF EXEMPT-SALE
               MOVE ZERO TO SALE-HOLIDAY-EXEMPT
           END-IF.
           IF RETURN-TRANS OR VOID-TRANS
               COMPUTE HOLIDAY-SIGNED = ZERO - SALE-HOLIDAY-EXEMPT
           ELSE
               MOVE SALE-HOLIDAY-EXEMPT TO HOLIDAY-SIGNED
           END-IF.
           MOVE HOLIDAY-SIGNED   TO ALO-HOLIDAY-EXEMPT.
           MOVE PRICE-SIGNED     TO ALO-PRICE.
           MOVE SALES-TAX-SIGNED TO ALO-SALES-TAX.
           MOVE TOTAL-SIGNED     TO ALO-TOTAL.
                   MOVE "CHECK" TO TENDER-TEXT
               WHEN CARD-TENDER
                   MOVE "CARD"  TO TENDER-TEXT
               WHEN HOUSE-TENDER
                   MOVE "HOUSE" TO TENDER-TEXT
               WHEN OTHER
                   MOVE "CASH"  TO TENDER-TEXT
           END-EVALUATE.
           MOVE TENDER-TEXT      TO ALO-TENDER.
           MOVE SPACES           TO ALO-HOUSE-ACCOUNT.
           MOVE SPACES           TO ALO-HOUSE-INV-DATE.
           MOVE SPACES           TO ALO-HOUSE-INV-NUMBER.
           IF HOUSE-TENDER
               MOVE HOUSE-ACCOUNT TO ALO-HOUSE-ACCOUNT
               IF SALE-TRANS
                   MOVE SALE-DATE TO ALO-HOUSE-INV-DATE
                   MOVE RECEIPT-NUMBER TO HIN-RECEIPT
                   MOVE HOUSE-INV-NUMBER TO ALO-HOUSE-INV-NUMBER
               ELSE
                   MOVE ORIG-HOUSE-INV-DATE TO ALO-HOUSE-INV-DATE
                   MOVE ORIG-HOUSE-INV-NUMBER TO ALO-HOUSE-INV-NUMBER
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR    TO ALO-TRANS-DATE (1:4).
           MOVE CD-MONTH   TO ALO-TRANS-DATE (5:2).
           MOVE COUNTY-TAX-SIGNED TO ALO-COUNTY-TAX.
           MOVE CITY-TAX-SIGNED   TO ALO-CITY-TAX.
           WRITE AUDIT-LINE FROM AUDIT-LINE-OUT.
           PERFORM 132-WRITE-ITEM-DETAIL
               VARYING SI-IX FROM 1 BY 1
               UNTIL SI-IX > SALE-ITEM-COUNT.
           PERFORM 121-WRITE-RECEIPT.
           IF HOUSE-TENDER
               PERFORM 185-POST-HOUSE-CHARGE
           END-IF.
           ADD 1 TO SESSION-SALE-COUNT.
           ADD SALE-ITEM-COUNT TO SESSION-ITEM-COUNT.
           ADD SALES-TAX-SIGNED TO SESSION-TAX-TOTAL.
                 REPORT-FILE
                 SUSPENSE-FILE
                 AUDIT-FILE
                 RECEIPT-FILE
                 ITEM-FILE.
           PERFORM 516-CLEAR-BATCH-CHECKPOINT.
           DISPLAY "BATCH RUN COMPLETE - SEE SALESTAX.RPT".
           IF SUSPENSE-COUNT > ZERO
           MOVE TR-TRANS-TYPE TO TRANS-TYPE.
           MOVE TR-TENDER-TYPE TO TENDER-TYPE.
           MOVE TR-REGISTER-ID TO REGISTER-ID.
           MOVE TR-ORIG-RECEIPT TO ORIG-RECEIPT-NUMBER.
           MOVE TR-COUPON-CODE TO COUPON-CODE.
           MOVE TR-HOUSE-ACCOUNT TO HOUSE-ACCOUNT.
           MOVE SPACES TO COUPON-REFUSE-REASON.
           PERFORM 529-SET-SALE-DATE.
           MOVE TRANS-RECORD TO LEAD-TRANS-IMAGE.
           PERFORM 526-GATHER-SALE-ITEMS.
           MOVE SPACES TO ORIG-REFUSE-REASON.
           IF RETURN-TRANS OR VOID-TRANS
               PERFORM 150-CHECK-ORIGINAL-RECEIPT
               IF ORIG-HOUSE-ACCOUNT NOT = SPACES
                   MOVE "H" TO TENDER-TYPE
                   MOVE ORIG-HOUSE-ACCOUNT TO HOUSE-ACCOUNT
               END-IF
           END-IF.
           IF ORIG-REFUSE-REASON NOT = SPACES
               MOVE ORIG-REFUSE-REASON TO SUSPENSE-REASON
               PERFORM 547-SUSPEND-REFUSED-RETURN
           ELSE
               PERFORM 528-TAX-AND-LOG-SALE
           END-IF.

      *----TAX ONE GATHERED SALE AND WRITE IT TO THE REPORT AND
      *----THE AUDIT LOG. A HOUSE CHARGE THE ACCOUNT WILL NOT TAKE
      *----GOES TO SUSPENSE WHOLE, AT ITS PRICES BEFORE PROMOTION,
      *----SO IT IS PROMOTED AFRESH WHEN IT COMES BACK----
       528-TAX-AND-LOG-SALE.
           PERFORM 163-APPLY-PROMOTIONS.
           MOVE SPACES TO RLO-EXEMPT.
           IF EXEMPT-SALE AND CERT-CHECKING-ON
               PERFORM 117-CHECK-CERTIFICATE
               COMPUTE TOTAL = SALE-AMOUNT + SALES-TAX-WORK
           END-IF.
           MOVE SALE-AMOUNT TO PRICE.
           MOVE SPACES TO HOUSE-REFUSE-REASON.
           IF HOUSE-TENDER
               MOVE TOTAL TO TOTAL-NUM
               PERFORM 180-CHECK-HOUSE-CHARGE
           END-IF.
           IF HOUSE-REFUSE-REASON NOT = SPACES
               PERFORM 549-UNDO-ITEM-PROMOTION
                   VARYING SI-IX FROM 1 BY 1
                   UNTIL SI-IX > SALE-ITEM-COUNT
               MOVE HOUSE-REFUSE-REASON TO SUSPENSE-REASON
               PERFORM 547-SUSPEND-REFUSED-RETURN
           ELSE
               PERFORM 120-WRITE-AUDIT-LINE
               MOVE PRICE-SIGNED     TO RLO-PRICE
               MOVE SALES-TAX-SIGNED TO RLO-SALES-TAX
               MOVE TOTAL-SIGNED     TO RLO-TOTAL
               MOVE ALO-TRANS-TYPE   TO RLO-TRANS-TYPE
               MOVE SALE-ITEM-COUNT  TO RLO-ITEMS
               WRITE REPORT-LINE FROM REPORT-LINE-OUT
               ADD 1 TO BATCH-RECORD-COUNT
           END-IF.

      *----A BATCH SALE IS DATED BY ITS OWN RECORD WHEN IT CARRIES A
      *----DATE, SO A SALE SUSPENDED AND REPROCESSED DAYS LATER IS
      *----STILL TAXED AND PROMOTED AS OF THE DAY IT WAS RUNG----
       529-SET-SALE-DATE.
           IF TR-SALE-DATE IS NUMERIC
               MOVE TR-SALE-DATE TO SALE-DATE
           ELSE
               MOVE RUN-DATE TO SALE-DATE
           END-IF.

      *----PULL THE WHOLE SALE TOGETHER: THE SALE RECORD'S PRICE IS
      *----THE FIRST ITEM, AND AN ITEM COUNT ABOVE ONE MEANS THAT
               PERFORM 540-WRITE-SUSPENSE-RCD
           END-IF.

      *----A RETURN OR VOID THAT DOES NOT MATCH WHAT IS LEFT ON ITS
      *----ORIGINAL SALE (OR A HOUSE CHARGE THE ACCOUNT REFUSED) GOES
      *----TO SUSPENSE WHOLE, UNDER THE REASON THE CALLER SET: THE
      *----SALE RECORD AS IT CAME IN, THEN ONE CONTINUATION RECORD PER
      *----ADDITIONAL ITEM ALREADY GATHERED, REBUILT FROM THE ITEM
      *----TABLE----
       547-SUSPEND-REFUSED-RETURN.
           MOVE LEAD-TRANS-IMAGE TO TRANS-RECORD.
           PERFORM 540-WRITE-SUSPENSE-RCD.
           PERFORM 548-SUSPEND-GATHERED-ITEM
               VARYING SI-IX FROM 2 BY 1
               UNTIL SI-IX > SALE-ITEM-COUNT.

       548-SUSPEND-GATHERED-ITEM.
           MOVE SPACES TO TRANS-RECORD.
           MOVE SI-PRICE (SI-IX) TO TR-PRICE.
           MOVE SI-SKU (SI-IX)   TO TR-SKU.
           MOVE SALE-DATE        TO TR-SALE-DATE.
           MOVE "ITEM OF SUSPENDED SALE" TO SUSPENSE-REASON.
           PERFORM 540-WRITE-SUSPENSE-RCD.

       549-UNDO-ITEM-PROMOTION.
           MOVE SI-ORIG-PRICE (SI-IX) TO SI-PRICE (SI-IX).

      *----REJECT A BATCH RECORD THAT CANNOT BE TAXED AS KEYED:
      *----NON-NUMERIC PRICE, AN EXEMPT FLAG THAT IS NEITHER Y NOR N,
      *----A RETURN OR VOID WITH NO ORIGINAL RECEIPT NUMBER, A HOUSE
      *----CHARGE WITH NO PURCHASER NUMBER, A SALE DATE THAT IS NOT
      *----A DATE OR IS STILL TO COME, A
      *----JURISDICTION CODE NOT IN THE RATE TABLE, OR A SALE'S
      *----COUPON THAT IS NOT ON FILE OR NOT IN FORCE----
       530-VALIDATE-TRANS-RCD.
           MOVE "N" TO TRANS-BAD-SWITCH.
           MOVE SPACES TO SUSPENSE-REASON.
               MOVE "Y" TO TRANS-BAD-SWITCH
               MOVE "INVALID ITEM COUNT" TO SUSPENSE-REASON
           ELSE IF TR-TENDER-TYPE NOT = "C" AND "c" AND "K" AND "k"
                   AND "D" AND "d" AND "H" AND "h" AND SPACE
               MOVE "Y" TO TRANS-BAD-SWITCH
               MOVE "INVALID TENDER TYPE" TO SUSPENSE-REASON
           ELSE IF (TR-TENDER-TYPE = "H" OR "h")
                   AND (TR-TRANS-TYPE = "S" OR "s" OR SPACE)
                   AND TR-HOUSE-ACCOUNT = SPACES
               MOVE "Y" TO TRANS-BAD-SWITCH
               MOVE "NO HOUSE ACCOUNT NO" TO SUSPENSE-REASON
           ELSE IF (TR-TRANS-TYPE = "R" OR "r" OR "V" OR "v")
                   AND TR-ORIG-RECEIPT IS NOT NUMERIC
               MOVE "Y" TO TRANS-BAD-SWITCH
               MOVE "NO ORIGINAL RECEIPT NO" TO SUSPENSE-REASON
           ELSE IF TR-SALE-DATE NOT = SPACES
                   AND TR-SALE-DATE IS NOT NUMERIC
               MOVE "Y" TO TRANS-BAD-SWITCH
               MOVE "INVALID SALE DATE" TO SUSPENSE-REASON
           ELSE IF TR-SALE-DATE IS NUMERIC
                   AND TR-SALE-DATE > RUN-DATE
               MOVE "Y" TO TRANS-BAD-SWITCH
               MOVE "SALE DATE IN THE FUTURE" TO SUSPENSE-REASON
           ELSE
               MOVE TR-JURISDICTION-CODE TO JURISDICTION-CODE
               PERFORM 115-CHECK-JURISDICTION
                   MOVE "Y" TO TRANS-BAD-SWITCH
                   MOVE "UNKNOWN JURISDICTION" TO SUSPENSE-REASON
               END-IF
               IF NOT TRANS-IS-BAD AND TR-COUPON-CODE NOT = SPACES
                      AND (TR-TRANS-TYPE = "S" OR "s" OR SPACE)
                   MOVE TR-COUPON-CODE TO COUPON-CODE
                   PERFORM 529-SET-SALE-DATE
                   PERFORM 166-CHECK-COUPON
                   IF COUPON-REFUSE-REASON NOT = SPACES
                       MOVE "Y" TO TRANS-BAD-SWITCH
                       MOVE COUPON-REFUSE-REASON TO SUSPENSE-REASON
                   END-IF
               END-IF
           END-IF.

      *----AN UNDATED RECORD IS STAMPED WITH THE RUN DATE ON ITS WAY
      *----TO SUSPENSE, SO WHEN IT COMES BACK FOR REPROCESSING IT IS
      *----TAXED AS OF THE DAY IT WAS FIRST RUN, NOT THE DAY IT IS
      *----FIXED----
       540-WRITE-SUSPENSE-RCD.
           IF TR-SALE-DATE = SPACES
               MOVE RUN-DATE TO TR-SALE-DATE
           END-IF.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE TRANS-RECORD TO SU-TRANS.
           MOVE SUSPENSE-REASON TO SU-REASON.
                     SUSPENSE-FILE
                     AUDIT-FILE
                     RECEIPT-FILE
                     ITEM-FILE
               DISPLAY "REPROCESS RUN COMPLETE - SEE SALESTAX.RPT"
               IF SUSPENSE-COUNT > ZERO
                   DISPLAY "*" SUSPENSE-COUNT " TRANSACTION(S) STILL"
