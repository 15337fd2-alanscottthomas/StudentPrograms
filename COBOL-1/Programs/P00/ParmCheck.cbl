      *
      *MODS:
      *04/19/2016 - AT - first version.
      *04/25/2016 - AT - added SALESTAX_RETURN_MONTHS (how many
      *  months of audit-log archives SALES-TAX searches for the
      *  original sale of a return or void).
      *04/27/2016 - AT - added SALESTAX_ITEM_FILE (SALES-TAX's new
      *  item-detail file).
      *04/28/2016 - AT - added SALESTAX_PROMO_FILE (SALES-TAX's new
      *  promotions file).
      *04/29/2016 - AT - added SALESTAX_TAXHOL_FILE (SALES-TAX's new
      *  tax holiday file).
      *04/30/2016 - AT - added CARD_SETTLE_FILE (CARD-RECON's card
      *  processor settlement file).
      *05/02/2016 - AT - added P05_HOUSE_FEED_FILE (house-account
      *  charges SALES-TAX writes and REPORTMAKER reads).
      *05/03/2016 - AT - added SALESTAX_AUTHORITY_FILE and
      *  SALESTAX_FILING_FILE (TAX-REMIT's taxing authority reference
      *  and quarterly filing extract).
      *05/04/2016 - AT - added SALESTAX_REPRINT_FILE (RECEIPT-INQUIRY's
      *  duplicate receipt file).
      *05/05/2016 - AT - added P05_LIMIT_APPROVAL_AMT (the credit-
      *  limit raise PURCHASER-MAINT holds for a level 3 operator).
      *05/06/2016 - AT - added P05_LOCKBOX_FILE and P05_UNAPPLIED_FILE
      *  for CASH-RECEIPTS.
      *05/07/2016 - AT - added P05_FINANCE_FEED_FILE (finance charges
      *  FINANCE-CHARGE writes as open items) and FINANCE-CHARGE's
      *  P05_FINANCE_REGISTER, RATE, MINIMUM, GRACE_DAYS and DATE.
      *05/08/2016 - AT - added P05_HOLD_FILE (the credit-hold list
      *  CREDIT-HOLD keeps and INVOICE-MAINT and REPORTMAKER read) and
      *  CREDIT-HOLD's P05_HOLD_REPORT, HOLD_DAYS and RELEASE_DAYS.
      *05/09/2016 - AT - added P05_SNAPSHOT_MODE, FILE and PERIOD (the
      *  month-end aged trial balance snapshot REPORTMAKER saves and
      *  AR-TREND reads) and AR-TREND's P05_TREND_FROM, TO and REPORT.
      *05/10/2016 - AT - added P05_WRITEOFF_FILE (the bad-debt write-
      *  offs and recoveries WRITE-OFF posts and the aging programs
      *  read) and WRITE-OFF's P05_WRITEOFF_REGISTER.
      *05/11/2016 - AT - added P05_INVOICE_SEQ_FILE (the next invoice
      *  number REPORTMAKER and INVOICE-MAINT assign from).
      *05/12/2016 - AT - added TRIG_TRAVERSE_TOLERANCE and
      *  TRIG_ADJUSTED_FILE (TRIG-CALC's traverse adjustment
      *  tolerance and the adjusted station coordinates it writes).
      *05/13/2016 - AT - added TRIG_CURVE_FILE (TRIG-CALC's batch file
      *  of horizontal curve records).
      *05/14/2016 - AT - added TRIG_POINT_FILE (TRIG-CALC's stored
      *  coordinate points by job).
      *05/15/2016 - AT - added DEADLINE_REPORT_FILE,
      *  DEADLINE_EXCEPTION_FILE and DEADLINE_DAYS_AHEAD
      *  (DEADLINE-CHECK's report, its exception file for the
      *  morning report, and its due-soon window). DATE_SCHEDULE_FILE
      *  is now SHARED - DATE-CALC writes it, DEADLINE-CHECK reads it.
      *05/16/2016 - AT - added FISCAL_CALENDAR_FILE (SHARED - FISCAL-GEN
      *  writes it; TAX-REMIT, DRAWER-RECON, DRAWER-TREND and DATE-CALC
      *  read it).
      *05/17/2016 - AT - added P08_MASTER_FILE, P08_MERGE_FILE and
      *  P08_REMAIL_DAYS (FLIPPER) and P08_DNM_FILE (SHARED - DNM-MAINT
      *  maintains it; FLIPPER reads it).
      *05/18/2016 - AT - added P08_EXTRACT_EXCEPT_FILE (MAIL-EXTRACT's
      *  list of names that would not split). P08_NAME_FILE is now
      *  SHARED - MAIL-EXTRACT writes it, FLIPPER reads it.
      *05/19/2016 - AT - added P08_HOUSEHOLD and P08_HOUSEHOLD_FILE
      *  (FLIPPER household consolidation).
      *05/20/2016 - AT - added P09_DEDUCTION_FILE, P09_WITHHOLDING_FILE,
      *  P09_YTD_FILE and P09_PAYROLL_CERTIFY (PAYROLL-REGISTER).
      *05/21/2016 - AT - added P09_ACCRUAL_FILE, P09_LEAVE_TRAN_FILE,
      *  P09_LEAVE_SUSPENSE, P09_LEAVE_REPORT_FILE, P09_SICK_HOURS_YEAR
      *  and P09_LEAVE_WARN_DAYS (LEAVE-ACCRUAL) and P09_LEAVE_FILE
      *  (SHARED - LEAVE-ACCRUAL writes it, EMPLOYEE-INQUIRY reads it).
      *05/22/2016 - AT - added P09_TURNOVER_FILE, P09_TURNOVER_FROM,
      *  P09_TURNOVER_TO and P09_TURNOVER_BY (TURNOVER-REPORT).
      *05/23/2016 - AT - added P09_SALARY_ASOF_FILE and
      *  P09_SALARY_ASOF_DATE (SALARY-AS-OF) and P09_SALARY_HISTORY_FILE
      *  (SHARED - RAISE-APPLY and EMPLOYEE-MAINT write it, EMPLOYEE-
      *  INQUIRY and SALARY-AS-OF read it).
      *05/24/2016 - AT - added P09_RAISE_SCENARIO_FILE and
      *  P09_RAISE_MODEL_FILE for the raise what-if (RAISE-MODEL).
      *05/25/2016 - AT - added P09_PURGE_REGISTER_FILE and
      *  P09_PURGE_RETAIN_DAYS (EMPLOYEE-PURGE) and
      *  P09_TERM_ARCHIVE_FILE (SHARED - EMPLOYEE-PURGE writes it,
      *  EMPLOYEE-INQUIRY reads it).
      *05/26/2016 - AT - added GL_ACCOUNT_MAP_FILE, GL_JOURNAL_FILE,
      *  GL_PROOF_FILE and GL_PERIOD (GL-EXTRACT) and
      *  P09_PAY_JOURNAL_FILE (SHARED - PAYROLL-REGISTER writes it,
      *  GL-EXTRACT reads it).
      *05/27/2016 - AT - added OPER_ACTIVITY_FILE and OPER_INACTIVE_DAYS
      *  (OPER-ACTV).
      *05/28/2016 - AT - added YEAR_END_REPORT_FILE (YEAR-END).
      *05/29/2016 - AT - added INTEGRITY_REPORT_FILE and
      *  INTEGRITY_REASON_CODES (INTEGRITY-CHECK).
      *05/30/2016 - AT - known keys P09_DISTRIBUTION_FILE (labor
      *  distribution) and P09_DIST_CHECK_FILE.
      *05/31/2016 - AT - P05_LIMIT_APPROVAL_AMOUNT did not fit the
      *  24-byte key and never matched; PURCHASER-MAINT now reads
      *  P05_LIMIT_APPROVAL_AMT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               "SALESTAX_PRODUCT_FILE   SALES-TAX I".
           05 FILLER PIC X(40) VALUE
               "SALESTAX_TAXCAT_FILE    SALES-TAX I".
           05 FILLER PIC X(40) VALUE
               "SALESTAX_ITEM_FILE      SALES-TAX O".
           05 FILLER PIC X(40) VALUE
               "SALESTAX_PROMO_FILE     SALES-TAX I".
           05 FILLER PIC X(40) VALUE
               "SALESTAX_TAXHOL_FILE    SALES-TAX I".
           05 FILLER PIC X(40) VALUE
               "SALESTAX_RETURN_MONTHS  SALES-TAX V".
           05 FILLER PIC X(40) VALUE
               "DAILY_LOG_FILE          SHARED    O".
           05 FILLER PIC X(40) VALUE
           05 FILLER PIC X(40) VALUE
               "DATE_REPORT_FILE        DATE-CALC O".
           05 FILLER PIC X(40) VALUE
               "DATE_SCHEDULE_FILE      SHARED    O".
           05 FILLER PIC X(40) VALUE
               "WINDOW_REPORT_FILE      DOW-CALC  O".
           05 FILLER PIC X(40) VALUE
               "P08_NAME_FILE           SHARED    O".
           05 FILLER PIC X(40) VALUE
               "P08_NAME_OUT_FILE       FLIPPER   O".
           05 FILLER PIC X(40) VALUE
               "BACKUP_GENERATIONS      BACKUP    V".
           05 FILLER PIC X(40) VALUE
               "DRAWER_HISTORY_FILE     DRAWER    O".
           05 FILLER PIC X(40) VALUE
               "CARD_SETTLE_FILE        CARD-RECONI".
           05 FILLER PIC X(40) VALUE
               "P05_HOUSE_FEED_FILE     SHARED    O".
           05 FILLER PIC X(40) VALUE
               "SALESTAX_AUTHORITY_FILE TAX-REMIT I".
           05 FILLER PIC X(40) VALUE
               "SALESTAX_FILING_FILE    TAX-REMIT O".
           05 FILLER PIC X(40) VALUE
               "SALESTAX_REPRINT_FILE   RCPT-INQ  O".
           05 FILLER PIC X(40) VALUE
               "P05_LIMIT_APPROVAL_AMT  PURCH-MNT V".
           05 FILLER PIC X(40) VALUE
               "P05_LOCKBOX_FILE        CASH-RCPT I".
           05 FILLER PIC X(40) VALUE
               "P05_UNAPPLIED_FILE      CASH-RCPT O".
           05 FILLER PIC X(40) VALUE
               "P05_FINANCE_FEED_FILE   SHARED    O".
           05 FILLER PIC X(40) VALUE
               "P05_FINANCE_REGISTER    FIN-CHG   O".
           05 FILLER PIC X(40) VALUE
               "P05_FINANCE_RATE        FIN-CHG   V".
           05 FILLER PIC X(40) VALUE
               "P05_FINANCE_MINIMUM     FIN-CHG   V".
           05 FILLER PIC X(40) VALUE
               "P05_FINANCE_GRACE_DAYS  FIN-CHG   V".
           05 FILLER PIC X(40) VALUE
               "P05_FINANCE_DATE        FIN-CHG   V".
           05 FILLER PIC X(40) VALUE
               "P05_HOLD_FILE           SHARED    O".
           05 FILLER PIC X(40) VALUE
               "P05_HOLD_REPORT         CR-HOLD   O".
           05 FILLER PIC X(40) VALUE
               "P05_HOLD_DAYS           CR-HOLD   V".
           05 FILLER PIC X(40) VALUE
               "P05_HOLD_RELEASE_DAYS   CR-HOLD   V".
           05 FILLER PIC X(40) VALUE
               "P05_SNAPSHOT_MODE       P05-PURCH V".
           05 FILLER PIC X(40) VALUE
               "P05_SNAPSHOT_FILE       SHARED    O".
           05 FILLER PIC X(40) VALUE
               "P05_SNAPSHOT_PERIOD     P05-PURCH V".
           05 FILLER PIC X(40) VALUE
               "P05_TREND_FROM          AR-TREND  V".
           05 FILLER PIC X(40) VALUE
               "P05_TREND_TO            AR-TREND  V".
           05 FILLER PIC X(40) VALUE
               "P05_TREND_REPORT        AR-TREND  O".
           05 FILLER PIC X(40) VALUE
               "P05_WRITEOFF_FILE       SHARED    O".
           05 FILLER PIC X(40) VALUE
               "P05_WRITEOFF_REGISTER   WRITE-OFF O".
           05 FILLER PIC X(40) VALUE
               "P05_INVOICE_SEQ_FILE    SHARED    O".
           05 FILLER PIC X(40) VALUE
               "TRIG_TRAVERSE_TOLERANCE TRIG-CALC V".
           05 FILLER PIC X(40) VALUE
               "TRIG_ADJUSTED_FILE      TRIG-CALC O".
           05 FILLER PIC X(40) VALUE
               "TRIG_CURVE_FILE         TRIG-CALC I".
           05 FILLER PIC X(40) VALUE
               "TRIG_POINT_FILE         TRIG-CALC O".
           05 FILLER PIC X(40) VALUE
               "DEADLINE_REPORT_FILE    DEADLINE-CO".
           05 FILLER PIC X(40) VALUE
               "DEADLINE_EXCEPTION_FILE SHARED    O".
           05 FILLER PIC X(40) VALUE
               "DEADLINE_DAYS_AHEAD     DEADLINE-CV".
           05 FILLER PIC X(40) VALUE
               "FISCAL_CALENDAR_FILE    SHARED    O".
           05 FILLER PIC X(40) VALUE
               "P08_MASTER_FILE         FLIPPER   O".
           05 FILLER PIC X(40) VALUE
               "P08_DNM_FILE            SHARED    I".
           05 FILLER PIC X(40) VALUE
               "P08_MERGE_FILE          FLIPPER   O".
           05 FILLER PIC X(40) VALUE
               "P08_REMAIL_DAYS         FLIPPER   V".
           05 FILLER PIC X(40) VALUE
               "P08_EXTRACT_EXCEPT_FILE MAIL-EXTR O".
           05 FILLER PIC X(40) VALUE
               "P08_HOUSEHOLD           FLIPPER   V".
           05 FILLER PIC X(40) VALUE
               "P08_HOUSEHOLD_FILE      FLIPPER   O".
           05 FILLER PIC X(40) VALUE
               "P09_DEDUCTION_FILE      P09-PAYR  I".
           05 FILLER PIC X(40) VALUE
               "P09_WITHHOLDING_FILE    P09-PAYR  I".
           05 FILLER PIC X(40) VALUE
               "P09_YTD_FILE            P09-PAYR  O".
           05 FILLER PIC X(40) VALUE
               "P09_PAYROLL_CERTIFY     P09-PAYR  V".
           05 FILLER PIC X(40) VALUE
               "P09_ACCRUAL_FILE        P09-LEAV  I".
           05 FILLER PIC X(40) VALUE
               "P09_LEAVE_FILE          SHARED    O".
           05 FILLER PIC X(40) VALUE
               "P09_LEAVE_TRAN_FILE     P09-LEAV  I".
           05 FILLER PIC X(40) VALUE
               "P09_LEAVE_SUSPENSE      P09-LEAV  O".
           05 FILLER PIC X(40) VALUE
               "P09_LEAVE_REPORT_FILE   P09-LEAV  O".
           05 FILLER PIC X(40) VALUE
               "P09_SICK_HOURS_YEAR     P09-LEAV  V".
           05 FILLER PIC X(40) VALUE
               "P09_LEAVE_WARN_DAYS     P09-LEAV  V".
           05 FILLER PIC X(40) VALUE
               "P09_TURNOVER_FILE       P09-TURN  O".
           05 FILLER PIC X(40) VALUE
               "P09_TURNOVER_FROM       P09-TURN  V".
           05 FILLER PIC X(40) VALUE
               "P09_TURNOVER_TO         P09-TURN  V".
           05 FILLER PIC X(40) VALUE
               "P09_TURNOVER_BY         P09-TURN  V".
           05 FILLER PIC X(40) VALUE
               "P09_SALARY_HISTORY_FILE SHARED    O".
           05 FILLER PIC X(40) VALUE
               "P09_SALARY_ASOF_FILE    P09-SALA  O".
           05 FILLER PIC X(40) VALUE
               "P09_SALARY_ASOF_DATE    P09-SALA  V".
           05 FILLER PIC X(40) VALUE
               "P09_RAISE_SCENARIO_FILE P09-RMOD  I".
           05 FILLER PIC X(40) VALUE
               "P09_RAISE_MODEL_FILE    P09-RMOD  O".
           05 FILLER PIC X(40) VALUE
               "P09_PURGE_REGISTER_FILE P09-PURG  O".
           05 FILLER PIC X(40) VALUE
               "P09_PURGE_RETAIN_DAYS   P09-PURG  V".
           05 FILLER PIC X(40) VALUE
               "P09_TERM_ARCHIVE_FILE   SHARED    O".
           05 FILLER PIC X(40) VALUE
               "P09_PAY_JOURNAL_FILE    SHARED    O".
           05 FILLER PIC X(40) VALUE
               "GL_ACCOUNT_MAP_FILE     GL-EXTR   I".
           05 FILLER PIC X(40) VALUE
               "GL_JOURNAL_FILE         GL-EXTR   O".
           05 FILLER PIC X(40) VALUE
               "GL_PROOF_FILE           GL-EXTR   O".
           05 FILLER PIC X(40) VALUE
               "GL_PERIOD               GL-EXTR   V".
           05 FILLER PIC X(40) VALUE
               "OPER_ACTIVITY_FILE      OPER-ACTV O".
           05 FILLER PIC X(40) VALUE
               "OPER_INACTIVE_DAYS      OPER-ACTV V".
           05 FILLER PIC X(40) VALUE
               "YEAR_END_REPORT_FILE    YEAR-END  O".
           05 FILLER PIC X(40) VALUE
               "INTEGRITY_REPORT_FILE   INTEG-CHK O".
           05 FILLER PIC X(40) VALUE
               "INTEGRITY_REASON_CODES  INTEG-CHK V".
           05 FILLER PIC X(40) VALUE
               "P09_DISTRIBUTION_FILE   P09-EMPL  I".
           05 FILLER PIC X(40) VALUE
               "P09_DIST_CHECK_FILE     LD-CHECK  O".
       01 KNOWN-KEY-TABLE REDEFINES KNOWN-KEY-DEFS.
           05 KNOWN-ENTRY OCCURS 148 TIMES INDEXED BY KN-IX.
              10 KN-KEY        PIC X(24).
              10 KN-PROGRAM    PIC X(10).
              10 KN-TYPE       PIC X.
           WRITE CONFIG-LINE FROM HEADING-LINE-2.
           PERFORM 300-REPORT-ONE-KNOWN-KEY
               VARYING KN-IX FROM 1 BY 1
               UNTIL KN-IX > 148.
           WRITE CONFIG-LINE FROM HEADING-LINE-2.
           PERFORM 400-WRITE-SUMMARY.
           CLOSE CONFIG-FILE.
