       date-compiled. 04/18/2016.
      *function: Generation-dated backup and restore for the master
      *files nobody can recreate - P09D01.DAT, P09EMP.IDX,
      *TAXRATES.DAT, CERTMAST.DAT, P08ALIAS.DAT, PARMFILE.DAT, and
      *every other master the system keeps (010-SET-MASTER-LIST).
      *MONTH-END-ARCHIVE protects the three logs, but these had no
      *backup story at all, and the EMPLOYEE-CHANGES near-miss
      *where an empty master almost overwrote the prior copy showed
      *nothing. The indexed employee copy is backed up through its
      *own indexed read/write pair; everything else copies line by
      *line.
      *input files the masters in 010-SET-MASTER-LIST, BACKUP.CAT
      *output files dated generations, BACKUP.CAT
      *printer ouput None
      *
      *MODS:
      *04/18/2016 - AT - first version.
      *05/25/2016 - AT - back up the terminated-employee archive
      *  P09TERM.DAT as a seventh master.
      *05/28/2016 - AT - YEAR-END-CLOSE calls this program for the
      *  year-end copy of every master. With a close year handed
      *  down (YEAR-END-AREA) the run backs up without asking, and
      *  each generation it takes is marked on the catalog with the
      *  year it closes; the retention rule counts and retires
      *  unmarked generations only, so the year-end copies are never
      *  trimmed away. A second backup on the same day no longer
      *  catalogs the generation twice - a duplicate line could
      *  have retired the file another line still pointed to.
      *05/31/2016 - AT - the year-end close claimed every master but
      *  only seven were copied. Added the purchaser master, invoice
      *  and payment files (P05MAST, P05D, P05PAY), OPERMAST,
      *  PRODMAST, TAXCAT, GLMAP, the payroll tables and files
      *  (P09BND, P09BUD, P09DDT, P09YTD, P09DED, P09WHT, P09DIST,
      *  P09SALH, P09LEAVE), the fiscal calendar P07FISC and the
      *  indexed mailing and do-not-mail masters (P08MAIL.IDX,
      *  P08DNM.IDX, each through its own indexed pair). A site may
      *  never have created some of these, so one of the added
      *  masters that is not on disk is noted, not failed. The
      *  catalog table grows to 999 lines for the extra masters.
      *06/01/2016 - AT - the list still left masters out. Added the
      *  house, finance-charge and write-off feeds, credit holds and
      *  aging snapshots (P05HOUSE, P05FIN, P05WOFF, P05HOLD,
      *  P05SNAP), the sales-tax promotion, tax-holiday and
      *  authority tables (PROMO, TAXHOL, TAXAUTH), the survey point
      *  file TRIGPTS, the accrual schedule, position and campus
      *  tables (P09ACS, P09DPT, P09CMP), the pay journal P09PAYJ,
      *  and the holiday calendar and operations schedule (P07HOLS,
      *  P07SCHED) - 41 masters in all, each on the same default and
      *  parameter key as the program that keeps it. At three
      *  generations each the catalog still holds 20 year-ends. A
      *  catalog too long for the table is no longer cut short and
      *  written back: the run copies, but retires nothing and
      *  leaves BACKUP.CAT alone, and counts it as a failure. The
      *  catalog scan subscript is widened so a full 999-line table
      *  no longer wraps it back to zero.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               record key is IDG-SSN
               file status is GEN-FILE-STATUS.

               SELECT MAIL-SOURCE ASSIGN TO DYNAMIC SOURCE-FILE-NAME
               organization is indexed
               access mode is sequential
               record key is MLS-KEY
               file status is SOURCE-FILE-STATUS.

               SELECT MAIL-GEN ASSIGN TO DYNAMIC GEN-FILE-NAME
               organization is indexed
               access mode is sequential
               record key is MLG-KEY
               file status is GEN-FILE-STATUS.

               SELECT DNM-SOURCE ASSIGN TO DYNAMIC SOURCE-FILE-NAME
               organization is indexed
               access mode is sequential
               record key is DNS-KEY
               file status is SOURCE-FILE-STATUS.

               SELECT DNM-GEN ASSIGN TO DYNAMIC GEN-FILE-NAME
               organization is indexed
               access mode is sequential
               record key is DNG-KEY
               file status is GEN-FILE-STATUS.

               SELECT CATALOG-FILE ASSIGN TO DYNAMIC
                  CATALOG-FILE-NAME
               organization is line sequential
             05 IDG-SSN PIC 9(9).
             05 IDG-REST PIC X(57).

      *----THE MAILING-LIST MASTER AND THE DO-NOT-MAIL FILE ARE
      *----KEYED BY NAME AND ZIP (FIRST 36 BYTES), EACH WITH ITS
      *----OWN RECORD LENGTH, SO EACH GETS ITS OWN INDEXED PAIR----
           FD MAIL-SOURCE.
           01 MLS-PICS.
             05 MLS-KEY PIC X(36).
             05 MLS-REST PIC X(120).

           FD MAIL-GEN.
           01 MLG-PICS.
             05 MLG-KEY PIC X(36).
             05 MLG-REST PIC X(120).

           FD DNM-SOURCE.
           01 DNS-PICS.
             05 DNS-KEY PIC X(36).
             05 DNS-REST PIC X(41).

           FD DNM-GEN.
           01 DNG-PICS.
             05 DNG-KEY PIC X(36).
             05 DNG-REST PIC X(41).

      *----ONE CATALOG LINE PER GENERATION TAKEN----
           FD CATALOG-FILE.
           01 CATALOG-RECORD.
               05 CAT-MASTER            PIC X(12).
               05 FILLER                PIC X(2).
               05 CAT-DATE              PIC 9(8).
               05 FILLER                PIC X(2).
               05 CAT-YEAR-END          PIC X(4).

           FD PARM-FILE.
           01 PARM-RECORD         PIC X(120).
       01 PARM-KEY             PIC X(30) VALUE SPACES.
       01 PARM-VALUE           PIC X(80) VALUE SPACES.
       01 PARM-ENV-OVERRIDE    PIC X(80) VALUE SPACES.
       01 OPERATOR-FILE-ENV    PIC X(80) VALUE SPACES.

       01 EOF-SWITCH          PIC X VALUE "N".
       01 RUN-MODE            PIC X VALUE "B".
           88 BACKUP-RUN          VALUE "B" "b".
           88 RESTORE-RUN         VALUE "R" "r".

      *----THE MASTERS: A SHORT TAG FOR THE CATALOG, THE LIVE FILE
      *----NAME (PARAMETER-RESOLVED), AND HOW THE COPY RUNS - L FOR
      *----LINE-SEQUENTIAL, I FOR THE EMPLOYEE INDEXED PAIR, M AND D
      *----FOR THE MAILING AND DO-NOT-MAIL INDEXED PAIRS. THE FIRST
      *----REQUIRED-COUNT MUST BE ON DISK; ANY LATER ONE A SITE HAS
      *----NEVER CREATED IS NOTED RATHER THAN FAILED----
       01 MASTER-COUNT        PIC 9(2) VALUE 41.
       01 REQUIRED-COUNT      PIC 9(2) VALUE 7.
       01 MASTER-LIST.
           05 MASTER-ENTRY OCCURS 41 TIMES INDEXED BY MS-IX.
              10 MS-TAG       PIC X(12).
              10 MS-NAME      PIC X(80).
              10 MS-TYPE      PIC X.
           05 HASH-WORK        PIC 9(5)  VALUE ZERO.
           05 BACKED-UP-COUNT  PIC 9(2)  VALUE ZERO.
           05 FAILED-COUNT     PIC 9(2)  VALUE ZERO.
           05 ABSENT-COUNT     PIC 9(2)  VALUE ZERO.
           05 CONFIRM-SWITCH   PIC X     VALUE "N".
           05 DELETE-STATUS    PIC 9(4)  BINARY VALUE ZERO.
           05 GEN-OK-SWITCH    PIC X     VALUE "N".
               88 GENERATION-ON-DISK VALUE "Y".
           05 CATALOG-FULL-SW  PIC X     VALUE "N".
               88 CATALOG-OVERFLOWED VALUE "Y".

      *----HOW MANY GENERATIONS TO KEEP PER MASTER----
       01 KEEP-GENERATIONS    PIC 9(2) VALUE 3.
      *----RULE TRIMS IT----
       01 CAT-COUNT           PIC 9(3) VALUE ZERO.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON CAT-COUNT
                  INDEXED BY CT-IX.
              10 CT-MASTER    PIC X(12).
              10 CT-DATE      PIC 9(8).
              10 CT-DROPPED-SW PIC X.
              10 CT-YEAR-END  PIC X(4).
       01 GEN-PER-MASTER      PIC 9(3) VALUE ZERO.
       01 OLDEST-SUB          PIC 9(3) VALUE ZERO.
       01 OLDEST-DATE         PIC 9(8) VALUE ZERO.
       01 CAT-SCAN-SUB        PIC 9(4) VALUE ZERO.
       01 RESTORE-DATE        PIC 9(8) VALUE ZERO.
       01 CAT-FOUND-SUB       PIC 9(3) VALUE ZERO.


      *----COMPLETION STATUS AND EXCEPTION COUNT HANDED BACK TO THE
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

      *----THE YEAR YEAR-END-CLOSE IS CLOSING (ZERO, OR LOW-VALUES ON
      *----A STANDALONE RUN, WHEN NO CLOSE IS UNDER WAY)----
       01  YEAR-END-AREA EXTERNAL.
           05 YEA-CLOSE-YEAR    PIC 9(4).
       01  YEAR-END-TAG        PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE ZERO TO BACKED-UP-COUNT.
           MOVE ZERO TO FAILED-COUNT.
           MOVE ZERO TO ABSENT-COUNT.
           DISPLAY "--------------------------------------------".
           DISPLAY "  MASTER FILE BACKUP / RESTORE".
           DISPLAY "--------------------------------------------".
           MOVE CD-MONTH TO RUN-DATE (5:2).
           MOVE CD-DAY   TO RUN-DATE (7:2).
           PERFORM 030-LOAD-CATALOG.
           MOVE SPACES TO YEAR-END-TAG.
           IF YEA-CLOSE-YEAR IS NUMERIC AND YEA-CLOSE-YEAR > ZERO
               MOVE YEA-CLOSE-YEAR TO YEAR-END-TAG
           END-IF.
           IF YEAR-END-TAG NOT = SPACES
               MOVE "B" TO RUN-MODE
               DISPLAY "YEAR-END " YEAR-END-TAG " BACKUP - KEPT OUT OF"
                   " THE GENERATION ROTATION"
           ELSE IF UNATTENDED-RUN
               MOVE "B" TO RUN-MODE
               DISPLAY "UNATTENDED RUN - BACKUP MODE ASSUMED"
           ELSE
               PERFORM 100-BACKUP-ONE-MASTER
                   VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > MASTER-COUNT
               IF CATALOG-OVERFLOWED
                   DISPLAY "*CATALOG NOT REWRITTEN AND NO GENERATION"
                       " RETIRED - TRIM BACKUP.CAT BY HAND*"
                   ADD 1 TO FAILED-COUNT
               ELSE
                   PERFORM 400-APPLY-RETENTION
                   PERFORM 500-REWRITE-CATALOG
               END-IF
               DISPLAY BACKED-UP-COUNT " MASTER(S) BACKED UP, "
                   FAILED-COUNT " FAILED OR MISSING, "
                   ABSENT-COUNT " NOT ON DISK"
           END-IF.
           MOVE "NORMAL" TO RSA-COMPLETION-STATUS.
           MOVE FAILED-COUNT TO RSA-EXCEPTION-COUNT.
           GOBACK.

      *----THE MASTERS, WITH THE SAME DEFAULTS THE PROGRAMS
      *----THAT USE THEM CARRY (THE PARAMETER FILE RE-POINTS THEM)--
       010-SET-MASTER-LIST.
           MOVE "P09D01"   TO MS-TAG (1).
           MOVE "PARMFILE" TO MS-TAG (6).
           MOVE "PARMFILE.DAT" TO MS-NAME (6).
           MOVE "L" TO MS-TYPE (6).
           MOVE "P09TERM"  TO MS-TAG (7).
           MOVE "C:\COBOL\P09TERM.DAT" TO MS-NAME (7).
           MOVE "L" TO MS-TYPE (7).
           MOVE "P05MAST"  TO MS-TAG (8).
           MOVE "E:\programming\P05MAST.DAT" TO MS-NAME (8).
           MOVE "L" TO MS-TYPE (8).
           MOVE "P05D"     TO MS-TAG (9).
           MOVE "E:\programming\P05D.dat" TO MS-NAME (9).
           MOVE "L" TO MS-TYPE (9).
           MOVE "P05PAY"   TO MS-TAG (10).
           MOVE "E:\programming\P05PAY.DAT" TO MS-NAME (10).
           MOVE "L" TO MS-TYPE (10).
           MOVE "OPERMAST" TO MS-TAG (11).
           MOVE "OPERMAST.DAT" TO MS-NAME (11).
           MOVE "L" TO MS-TYPE (11).
           MOVE "PRODMAST" TO MS-TAG (12).
           MOVE "PRODMAST.DAT" TO MS-NAME (12).
           MOVE "L" TO MS-TYPE (12).
           MOVE "TAXCAT"   TO MS-TAG (13).
           MOVE "TAXCAT.DAT" TO MS-NAME (13).
           MOVE "L" TO MS-TYPE (13).
           MOVE "GLMAP"    TO MS-TAG (14).
           MOVE "GLMAP.DAT" TO MS-NAME (14).
           MOVE "L" TO MS-TYPE (14).
           MOVE "P09BND"   TO MS-TAG (15).
           MOVE "C:\COBOL\P09BND.DAT" TO MS-NAME (15).
           MOVE "L" TO MS-TYPE (15).
           MOVE "P09BUD"   TO MS-TAG (16).
           MOVE "C:\COBOL\P09BUD.DAT" TO MS-NAME (16).
           MOVE "L" TO MS-TYPE (16).
           MOVE "P09DDT"   TO MS-TAG (17).
           MOVE "C:\COBOL\P09DDT.DAT" TO MS-NAME (17).
           MOVE "L" TO MS-TYPE (17).
           MOVE "P09YTD"   TO MS-TAG (18).
           MOVE "C:\COBOL\P09YTD.DAT" TO MS-NAME (18).
           MOVE "L" TO MS-TYPE (18).
           MOVE "P09DED"   TO MS-TAG (19).
           MOVE "C:\COBOL\P09DED.DAT" TO MS-NAME (19).
           MOVE "L" TO MS-TYPE (19).
           MOVE "P09WHT"   TO MS-TAG (20).
           MOVE "C:\COBOL\P09WHT.DAT" TO MS-NAME (20).
           MOVE "L" TO MS-TYPE (20).
           MOVE "P09DIST"  TO MS-TAG (21).
           MOVE "C:\COBOL\P09DIST.DAT" TO MS-NAME (21).
           MOVE "L" TO MS-TYPE (21).
           MOVE "P09SALH"  TO MS-TAG (22).
           MOVE "C:\COBOL\P09SALH.DAT" TO MS-NAME (22).
           MOVE "L" TO MS-TYPE (22).
           MOVE "P09LEAVE" TO MS-TAG (23).
           MOVE "C:\COBOL\P09LEAVE.DAT" TO MS-NAME (23).
           MOVE "L" TO MS-TYPE (23).
           MOVE "P07FISC"  TO MS-TAG (24).
           MOVE "P07FISC.DAT" TO MS-NAME (24).
           MOVE "L" TO MS-TYPE (24).
           MOVE "P08MAIL"  TO MS-TAG (25).
           MOVE "P08MAIL.IDX" TO MS-NAME (25).
           MOVE "M" TO MS-TYPE (25).
           MOVE "P08DNM"   TO MS-TAG (26).
           MOVE "P08DNM.IDX" TO MS-NAME (26).
           MOVE "D" TO MS-TYPE (26).
           MOVE "P05HOUSE" TO MS-TAG (27).
           MOVE "E:\programming\P05HOUSE.DAT" TO MS-NAME (27).
           MOVE "L" TO MS-TYPE (27).
           MOVE "P05FIN"   TO MS-TAG (28).
           MOVE "E:\programming\P05FIN.DAT" TO MS-NAME (28).
           MOVE "L" TO MS-TYPE (28).
           MOVE "P05WOFF"  TO MS-TAG (29).
           MOVE "E:\programming\P05WOFF.DAT" TO MS-NAME (29).
           MOVE "L" TO MS-TYPE (29).
           MOVE "P05HOLD"  TO MS-TAG (30).
           MOVE "E:\programming\P05HOLD.DAT" TO MS-NAME (30).
           MOVE "L" TO MS-TYPE (30).
           MOVE "P05SNAP"  TO MS-TAG (31).
           MOVE "E:\programming\P05SNAP.DAT" TO MS-NAME (31).
           MOVE "L" TO MS-TYPE (31).
           MOVE "PROMO"    TO MS-TAG (32).
           MOVE "PROMO.DAT" TO MS-NAME (32).
           MOVE "L" TO MS-TYPE (32).
           MOVE "TAXHOL"   TO MS-TAG (33).
           MOVE "TAXHOL.DAT" TO MS-NAME (33).
           MOVE "L" TO MS-TYPE (33).
           MOVE "TAXAUTH"  TO MS-TAG (34).
           MOVE "TAXAUTH.DAT" TO MS-NAME (34).
           MOVE "L" TO MS-TYPE (34).
           MOVE "TRIGPTS"  TO MS-TAG (35).
           MOVE "TRIGPTS.DAT" TO MS-NAME (35).
           MOVE "L" TO MS-TYPE (35).
           MOVE "P09ACS"   TO MS-TAG (36).
           MOVE "C:\COBOL\P09ACS.DAT" TO MS-NAME (36).
           MOVE "L" TO MS-TYPE (36).
           MOVE "P09DPT"   TO MS-TAG (37).
           MOVE "C:\COBOL\P09DPT.DAT" TO MS-NAME (37).
           MOVE "L" TO MS-TYPE (37).
           MOVE "P09CMP"   TO MS-TAG (38).
           MOVE "C:\COBOL\P09CMP.DAT" TO MS-NAME (38).
           MOVE "L" TO MS-TYPE (38).
           MOVE "P07HOLS"  TO MS-TAG (39).
           MOVE "P07HOLS.DAT" TO MS-NAME (39).
           MOVE "L" TO MS-TYPE (39).
           MOVE "P09PAYJ"  TO MS-TAG (40).
           MOVE "C:\COBOL\P09PAYJ.DAT" TO MS-NAME (40).
           MOVE "L" TO MS-TYPE (40).
           MOVE "P07SCHED" TO MS-TAG (41).
           MOVE "P07SCHED.DAT" TO MS-NAME (41).
           MOVE "L" TO MS-TYPE (41).
      *----THE OPERATOR MASTER HAS NO PARAMETER KEY - THE MENU AND
      *----OPERATOR-MAINT TAKE ITS NAME FROM OPERATOR_FILE----
           MOVE SPACES TO OPERATOR-FILE-ENV.
           ACCEPT OPERATOR-FILE-ENV FROM ENVIRONMENT "OPERATOR_FILE".
           IF OPERATOR-FILE-ENV NOT = SPACES
               MOVE OPERATOR-FILE-ENV TO MS-NAME (11)
           END-IF.

      *----READ THE CENTRAL PARAMETER FILE AND APPLY EVERY KEYWORD
      *----THIS PROGRAM RECOGNIZES, SHOWING EACH VALUE AS IT LANDS--
                   MOVE PARM-VALUE TO MS-NAME (5)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_TERM_ARCHIVE_FILE"
                   MOVE PARM-VALUE TO MS-NAME (7)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_MASTER_FILE"
                   MOVE PARM-VALUE TO MS-NAME (8)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_INPUT_FILE"
                   MOVE PARM-VALUE TO MS-NAME (9)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_PAYMENT_FILE"
                   MOVE PARM-VALUE TO MS-NAME (10)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_PRODUCT_FILE"
                   MOVE PARM-VALUE TO MS-NAME (12)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_TAXCAT_FILE"
                   MOVE PARM-VALUE TO MS-NAME (13)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "GL_ACCOUNT_MAP_FILE"
                   MOVE PARM-VALUE TO MS-NAME (14)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_BAND_FILE"
                   MOVE PARM-VALUE TO MS-NAME (15)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_BUDGET_FILE"
                   MOVE PARM-VALUE TO MS-NAME (16)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_DEPARTMENT_FILE"
                   MOVE PARM-VALUE TO MS-NAME (17)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_YTD_FILE"
                   MOVE PARM-VALUE TO MS-NAME (18)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_DEDUCTION_FILE"
                   MOVE PARM-VALUE TO MS-NAME (19)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_WITHHOLDING_FILE"
                   MOVE PARM-VALUE TO MS-NAME (20)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_DISTRIBUTION_FILE"
                   MOVE PARM-VALUE TO MS-NAME (21)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_SALARY_HISTORY_FILE"
                   MOVE PARM-VALUE TO MS-NAME (22)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_LEAVE_FILE"
                   MOVE PARM-VALUE TO MS-NAME (23)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "FISCAL_CALENDAR_FILE"
                   MOVE PARM-VALUE TO MS-NAME (24)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_MASTER_FILE"
                   MOVE PARM-VALUE TO MS-NAME (25)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P08_DNM_FILE"
                   MOVE PARM-VALUE TO MS-NAME (26)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_HOUSE_FEED_FILE"
                   MOVE PARM-VALUE TO MS-NAME (27)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_FINANCE_FEED_FILE"
                   MOVE PARM-VALUE TO MS-NAME (28)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_WRITEOFF_FILE"
                   MOVE PARM-VALUE TO MS-NAME (29)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_HOLD_FILE"
                   MOVE PARM-VALUE TO MS-NAME (30)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P05_SNAPSHOT_FILE"
                   MOVE PARM-VALUE TO MS-NAME (31)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_PROMO_FILE"
                   MOVE PARM-VALUE TO MS-NAME (32)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_TAXHOL_FILE"
                   MOVE PARM-VALUE TO MS-NAME (33)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "SALESTAX_AUTHORITY_FILE"
                   MOVE PARM-VALUE TO MS-NAME (34)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "TRIG_POINT_FILE"
                   MOVE PARM-VALUE TO MS-NAME (35)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_ACCRUAL_FILE"
                   MOVE PARM-VALUE TO MS-NAME (36)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_POSITION_FILE"
                   MOVE PARM-VALUE TO MS-NAME (37)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_CAMPUS_FILE"
                   MOVE PARM-VALUE TO MS-NAME (38)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "HOLIDAY_FILE"
                   MOVE PARM-VALUE TO MS-NAME (39)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "P09_PAY_JOURNAL_FILE"
                   MOVE PARM-VALUE TO MS-NAME (40)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "DATE_SCHEDULE_FILE"
                   MOVE PARM-VALUE TO MS-NAME (41)
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "BACKUP_CATALOG_FILE"
                   MOVE PARM-VALUE TO CATALOG-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
      *----A MISSING CATALOG JUST MEANS NO GENERATIONS YET----
       030-LOAD-CATALOG.
           MOVE ZERO TO CAT-COUNT.
           MOVE "N" TO CATALOG-FULL-SW.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-STATUS NOT = "35"
           END-READ.

       032-STORE-CATALOG-RCD.
           IF CAT-COUNT < 999
               ADD 1 TO CAT-COUNT
               MOVE CAT-MASTER TO CT-MASTER (CAT-COUNT)
               IF CAT-DATE IS NUMERIC
                   MOVE ZERO TO CT-DATE (CAT-COUNT)
               END-IF
               MOVE "N" TO CT-DROPPED-SW (CAT-COUNT)
               MOVE CAT-YEAR-END TO CT-YEAR-END (CAT-COUNT)
           ELSE
               MOVE "Y" TO CATALOG-FULL-SW
               MOVE "Y" TO EOF-SWITCH
               DISPLAY "*BACKUP.CAT OVERFLOWS THE 999-LINE TABLE*"
           END-IF.
           IF NOT CATALOG-OVERFLOWED
               PERFORM 031-READ-CATALOG-RCD
           END-IF.

      *----BACK UP ONE MASTER: COPY TO THE DATED GENERATION, THEN
      *----RE-READ THE COPY AND PROVE COUNT AND HASH MATCH THE
       100-BACKUP-ONE-MASTER.
           MOVE MS-NAME (MASTER-SUB) TO SOURCE-FILE-NAME.
           PERFORM 110-BUILD-GENERATION-NAME.
           EVALUATE MS-TYPE (MASTER-SUB)
               WHEN "I"
                   PERFORM 200-COPY-INDEXED-MASTER
               WHEN "M"
                   PERFORM 230-COPY-MAIL-MASTER
               WHEN "D"
                   PERFORM 260-COPY-DNM-MASTER
               WHEN OTHER
                   PERFORM 150-COPY-LINE-MASTER
           END-EVALUATE.

       110-BUILD-GENERATION-NAME.
           MOVE SPACES TO GEN-FILE-NAME.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT SOURCE-FILE.
           IF SOURCE-FILE-STATUS = "35"
               PERFORM 190-MASTER-NOT-OPENED
           ELSE
               OPEN OUTPUT GEN-FILE
               PERFORM 151-READ-SOURCE-RCD
           ADD HASH-WORK TO COPY-HASH.
           PERFORM 161-READ-GEN-RCD.

      *----A MASTER THAT WOULD NOT OPEN. ONE OF THE ADDED MASTERS
      *----THAT IS SIMPLY NOT ON DISK HAS NOTHING TO BACK UP----
       190-MASTER-NOT-OPENED.
           IF SOURCE-FILE-STATUS = "35"
                  AND MASTER-SUB > REQUIRED-COUNT
               DISPLAY MS-TAG (MASTER-SUB)
                   " NOT ON DISK - NOTHING TO BACK UP"
               ADD 1 TO ABSENT-COUNT
           ELSE
               DISPLAY MS-TAG (MASTER-SUB) " NOT FOUND - SKIPPED"
               ADD 1 TO FAILED-COUNT
           END-IF.

      *----A GENERATION ALREADY CATALOGED TODAY WAS JUST OVERWRITTEN
      *----IN PLACE - KEEP ITS ONE LINE (MARKING IT FOR A YEAR-END
      *----RUN) RATHER THAN ADD A SECOND----
       170-CATALOG-THIS-GENERATION.
           MOVE ZERO TO CAT-FOUND-SUB.
           PERFORM 171-FIND-TODAYS-LINE
               VARYING CAT-SCAN-SUB FROM 1 BY 1
               UNTIL CAT-SCAN-SUB > CAT-COUNT.
           IF CAT-FOUND-SUB > ZERO
               IF YEAR-END-TAG NOT = SPACES
                   MOVE YEAR-END-TAG TO CT-YEAR-END (CAT-FOUND-SUB)
               END-IF
           ELSE IF CAT-COUNT < 999
               ADD 1 TO CAT-COUNT
               MOVE MS-TAG (MASTER-SUB) TO CT-MASTER (CAT-COUNT)
               MOVE RUN-DATE TO CT-DATE (CAT-COUNT)
               MOVE "N" TO CT-DROPPED-SW (CAT-COUNT)
               MOVE YEAR-END-TAG TO CT-YEAR-END (CAT-COUNT)
           ELSE
               DISPLAY "*CATALOG FULL - GENERATION TAKEN BUT NOT"
                   " CATALOGED*"
           END-IF.

       171-FIND-TODAYS-LINE.
           IF CT-MASTER (CAT-SCAN-SUB) = MS-TAG (MASTER-SUB)
                  AND CT-DATE (CAT-SCAN-SUB) = RUN-DATE
                  AND CT-DROPPED-SW (CAT-SCAN-SUB) NOT = "Y"
               MOVE CAT-SCAN-SUB TO CAT-FOUND-SUB
           END-IF.

      *----THE KEYED EMPLOYEE COPY GOES THROUGH THE INDEXED PAIR,
      *----RECORD BY RECORD IN KEY ORDER----
       200-COPY-INDEXED-MASTER.
           IF GEN-FILE-STATUS NOT = "35"
               CLOSE IDX-GEN
           END-IF.
           PERFORM 290-PROVE-KEYED-COPY.

       221-COUNT-ONE-IDX-RCD.
           READ IDX-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO COPY-COUNT
           END-READ.

      *----THE MAILING-LIST MASTER, THE SAME WAY AS THE EMPLOYEE
      *----COPY: KEY ORDER IN, KEY ORDER OUT, COUNT PROVED----
       230-COPY-MAIL-MASTER.
           MOVE ZERO TO SOURCE-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT MAIL-SOURCE.
           IF SOURCE-FILE-STATUS NOT = "00"
               PERFORM 190-MASTER-NOT-OPENED
           ELSE
               OPEN OUTPUT MAIL-GEN
               PERFORM 231-COPY-ONE-MAIL-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE MAIL-SOURCE
               CLOSE MAIL-GEN
               PERFORM 235-VERIFY-MAIL-COPY
           END-IF.

       231-COPY-ONE-MAIL-RCD.
           READ MAIL-SOURCE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO SOURCE-COUNT
                   MOVE MLS-PICS TO MLG-PICS
                   WRITE MLG-PICS
           END-READ.

       235-VERIFY-MAIL-COPY.
           MOVE ZERO TO COPY-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT MAIL-GEN.
           IF GEN-FILE-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
           END-IF.
           PERFORM 236-COUNT-ONE-MAIL-RCD
               UNTIL EOF-SWITCH = "Y".
           IF GEN-FILE-STATUS NOT = "35"
               CLOSE MAIL-GEN
           END-IF.
           PERFORM 290-PROVE-KEYED-COPY.

       236-COUNT-ONE-MAIL-RCD.
           READ MAIL-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO COPY-COUNT
           END-READ.

      *----THE DO-NOT-MAIL FILE, LIKEWISE----
       260-COPY-DNM-MASTER.
           MOVE ZERO TO SOURCE-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT DNM-SOURCE.
           IF SOURCE-FILE-STATUS NOT = "00"
               PERFORM 190-MASTER-NOT-OPENED
           ELSE
               OPEN OUTPUT DNM-GEN
               PERFORM 261-COPY-ONE-DNM-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE DNM-SOURCE
               CLOSE DNM-GEN
               PERFORM 265-VERIFY-DNM-COPY
           END-IF.

       261-COPY-ONE-DNM-RCD.
           READ DNM-SOURCE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO SOURCE-COUNT
                   MOVE DNS-PICS TO DNG-PICS
                   WRITE DNG-PICS
           END-READ.

       265-VERIFY-DNM-COPY.
           MOVE ZERO TO COPY-COUNT.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT DNM-GEN.
           IF GEN-FILE-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
           END-IF.
           PERFORM 266-COUNT-ONE-DNM-RCD
               UNTIL EOF-SWITCH = "Y".
           IF GEN-FILE-STATUS NOT = "35"
               CLOSE DNM-GEN
           END-IF.
           PERFORM 290-PROVE-KEYED-COPY.

       266-COUNT-ONE-DNM-RCD.
           READ DNM-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO COPY-COUNT
           END-READ.

      *----A KEYED COPY HAS NO LINE HASH - THE RECORD COUNT READ
      *----BACK HAS TO MATCH THE COUNT WRITTEN----
       290-PROVE-KEYED-COPY.
           IF COPY-COUNT = SOURCE-COUNT
               DISPLAY MS-TAG (MASTER-SUB) " BACKED UP - "
                   SOURCE-COUNT " RECORD(S) VERIFIED"
               ADD 1 TO FAILED-COUNT
           END-IF.

      *----KEEP ONLY THE CONFIGURED NUMBER OF GENERATIONS PER
      *----MASTER - THE OLDEST ARE DELETED AND DROPPED FROM THE
      *----CATALOG. YEAR-END GENERATIONS ARE NEITHER COUNTED NOR
      *----RETIRED----
       400-APPLY-RETENTION.
           PERFORM 410-TRIM-ONE-MASTER
               VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL CAT-SCAN-SUB > CAT-COUNT
               IF CT-MASTER (CAT-SCAN-SUB) = MS-TAG (MASTER-SUB)
                      AND CT-DROPPED-SW (CAT-SCAN-SUB) NOT = "Y"
                      AND CT-YEAR-END (CAT-SCAN-SUB) = SPACES
                   ADD 1 TO GEN-PER-MASTER
               END-IF
           END-PERFORM.
                   UNTIL CAT-SCAN-SUB > CAT-COUNT
               IF CT-MASTER (CAT-SCAN-SUB) = MS-TAG (MASTER-SUB)
                      AND CT-DROPPED-SW (CAT-SCAN-SUB) NOT = "Y"
                      AND CT-YEAR-END (CAT-SCAN-SUB) = SPACES
                      AND CT-DATE (CAT-SCAN-SUB) < OLDEST-DATE
                   MOVE CT-DATE (CAT-SCAN-SUB) TO OLDEST-DATE
                   MOVE CAT-SCAN-SUB TO OLDEST-SUB
               MOVE SPACES TO CATALOG-RECORD
               MOVE CT-MASTER (CAT-SCAN-SUB) TO CAT-MASTER
               MOVE CT-DATE (CAT-SCAN-SUB) TO CAT-DATE
               MOVE CT-YEAR-END (CAT-SCAN-SUB) TO CAT-YEAR-END
               WRITE CATALOG-RECORD
           END-IF.

      *----IN THE CHOSEN ONE, AND ONLY THEN PUT IT BACK----
       600-RESTORE-RUN.
           PERFORM 610-LIST-MASTERS.
           DISPLAY "WHICH MASTER (1-" MASTER-COUNT
               ", 0 TO CANCEL)? ".
           ACCEPT MASTER-SUB.
           IF MASTER-SUB = ZERO OR MASTER-SUB > MASTER-COUNT
               DISPLAY "*RESTORE CANCELLED*"
           PERFORM VARYING CAT-SCAN-SUB FROM 1 BY 1
                   UNTIL CAT-SCAN-SUB > CAT-COUNT
               IF CT-MASTER (CAT-SCAN-SUB) = MS-TAG (MASTER-SUB)
                   IF CT-YEAR-END (CAT-SCAN-SUB) = SPACES
                       DISPLAY "  " CT-DATE (CAT-SCAN-SUB)
                   ELSE
                       DISPLAY "  " CT-DATE (CAT-SCAN-SUB)
                           "  YEAR-END " CT-YEAR-END (CAT-SCAN-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "N" TO GEN-OK-SWITCH.
           MOVE ZERO TO COPY-COUNT.
           MOVE ZERO TO COPY-HASH.
           EVALUATE MS-TYPE (MASTER-SUB)
               WHEN "I"
                   PERFORM 660-INSPECT-IDX-GENERATION
               WHEN "M"
                   PERFORM 661-INSPECT-MAIL-GENERATION
               WHEN "D"
                   PERFORM 662-INSPECT-DNM-GENERATION
               WHEN OTHER
                   PERFORM 665-INSPECT-LINE-GENERATION
           END-EVALUATE.
           IF GENERATION-ON-DISK
               DISPLAY "GENERATION HOLDS " COPY-COUNT " RECORD(S),"
                   " HASH " COPY-HASH
               ACCEPT CONFIRM-SWITCH
               IF CONFIRM-SWITCH = "Y" OR "y"
                   MOVE MS-NAME (MASTER-SUB) TO SOURCE-FILE-NAME
                   EVALUATE MS-TYPE (MASTER-SUB)
                       WHEN "I"
                           PERFORM 650-RESTORE-IDX-GENERATION
                       WHEN "M"
                           PERFORM 655-RESTORE-MAIL-GENERATION
                       WHEN "D"
                           PERFORM 657-RESTORE-DNM-GENERATION
                       WHEN OTHER
                           PERFORM 640-RESTORE-LINE-GENERATION
                   END-EVALUATE
                   DISPLAY MS-TAG (MASTER-SUB) " RESTORED FROM "
                       RESTORE-DATE
               ELSE
               CLOSE IDX-GEN
           END-IF.

       661-INSPECT-MAIL-GENERATION.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT MAIL-GEN.
           IF GEN-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "Y" TO GEN-OK-SWITCH
               PERFORM 236-COUNT-ONE-MAIL-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE MAIL-GEN
           END-IF.

       662-INSPECT-DNM-GENERATION.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT DNM-GEN.
           IF GEN-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "Y" TO GEN-OK-SWITCH
               PERFORM 266-COUNT-ONE-DNM-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE DNM-GEN
           END-IF.

       640-RESTORE-LINE-GENERATION.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT GEN-FILE.
                   WRITE IDS-PICS
           END-READ.

       655-RESTORE-MAIL-GENERATION.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT MAIL-GEN.
           IF GEN-FILE-STATUS NOT = "00"
               DISPLAY "*GENERATION WOULD NOT OPEN - NOTHING"
                   " RESTORED*"
           ELSE
               OPEN OUTPUT MAIL-SOURCE
               PERFORM 656-RESTORE-ONE-MAIL-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE MAIL-GEN
                     MAIL-SOURCE
           END-IF.

       656-RESTORE-ONE-MAIL-RCD.
           READ MAIL-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   MOVE MLG-PICS TO MLS-PICS
                   WRITE MLS-PICS
           END-READ.

       657-RESTORE-DNM-GENERATION.
           MOVE "N" TO EOF-SWITCH.
           OPEN INPUT DNM-GEN.
           IF GEN-FILE-STATUS NOT = "00"
               DISPLAY "*GENERATION WOULD NOT OPEN - NOTHING"
                   " RESTORED*"
           ELSE
               OPEN OUTPUT DNM-SOURCE
               PERFORM 658-RESTORE-ONE-DNM-RCD
                   UNTIL EOF-SWITCH = "Y"
               CLOSE DNM-GEN
                     DNM-SOURCE
           END-IF.

       658-RESTORE-ONE-DNM-RCD.
           READ DNM-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   MOVE DNG-PICS TO DNS-PICS
                   WRITE DNS-PICS
           END-READ.

       end program BACKUP-MASTERS.
