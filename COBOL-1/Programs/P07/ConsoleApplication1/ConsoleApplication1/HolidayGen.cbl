      *
      *MODS:
      *04/08/2016 - AT - first version.
      *05/28/2016 - AT - YEAR-END-CLOSE calls this program for the
      *  coming year: the year it hands down (YEAR-END-AREA) is
      *  generated without the year prompt, and an unattended run
      *  skips the closure-day prompts.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           05 RSA-COMPLETION-STATUS PIC X(10).
           05 RSA-EXCEPTION-COUNT   PIC 9(5).

      *----SET BY THE MENU DRIVER'S RUN-LIST MODE: AN UNATTENDED RUN
      *----KEYS NO CLOSURE DAYS----
       01  UNATTENDED-RUN-AREA EXTERNAL.
           05 UNATTENDED-SWITCH PIC X.
               88 UNATTENDED-RUN    VALUE "Y".

      *----THE YEAR YEAR-END-CLOSE IS CLOSING (ZERO, OR LOW-VALUES ON
      *----A STANDALONE RUN, WHEN NO CLOSE IS UNDER WAY) - THE YEAR
      *----AFTER IT IS THE ONE TO GENERATE----
       01  YEAR-END-AREA EXTERNAL.
           05 YEA-CLOSE-YEAR    PIC 9(4).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 005-READ-PARM-FILE.
           DISPLAY "--------------------------------------------".
           DISPLAY "  HOLIDAY CALENDAR GENERATION".
           DISPLAY "--------------------------------------------".
           IF YEA-CLOSE-YEAR IS NUMERIC AND YEA-CLOSE-YEAR > ZERO
               COMPUTE GEN-YEAR = YEA-CLOSE-YEAR + 1
               DISPLAY "YEAR-END CLOSE OF " YEA-CLOSE-YEAR
                   " - GENERATING " GEN-YEAR
           ELSE
               DISPLAY "ENTER YEAR TO GENERATE (YYYY, 0 TO CANCEL): "
               ACCEPT GEN-YEAR
           END-IF.
           IF UNATTENDED-RUN
               MOVE "Y" TO DONE-SWITCH
           END-IF.
           IF GEN-YEAR = ZERO
               DISPLAY "*NOTHING GENERATED*"
           ELSE
