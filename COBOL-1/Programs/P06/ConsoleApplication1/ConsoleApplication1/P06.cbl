      *  in decimal degrees and deg-min-sec the way the inverse
      *  mode prints, and warning when a side-side-angle input has
      *  two valid solutions (both are printed).
      *05/12/2016 - AT - the V) traverse run stopped at the closure
      *  figures and the crews balanced the traverse and worked the
      *  parcel area out by hand. When the precision ratio meets the
      *  tolerance (TRIG_TRAVERSE_TOLERANCE, the 1:n figure, default
      *  1:5000, which the operator can override at the prompt) the
      *  misclosure is now distributed by the compass (Bowditch)
      *  rule: adjusted latitudes, departures and coordinates for
      *  every station, then the adjusted bearings and distances,
      *  then the area by coordinates in square feet and acres, all
      *  to TRIGCALC.RPT. A traverse that misses the tolerance is
      *  refused adjustment with a message saying so. The adjusted
      *  stations are also written to TRIGADJ.DAT (overridable with
      *  TRIG_ADJUSTED_FILE) for the next job to start from.
      *05/13/2016 - AT - road and driveway curves were being laid out
      *  from the T) table printout and hand arithmetic. A new C)urve
      *  run mode takes any two of radius, delta, tangent length and
      *  arc length (the other two keyed as zero) plus the PI
      *  station, computes every curve element - radius, delta,
      *  tangent, arc, long chord, external, middle ordinate, degree
      *  of curve (arc definition) and the PC/PT stations - and
      *  prints a stakeout table to TRIGCALC.RPT at the chosen
      *  station interval with deflection angles in deg-min-sec and
      *  the chord lengths from the PC and from the station before.
      *  Curves are keyed in or read from a batch file of curve
      *  records (TRIGCURV.DAT, overridable with TRIG_CURVE_FILE)
      *  the way the traverse file is, and each curve is logged to
      *  TRIGCALC.LOG.
      *05/14/2016 - AT - every mode started from scratch and the
      *  coordinates a traverse produced were gone once the report
      *  printed. A point file (TRIGPTS.DAT, overridable with
      *  TRIG_POINT_FILE) now keeps northing, easting and a
      *  description by job and point number. The traverse run can
      *  store its adjusted stations into a job (translated onto a
      *  stored point of beginning if one is named) and the curve
      *  run can store each curve's PC, PT and radius point from a
      *  stored PI and the back tangent. A new P)oints run mode
      *  works from the file: inverse between two stored points,
      *  bearing-bearing and distance-distance intersections that
      *  create new points, keying a point in by hand, and a point
      *  listing for a job to TRIGCALC.RPT.
      *06/01/2016 - AT - a point file over 2000 points was loaded in
      *  part and then saved back from the table when a point was
      *  added, losing the rest. It now loads for lookups only: no
      *  point is added and the file is never rewritten.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                  TRAVERSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAVERSE-FILE-STATUS.

               SELECT ADJUSTED-FILE ASSIGN TO DYNAMIC
                  ADJUSTED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CURVE-FILE ASSIGN TO DYNAMIC
                  CURVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURVE-FILE-STATUS.

               SELECT POINT-FILE ASSIGN TO DYNAMIC
                  POINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINT-FILE-STATUS.
               SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
               05 TV-DMS-SECONDS       PIC 9(2).
               05 TV-DISTANCE          PIC 9(7)V99.

      *----ONE ADJUSTED STATION: STATION 0 IS THE POINT OF BEGINNING,
      *----STATION n THE END OF LEG n----
           FD ADJUSTED-FILE.
           01 ADJUSTED-RECORD.
               05 AJ-STATION           PIC 9(4).
               05 AJ-NORTHING          PIC S9(9)V9(3)
                                       SIGN LEADING SEPARATE.
               05 AJ-EASTING           PIC S9(9)V9(3)
                                       SIGN LEADING SEPARATE.

      *----ONE HORIZONTAL CURVE: ANY TWO OF RADIUS, DELTA (DDDMMSS),
      *----TANGENT AND ARC LENGTH, THE OTHER TWO LEFT ZERO, THEN THE
      *----PI STATION IN FEET AND THE STAKEOUT INTERVAL----
           FD CURVE-FILE.
           01 CURVE-RECORD             PIC X(49).

      *----ONE STORED POINT, IN JOB/POINT NUMBER ORDER----
           FD POINT-FILE.
           01 POINT-RECORD.
               05 PT-JOB               PIC X(8).
               05 PT-NUMBER            PIC 9(5).
               05 PT-NORTHING          PIC S9(9)V9(3)
                                       SIGN LEADING SEPARATE.
               05 PT-EASTING           PIC S9(9)V9(3)
                                       SIGN LEADING SEPARATE.
               05 PT-DESCRIPTION       PIC X(30).

           FD LOG-FILE.
           01 LOG-RECORD               PIC X(80).

       01 TRIG-REPORT-NAME    PIC X(80) VALUE "TRIGCALC.RPT".
       01 TRAVERSE-FILE-NAME  PIC X(80) VALUE "TRIGTRAV.DAT".
       01 TRAVERSE-FILE-STATUS PIC X(2) VALUE SPACES.
       01 ADJUSTED-FILE-NAME  PIC X(80) VALUE "TRIGADJ.DAT".
       01 CURVE-FILE-NAME     PIC X(80) VALUE "TRIGCURV.DAT".
       01 CURVE-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 POINT-FILE-NAME     PIC X(80) VALUE "TRIGPTS.DAT".
       01 POINT-FILE-STATUS   PIC X(2) VALUE SPACES.

      *----TRAVERSE REDUCTION WORK FIELDS: THE RUNNING STATION
      *----COORDINATES AND THE CLOSURE FIGURES----
           05 CLOSURE-ERROR     PIC 9(7)V9(3)  VALUE ZERO.
           05 PRECISION-RATIO   PIC 9(9)       VALUE ZERO.

      *----COMPASS-RULE ADJUSTMENT WORK FIELDS. THE TOLERANCE IS THE
      *----WORST PRECISION (1:n) A TRAVERSE MAY HAVE AND STILL BE
      *----ADJUSTED----
       01 ADJUSTMENT-FIELDS.
           05 TRAVERSE-TOLERANCE PIC 9(7)      VALUE 5000.
           05 TOLERANCE-ENTRY   PIC 9(7)       VALUE ZERO.
           05 LEG-TABLE-SWITCH  PIC X          VALUE "N".
               88 LEG-TABLE-FULL    VALUE "Y".
           05 CUM-DISTANCE      PIC 9(9)V99    VALUE ZERO.
           05 PREV-ADJ-N        PIC S9(9)V9(3) VALUE ZERO.
           05 PREV-ADJ-E        PIC S9(9)V9(3) VALUE ZERO.
           05 ADJ-LAT           PIC S9(8)V9(3) VALUE ZERO.
           05 ADJ-DEP           PIC S9(8)V9(3) VALUE ZERO.
           05 ADJ-LAT-ABS       PIC 9(8)V9(3)  VALUE ZERO.
           05 ADJ-DEP-ABS       PIC 9(8)V9(3)  VALUE ZERO.
           05 ADJ-DISTANCE      PIC 9(7)V99    VALUE ZERO.
           05 ADJ-BEARING-DEG   PIC 9(3)V9(4)  VALUE ZERO.
           05 ADJ-AZIMUTH-DEG   PIC 9(3)V9(4)  VALUE ZERO.
           05 AREA-SUM          PIC S9(15)V9(3) VALUE ZERO.
           05 AREA-SQ-FT        PIC 9(13)V99   VALUE ZERO.
           05 AREA-ACRES        PIC 9(9)V9(4)  VALUE ZERO.

      *----THE LEGS AS READ, KEPT FOR THE ADJUSTMENT PASS: RUNNING
      *----(UNADJUSTED) COORDINATES AND DISTANCE ALONG THE TRAVERSE
      *----AT THE END OF EACH LEG----
       01 LEG-TABLE.
           05 LEG-TABLE-COUNT   PIC 9(4)       VALUE ZERO.
           05 LEG-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON LEG-TABLE-COUNT
                  INDEXED BY LG-IX.
               10 LG-DISTANCE   PIC 9(7)V99.
               10 LG-CUM-DIST   PIC 9(9)V99.
               10 LG-NORTHING   PIC S9(9)V9(3).
               10 LG-EASTING    PIC S9(9)V9(3).
               10 LG-ADJ-NORTHING PIC S9(9)V9(3).
               10 LG-ADJ-EASTING  PIC S9(9)V9(3).

       01 TRAVERSE-HEADING-LINE.
           05 FILLER PIC X(6)  VALUE "  LEG".
           05 FILLER PIC X(12) VALUE "  AZIMUTH".
           05 FILLER            PIC X(14) VALUE "  PRECISION 1:".
           05 CLO-PRECISION     PIC Z(8)9.

       01 REFUSED-LINE-OUT.
           05 FILLER            PIC X(12) VALUE "*PRECISION 1".
           05 FILLER            PIC X(1)  VALUE ":".
           05 RFL-PRECISION     PIC Z(8)9.
           05 FILLER            PIC X(20)
                   VALUE " MISSES TOLERANCE 1:".
           05 RFL-TOLERANCE     PIC Z(6)9.
           05 FILLER            PIC X(25)
                   VALUE " - TRAVERSE NOT ADJUSTED*".

       01 ADJUSTED-HEADING-LINE.
           05 FILLER PIC X(6)  VALUE "  LEG".
           05 FILLER PIC X(14) VALUE "  ADJ LATITUDE".
           05 FILLER PIC X(14) VALUE " ADJ DEPARTURE".
           05 FILLER PIC X(15) VALUE "      NORTHING".
           05 FILLER PIC X(14) VALUE "      EASTING".

       01 ADJUSTED-LINE-OUT.
           05 ADL-LEG           PIC ZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ADL-LATITUDE      PIC -(8)9.999.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 ADL-DEPARTURE     PIC -(8)9.999.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 ADL-NORTHING      PIC -(8)9.999.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 ADL-EASTING       PIC -(8)9.999.

       01 BEARING-HEADING-LINE.
           05 FILLER PIC X(6)  VALUE "  LEG".
           05 FILLER PIC X(14) VALUE "  ADJ BEARING".
           05 FILLER PIC X(12) VALUE "   AZIMUTH".
           05 FILLER PIC X(12) VALUE "   DISTANCE".

       01 BEARING-LINE-OUT.
           05 BRL-LEG           PIC ZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 BRL-NS            PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 BRL-DEGREES       PIC 9(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 BRL-MINUTES       PIC 9(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 BRL-SECONDS       PIC 9(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 BRL-EW            PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 BRL-AZ-DEGREES    PIC 9(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 BRL-AZ-MINUTES    PIC 9(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 BRL-AZ-SECONDS    PIC 9(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 BRL-DISTANCE      PIC Z(6)9.99.

       01 AREA-LINE-OUT.
           05 FILLER            PIC X(21)
                   VALUE "AREA BY COORDINATES: ".
           05 ARL-SQ-FT         PIC Z(12)9.99.
           05 FILLER            PIC X(8)  VALUE " SQ FT  ".
           05 ARL-ACRES         PIC Z(8)9.9999.
           05 FILLER            PIC X(6)  VALUE " ACRES".

      *----THE CURVE AS KEYED OR AS READ FROM CURVE-FILE (SAME
      *----LAYOUT)----
       01 CURVE-INPUT.
           05 CI-RADIUS         PIC 9(7)V99.
           05 CI-DELTA-DEGREES  PIC 9(3).
           05 CI-DELTA-MINUTES  PIC 9(2).
           05 CI-DELTA-SECONDS  PIC 9(2).
           05 CI-TANGENT        PIC 9(7)V99.
           05 CI-ARC-LENGTH     PIC 9(7)V99.
           05 CI-PI-STATION     PIC 9(7)V99.
           05 CI-INTERVAL       PIC 9(4)V99.

      *----HORIZONTAL CURVE WORK FIELDS. HALF THE DELTA, IN RADIANS,
      *----IS WHAT EVERY ELEMENT FORMULA WORKS FROM----
       01 CURVE-FIELDS.
           05 CV-EOF-SWITCH     PIC X          VALUE "N".
           05 CURVE-ENTRY-MODE  PIC X          VALUE "K".
               88 CURVE-FROM-FILE   VALUE "F" "f".
           05 CURVE-MORE-SWITCH PIC X          VALUE "Y".
               88 MORE-CURVES       VALUE "Y" "y".
           05 CURVE-COUNT       PIC 9(4)       VALUE ZERO.
           05 KNOWN-COUNT       PIC 9          VALUE ZERO.
           05 CURVE-OK-SWITCH   PIC X          VALUE "N".
               88 CURVE-SOLVED      VALUE "Y".
           05 CU-RADIUS         PIC 9(7)V9(4)  VALUE ZERO.
           05 CU-DELTA-DEG      PIC 9(3)V9(8)  VALUE ZERO.
           05 CU-HALF-RAD       PIC 9(1)V9(9)  VALUE ZERO.
           05 CU-TANGENT        PIC 9(7)V9(4)  VALUE ZERO.
           05 CU-ARC            PIC 9(7)V9(4)  VALUE ZERO.
           05 CU-CHORD          PIC 9(7)V9(4)  VALUE ZERO.
           05 CU-EXTERNAL       PIC 9(7)V9(4)  VALUE ZERO.
           05 CU-MIDDLE         PIC 9(7)V9(4)  VALUE ZERO.
           05 CU-DEGREE-CURVE   PIC 9(3)V9(8)  VALUE ZERO.
           05 CU-PI-STA         PIC 9(8)V99    VALUE ZERO.
           05 CU-PC-STA         PIC S9(8)V99   VALUE ZERO.
           05 CU-PT-STA         PIC 9(8)V99    VALUE ZERO.
           05 CU-INTERVAL       PIC 9(4)V99    VALUE ZERO.
           05 CU-RATIO          PIC 9(5)V9(9)  VALUE ZERO.
           05 CU-LOW            PIC 9(1)V9(9)  VALUE ZERO.
           05 CU-HIGH           PIC 9(1)V9(9)  VALUE ZERO.
           05 CU-ITERATION      PIC 9(3)       VALUE ZERO.
           05 SK-STEP-COUNT     PIC 9(8)       VALUE ZERO.
           05 SK-STATION        PIC 9(8)V99    VALUE ZERO.
           05 SK-ARC            PIC 9(7)V9(4)  VALUE ZERO.
           05 SK-PREV-ARC       PIC 9(7)V9(4)  VALUE ZERO.
           05 SK-DEFLECT-DEG    PIC 9(3)V9(8)  VALUE ZERO.
           05 SK-CHORD          PIC 9(7)V9(4)  VALUE ZERO.
           05 SK-SUB-CHORD      PIC 9(7)V9(4)  VALUE ZERO.
           05 STA-HUNDREDS      PIC 9(6)       VALUE ZERO.
           05 STA-PLUS          PIC 9(2)V99    VALUE ZERO.

      *----A STATION IN THE USUAL HUNDREDS+FEET FORM, AND AN ANGLE
      *----IN DEG-MIN-SEC, FOR THE CURVE REPORT----
       01 STATION-EDIT.
           05 SE-HUNDREDS       PIC Z(5)9.
           05 FILLER            PIC X(1)  VALUE "+".
           05 SE-PLUS           PIC 99.99.
       01 DMS-EDIT.
           05 DE-DEGREES        PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DE-MINUTES        PIC 99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DE-SECONDS        PIC 99.

       01 CURVE-TITLE-LINE.
           05 FILLER            PIC X(6)  VALUE "CURVE ".
           05 CTL-CURVE         PIC ZZZ9.

       01 ELEMENT-LINE-OUT.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ELL-LABEL         PIC X(22).
           05 ELL-VALUE         PIC Z(7)9.9999.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ELL-TEXT          PIC X(12).

       01 STAKEOUT-HEADING-LINE.
           05 FILLER PIC X(14) VALUE "    STATION".
           05 FILLER PIC X(12) VALUE "   FROM PC".
           05 FILLER PIC X(12) VALUE "  DEFLECTION".
           05 FILLER PIC X(12) VALUE "    CHORD".
           05 FILLER PIC X(12) VALUE "  SUB-CHORD".

       01 STAKEOUT-LINE-OUT.
           05 SKL-STATION       PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SKL-ARC           PIC Z(6)9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 SKL-DEFLECTION    PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SKL-CHORD         PIC Z(6)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SKL-SUB-CHORD     PIC Z(6)9.99.

      *----THE WHOLE POINT FILE, HELD HERE WHILE IT IS WORKED ON AND
      *----WRITTEN BACK IF ANYTHING WAS ADDED----
       01 POINT-COUNT           PIC 9(4) VALUE ZERO.
       01 POINT-TABLE.
           05 PN-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON POINT-COUNT
                  INDEXED BY PN-IX.
               10 PN-KEY.
                   15 PN-JOB        PIC X(8).
                   15 PN-NUMBER     PIC 9(5).
               10 PN-NORTHING       PIC S9(9)V9(3).
               10 PN-EASTING        PIC S9(9)V9(3).
               10 PN-DESCRIPTION    PIC X(30).

      *----POINT FILE AND COORDINATE GEOMETRY WORK FIELDS. THE JOB IS
      *----KEYED ONCE PER RUN AND EVERY POINT NUMBER IS WITHIN IT----
       01 POINT-FIELDS.
           05 PT-EOF-SWITCH     PIC X          VALUE "N".
           05 POINTS-CHANGED-SW PIC X          VALUE "N".
               88 POINTS-CHANGED    VALUE "Y".
           05 POINT-FOUND-SW    PIC X          VALUE "N".
               88 POINT-FOUND       VALUE "Y".
           05 POINT-ADDED-SW    PIC X          VALUE "N".
               88 POINT-ADDED       VALUE "Y".
           05 POINT-OVERFLOW-SW PIC X          VALUE "N".
               88 POINT-FILE-OVERFLOWED VALUE "Y".
           05 COGO-JOB          PIC X(8)       VALUE SPACES.
           05 COGO-CHOICE       PIC 9          VALUE ZERO.
           05 FIND-NUMBER       PIC 9(5)       VALUE ZERO.
           05 FROM-NUMBER       PIC 9(5)       VALUE ZERO.
           05 FROM-N            PIC S9(9)V9(3) VALUE ZERO.
           05 FROM-E            PIC S9(9)V9(3) VALUE ZERO.
           05 TO-NUMBER         PIC 9(5)       VALUE ZERO.
           05 TO-N              PIC S9(9)V9(3) VALUE ZERO.
           05 TO-E              PIC S9(9)V9(3) VALUE ZERO.
           05 NEW-KEY.
               10 NEW-JOB       PIC X(8)       VALUE SPACES.
               10 NEW-NUMBER    PIC 9(5)       VALUE ZERO.
           05 NEW-NORTHING      PIC S9(9)V9(3) VALUE ZERO.
           05 NEW-EASTING       PIC S9(9)V9(3) VALUE ZERO.
           05 NEW-DESCRIPTION   PIC X(30)      VALUE SPACES.
           05 NEXT-NUMBER       PIC 9(5)       VALUE ZERO.
           05 INSERT-SUB        PIC 9(4)       VALUE ZERO.
           05 SHIFT-SUB         PIC 9(4)       VALUE ZERO.
           05 POB-NUMBER        PIC 9(5)       VALUE ZERO.
           05 BASE-N            PIC S9(9)V9(3) VALUE ZERO.
           05 BASE-E            PIC S9(9)V9(3) VALUE ZERO.
           05 AZ-DEGREES        PIC 9(3)       VALUE ZERO.
           05 AZ-MINUTES        PIC 9(2)       VALUE ZERO.
           05 AZ-SECONDS        PIC 9(2)       VALUE ZERO.
           05 AZ-DECIMAL        PIC 9(3)V9(8)  VALUE ZERO.
           05 INT-AZ-1          PIC 9(3)V9(8)  VALUE ZERO.
           05 INT-AZ-2          PIC 9(3)V9(8)  VALUE ZERO.
           05 INT-DIST-1        PIC 9(7)V9(4)  VALUE ZERO.
           05 INT-DIST-2        PIC 9(7)V9(4)  VALUE ZERO.
           05 INT-DET           PIC S9(1)V9(9) VALUE ZERO.
           05 INT-T1            PIC S9(9)V9(4) VALUE ZERO.
           05 INT-D             PIC 9(9)V9(4)  VALUE ZERO.
           05 INT-A             PIC S9(9)V9(4) VALUE ZERO.
           05 INT-H             PIC 9(9)V9(4)  VALUE ZERO.
           05 INT-SIDE          PIC X          VALUE "R".
               88 RIGHT-SIDE        VALUE "R" "r".
           05 TURN-DIRECTION    PIC X          VALUE "R".
               88 TURN-RIGHT        VALUE "R" "r".
           05 CU-BACK-AZ        PIC 9(3)V9(8)  VALUE ZERO.
           05 CU-AHEAD-AZ       PIC S9(3)V9(8) VALUE ZERO.
           05 CU-RP-AZ          PIC S9(3)V9(8) VALUE ZERO.
           05 PI-N              PIC S9(9)V9(3) VALUE ZERO.
           05 PI-E              PIC S9(9)V9(3) VALUE ZERO.
           05 PC-N              PIC S9(9)V9(3) VALUE ZERO.
           05 PC-E              PIC S9(9)V9(3) VALUE ZERO.

       01 POINT-HEADING-LINE.
           05 FILLER PIC X(17) VALUE "POINT LIST - JOB ".
           05 PHL-JOB           PIC X(8).

       01 POINT-COLUMN-LINE.
           05 FILLER PIC X(7)  VALUE "  POINT".
           05 FILLER PIC X(14) VALUE "      NORTHING".
           05 FILLER PIC X(16) VALUE "       EASTING".
           05 FILLER PIC X(11) VALUE "DESCRIPTION".

       01 POINT-LINE-OUT.
           05 PLO-NUMBER        PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PLO-NORTHING      PIC -(8)9.999.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PLO-EASTING       PIC -(8)9.999.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PLO-DESCRIPTION   PIC X(30).

       01 INVERSE-LINE-OUT.
           05 FILLER            PIC X(8)  VALUE "INVERSE ".
           05 ILO-FROM          PIC ZZZZ9.
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 ILO-TO            PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ILO-BEARING       PIC X(12).
           05 FILLER            PIC X(5)  VALUE "  AZ ".
           05 ILO-AZIMUTH       PIC X(9).
           05 FILLER            PIC X(7)  VALUE "  DIST ".
           05 ILO-DISTANCE      PIC Z(6)9.99.

       01 NEW-POINT-LINE-OUT.
           05 NPL-TYPE          PIC X(9).
           05 FILLER            PIC X(7)  VALUE " POINT ".
           05 NPL-NUMBER        PIC ZZZZ9.
           05 FILLER            PIC X(3)  VALUE " N ".
           05 NPL-NORTHING      PIC -(8)9.999.
           05 FILLER            PIC X(3)  VALUE " E ".
           05 NPL-EASTING       PIC -(8)9.999.

      *----CENTRAL PARAMETER FILE (PARMFILE.DAT, OVERRIDABLE WITH
      *----PARM_FILE). KEYWORD=VALUE LINES, READ AT STARTUP AFTER
      *----THE ENVIRONMENT OVERRIDES SO A VALUE IN THE FILE ALWAYS
           05 TRIANGLE-OK-SWITCH PIC X         VALUE "N".
               88 TRIANGLE-SOLVED    VALUE "Y".

      *----INTERACTIVE, BATCH FILE, TABLE GENERATION, TRAVERSE
      *----REDUCTION, HORIZONTAL CURVE, OR POINT FILE RUN----
       01 RUN-MODE              PIC X VALUE "I".
           88 INTERACTIVE-RUN        VALUE "I" "i".
           88 BATCH-RUN              VALUE "B" "b".
           88 TABLE-RUN              VALUE "T" "t".
           88 TRAVERSE-RUN           VALUE "V" "v".
           88 CURVE-RUN              VALUE "C" "c".
           88 POINT-RUN              VALUE "P" "p".

      *----TABLE GENERATION WORK FIELDS----
       01 TABLE-GEN-FIELDS.
               DISPLAY "UNATTENDED RUN - BATCH MODE ASSUMED"
           ELSE
               DISPLAY "Run mode - I)nteractive, B)atch file,"
                   " T)able, V) traverse, C)urve or P)oints: "
               ACCEPT RUN-MODE
           END-IF.
           OPEN EXTEND LOG-FILE.
               PERFORM 600-TABLE-RUN
           ELSE IF TRAVERSE-RUN
               PERFORM 700-TRAVERSE-RUN
           ELSE IF CURVE-RUN
               PERFORM 800-CURVE-RUN
           ELSE IF POINT-RUN
               PERFORM 900-POINT-RUN
           ELSE
               PERFORM 100-DEGREE
                     UNTIL SWITCH = 'Y'
           ADD 1 TO TG-LINE-COUNT.
           ADD TG-STEP TO TG-ANGLE.

      *----CURVE MODE - SOLVE HORIZONTAL CURVES KEYED IN ONE AT A
      *----TIME OR READ FROM A BATCH FILE OF CURVE RECORDS, WITH A
      *----STAKEOUT TABLE FOR EACH ONE IN TRIGCALC.RPT----
       800-CURVE-RUN.
           MOVE ZERO TO CURVE-COUNT.
           DISPLAY "Curve entry - K)eyed or F)ile: ".
           ACCEPT CURVE-ENTRY-MODE.
           PERFORM 880-LOAD-POINTS.
           MOVE SPACES TO COGO-JOB.
           DISPLAY "Store curve points in the point file -"
               " job (blank = do not store): ".
           ACCEPT COGO-JOB.
           IF CURVE-FROM-FILE
               MOVE "N" TO CV-EOF-SWITCH
               OPEN INPUT CURVE-FILE
               IF CURVE-FILE-STATUS = "35"
                   DISPLAY "*NO TRIGCURV.DAT CURVE FILE FOUND*"
               ELSE
                   OPEN OUTPUT BATCH-REPORT-FILE
                   PERFORM 805-READ-CURVE-RCD
                   PERFORM 810-CURVE-FROM-FILE
                       UNTIL CV-EOF-SWITCH = "Y"
                   CLOSE CURVE-FILE
                   CLOSE BATCH-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT BATCH-REPORT-FILE
               MOVE "Y" TO CURVE-MORE-SWITCH
               PERFORM 815-CURVE-FROM-KEYBOARD
                   UNTIL NOT MORE-CURVES
               CLOSE BATCH-REPORT-FILE
           END-IF.
           DISPLAY "CURVE RUN COMPLETE - " CURVE-COUNT
               " CURVE(S) - SEE TRIGCALC.RPT".
           PERFORM 885-SAVE-POINTS.

       805-READ-CURVE-RCD.
           READ CURVE-FILE
               AT END
                   MOVE "Y" TO CV-EOF-SWITCH
           END-READ.

       810-CURVE-FROM-FILE.
           MOVE CURVE-RECORD TO CURVE-INPUT.
           PERFORM 820-SOLVE-CURVE.
           PERFORM 805-READ-CURVE-RCD.

      *----KEY ONE CURVE: THE TWO ELEMENTS NOT KNOWN ARE KEYED AS 0-
       815-CURVE-FROM-KEYBOARD.
           DISPLAY "Give any two of radius, delta, tangent and arc"
               " length - key 0 for the other two".
           DISPLAY "Enter radius: ".
           ACCEPT CI-RADIUS.
           DISPLAY "Enter delta degrees: ".
           ACCEPT CI-DELTA-DEGREES.
           DISPLAY "Enter delta minutes (0-59): ".
           ACCEPT CI-DELTA-MINUTES.
           DISPLAY "Enter delta seconds (0-59): ".
           ACCEPT CI-DELTA-SECONDS.
           DISPLAY "Enter tangent length: ".
           ACCEPT CI-TANGENT.
           DISPLAY "Enter arc length: ".
           ACCEPT CI-ARC-LENGTH.
           DISPLAY "Enter PI station in feet (1234.56 for 12+34.56): ".
           ACCEPT CI-PI-STATION.
           DISPLAY "Enter stakeout interval (0 for 100 ft): ".
           ACCEPT CI-INTERVAL.
           PERFORM 820-SOLVE-CURVE.
           DISPLAY "Another curve? (Y/N): ".
           ACCEPT CURVE-MORE-SWITCH.

      *----WORK OUT HALF THE DELTA AND THE RADIUS FROM WHICHEVER TWO
      *----ELEMENTS WERE GIVEN, THEN EVERYTHING ELSE FROM THOSE----
       820-SOLVE-CURVE.
           ADD 1 TO CURVE-COUNT.
           MOVE "Y" TO CURVE-OK-SWITCH.
           MOVE ZERO TO KNOWN-COUNT.
           COMPUTE CU-DELTA-DEG = CI-DELTA-DEGREES +
               CI-DELTA-MINUTES / 60 + CI-DELTA-SECONDS / 3600.
           IF CI-RADIUS > ZERO
               ADD 1 TO KNOWN-COUNT
           END-IF.
           IF CU-DELTA-DEG > ZERO
               ADD 1 TO KNOWN-COUNT
           END-IF.
           IF CI-TANGENT > ZERO
               ADD 1 TO KNOWN-COUNT
           END-IF.
           IF CI-ARC-LENGTH > ZERO
               ADD 1 TO KNOWN-COUNT
           END-IF.
           MOVE CURVE-COUNT TO CTL-CURVE.
           MOVE SPACES TO BATCH-REPORT-RECORD.
           WRITE BATCH-REPORT-RECORD.
           WRITE BATCH-REPORT-RECORD FROM CURVE-TITLE-LINE.
           IF KNOWN-COUNT NOT = 2
               MOVE "N" TO CURVE-OK-SWITCH
               MOVE "*GIVE EXACTLY TWO OF RADIUS, DELTA, TANGENT, ARC*"
                   TO BATCH-REPORT-RECORD
           ELSE IF CU-DELTA-DEG NOT < 180
               MOVE "N" TO CURVE-OK-SWITCH
               MOVE "*DELTA MUST BE LESS THAN 180 DEGREES*"
                   TO BATCH-REPORT-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN CI-RADIUS > ZERO AND CU-DELTA-DEG > ZERO
                       MOVE CI-RADIUS TO CU-RADIUS
                       COMPUTE CU-HALF-RAD ROUNDED =
                           CU-DELTA-DEG * 0.017453293 / 2
                   WHEN CI-RADIUS > ZERO AND CI-TANGENT > ZERO
                       MOVE CI-RADIUS TO CU-RADIUS
                       COMPUTE CU-HALF-RAD ROUNDED =
                           FUNCTION ATAN (CI-TANGENT / CI-RADIUS)
                   WHEN CI-RADIUS > ZERO
                       MOVE CI-RADIUS TO CU-RADIUS
                       COMPUTE CU-RATIO ROUNDED =
                           CI-ARC-LENGTH / CI-RADIUS / 2
                       IF CU-RATIO NOT < 1.570796
                           MOVE 1.570796 TO CU-HALF-RAD
                       ELSE
                           MOVE CU-RATIO TO CU-HALF-RAD
                       END-IF
                   WHEN CU-DELTA-DEG > ZERO
                       COMPUTE CU-HALF-RAD ROUNDED =
                           CU-DELTA-DEG * 0.017453293 / 2
                       IF CI-TANGENT > ZERO
                           COMPUTE CU-RADIUS ROUNDED = CI-TANGENT /
                               FUNCTION TAN (CU-HALF-RAD)
                       ELSE
                           COMPUTE CU-RADIUS ROUNDED =
                               CI-ARC-LENGTH / CU-HALF-RAD / 2
                       END-IF
                   WHEN OTHER
                       PERFORM 825-SOLVE-TANGENT-AND-ARC
               END-EVALUATE
               IF CURVE-SOLVED AND CU-HALF-RAD NOT < 1.570796
                   MOVE "N" TO CURVE-OK-SWITCH
                   MOVE "*DELTA MUST BE LESS THAN 180 DEGREES*"
                       TO BATCH-REPORT-RECORD
               END-IF
           END-IF
           END-IF.
           IF CURVE-SOLVED
               PERFORM 830-CURVE-ELEMENTS
           END-IF.
           IF CURVE-SOLVED
               PERFORM 840-STAKEOUT-TABLE
               PERFORM 360-WRITE-CURVE-LOG-LINE
               IF COGO-JOB NOT = SPACES
                   PERFORM 860-STORE-CURVE-POINTS
               END-IF
           ELSE
               WRITE BATCH-REPORT-RECORD
               DISPLAY "CURVE " CTL-CURVE " "
                   FUNCTION TRIM (BATCH-REPORT-RECORD)
           END-IF.

      *----TANGENT AND ARC ONLY: TANGENT OVER ARC IS TAN(HALF DELTA)
      *----OVER TWICE HALF DELTA, WHICH ONLY GROWS AS DELTA DOES, SO
      *----HALVING THE RANGE 40 TIMES PINS HALF DELTA DOWN WELL PAST
      *----THE PRECISION IT IS CARRIED TO----
       825-SOLVE-TANGENT-AND-ARC.
           COMPUTE CU-RATIO ROUNDED = CI-TANGENT / CI-ARC-LENGTH.
           IF CU-RATIO NOT > 0.5
               MOVE "N" TO CURVE-OK-SWITCH
               MOVE "*TANGENT MUST BE MORE THAN HALF THE ARC LENGTH*"
                   TO BATCH-REPORT-RECORD
           ELSE
               MOVE 0.000001 TO CU-LOW
               MOVE 1.570796 TO CU-HIGH
               PERFORM 826-HALVE-DELTA-RANGE
                   VARYING CU-ITERATION FROM 1 BY 1
                   UNTIL CU-ITERATION > 40
               COMPUTE CU-HALF-RAD ROUNDED = (CU-LOW + CU-HIGH) / 2
               COMPUTE CU-RADIUS ROUNDED =
                   CI-ARC-LENGTH / CU-HALF-RAD / 2
           END-IF.

       826-HALVE-DELTA-RANGE.
           COMPUTE CU-HALF-RAD ROUNDED = (CU-LOW + CU-HIGH) / 2.
           IF FUNCTION TAN (CU-HALF-RAD) / CU-HALF-RAD / 2 < CU-RATIO
               MOVE CU-HALF-RAD TO CU-LOW
           ELSE
               MOVE CU-HALF-RAD TO CU-HIGH
           END-IF.

      *----EVERY CURVE ELEMENT FROM THE RADIUS AND HALF THE DELTA.
      *----DEGREE OF CURVE IS BY THE ARC DEFINITION: THE ANGLE A
      *----100 FOOT ARC SUBTENDS (5729.578 IS 100 FEET OF ARC AT A
      *----ONE-DEGREE RADIUS'S WORTH)----
       830-CURVE-ELEMENTS.
           COMPUTE CU-DELTA-DEG ROUNDED = CU-HALF-RAD * 2 / 0.017453293.
           COMPUTE CU-TANGENT ROUNDED =
               CU-RADIUS * FUNCTION TAN (CU-HALF-RAD).
           COMPUTE CU-ARC ROUNDED = CU-RADIUS * CU-HALF-RAD * 2.
           COMPUTE CU-CHORD ROUNDED =
               2 * CU-RADIUS * FUNCTION SIN (CU-HALF-RAD).
           COMPUTE CU-EXTERNAL ROUNDED =
               CU-RADIUS / FUNCTION COS (CU-HALF-RAD) - CU-RADIUS.
           COMPUTE CU-MIDDLE ROUNDED =
               CU-RADIUS - CU-RADIUS * FUNCTION COS (CU-HALF-RAD).
           COMPUTE CU-DEGREE-CURVE ROUNDED = 5729.578 / CU-RADIUS.
           MOVE CI-PI-STATION TO CU-PI-STA.
           COMPUTE CU-PC-STA ROUNDED = CU-PI-STA - CU-TANGENT.
           IF CU-PC-STA < ZERO
               MOVE "N" TO CURVE-OK-SWITCH
               MOVE "*PC FALLS BEFORE STATION 0+00.00*"
                   TO BATCH-REPORT-RECORD
           ELSE
               COMPUTE CU-PT-STA ROUNDED = CU-PC-STA + CU-ARC
               IF CI-INTERVAL > ZERO
                   MOVE CI-INTERVAL TO CU-INTERVAL
               ELSE
                   MOVE 100 TO CU-INTERVAL
               END-IF
               MOVE "RADIUS" TO ELL-LABEL
               MOVE CU-RADIUS TO ELL-VALUE
               MOVE SPACES TO ELL-TEXT
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "DELTA" TO ELL-LABEL
               MOVE CU-DELTA-DEG TO ELL-VALUE
               MOVE CU-DELTA-DEG TO DMS-ABS-DEGREE
               PERFORM 850-EDIT-DMS
               MOVE DMS-EDIT TO ELL-TEXT
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "TANGENT" TO ELL-LABEL
               MOVE CU-TANGENT TO ELL-VALUE
               MOVE SPACES TO ELL-TEXT
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "ARC LENGTH" TO ELL-LABEL
               MOVE CU-ARC TO ELL-VALUE
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "LONG CHORD" TO ELL-LABEL
               MOVE CU-CHORD TO ELL-VALUE
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "EXTERNAL" TO ELL-LABEL
               MOVE CU-EXTERNAL TO ELL-VALUE
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "MIDDLE ORDINATE" TO ELL-LABEL
               MOVE CU-MIDDLE TO ELL-VALUE
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "DEGREE OF CURVE" TO ELL-LABEL
               MOVE CU-DEGREE-CURVE TO ELL-VALUE
               MOVE CU-DEGREE-CURVE TO DMS-ABS-DEGREE
               PERFORM 850-EDIT-DMS
               MOVE DMS-EDIT TO ELL-TEXT
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "PI STATION" TO ELL-LABEL
               MOVE CU-PI-STA TO ELL-VALUE
               MOVE CU-PI-STA TO SK-STATION
               PERFORM 855-EDIT-STATION
               MOVE STATION-EDIT TO ELL-TEXT
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "PC STATION" TO ELL-LABEL
               MOVE CU-PC-STA TO ELL-VALUE
               MOVE CU-PC-STA TO SK-STATION
               PERFORM 855-EDIT-STATION
               MOVE STATION-EDIT TO ELL-TEXT
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               MOVE "PT STATION" TO ELL-LABEL
               MOVE CU-PT-STA TO ELL-VALUE
               MOVE CU-PT-STA TO SK-STATION
               PERFORM 855-EDIT-STATION
               MOVE STATION-EDIT TO ELL-TEXT
               WRITE BATCH-REPORT-RECORD FROM ELEMENT-LINE-OUT
               DISPLAY "CURVE " CTL-CURVE " R=" CU-RADIUS
                   " T=" CU-TANGENT " L=" CU-ARC
           END-IF.

      *----STAKEOUT FROM THE PC: THE PC ITSELF, EVERY EVEN STATION
      *----AT THE INTERVAL BETWEEN PC AND PT, THEN THE PT. THE
      *----DEFLECTION FROM THE TANGENT TO A POINT IS HALF THE ANGLE
      *----ITS ARC SUBTENDS AT THE CENTER----
       840-STAKEOUT-TABLE.
           MOVE SPACES TO BATCH-REPORT-RECORD.
           WRITE BATCH-REPORT-RECORD.
           WRITE BATCH-REPORT-RECORD FROM STAKEOUT-HEADING-LINE.
           MOVE ZERO TO SK-PREV-ARC.
           MOVE CU-PC-STA TO SK-STATION.
           PERFORM 845-WRITE-STAKE-LINE.
           DIVIDE CU-PC-STA BY CU-INTERVAL GIVING SK-STEP-COUNT.
           COMPUTE SK-STATION = (SK-STEP-COUNT + 1) * CU-INTERVAL.
           PERFORM 842-STAKE-ONE-STATION
               UNTIL SK-STATION NOT < CU-PT-STA.
           MOVE CU-PT-STA TO SK-STATION.
           PERFORM 845-WRITE-STAKE-LINE.

       842-STAKE-ONE-STATION.
           PERFORM 845-WRITE-STAKE-LINE.
           ADD CU-INTERVAL TO SK-STATION.

       845-WRITE-STAKE-LINE.
           COMPUTE SK-ARC = SK-STATION - CU-PC-STA.
           IF SK-ARC > CU-ARC
               MOVE CU-ARC TO SK-ARC
           END-IF.
           COMPUTE SK-DEFLECT-DEG ROUNDED =
               SK-ARC / CU-RADIUS / 2 / 0.017453293.
           COMPUTE SK-CHORD ROUNDED = 2 * CU-RADIUS *
               FUNCTION SIN (SK-ARC / CU-RADIUS / 2).
           COMPUTE SK-SUB-CHORD ROUNDED = 2 * CU-RADIUS *
               FUNCTION SIN ((SK-ARC - SK-PREV-ARC) / CU-RADIUS / 2).
           PERFORM 855-EDIT-STATION.
           MOVE STATION-EDIT TO SKL-STATION.
           MOVE SK-ARC TO SKL-ARC.
           MOVE SK-DEFLECT-DEG TO DMS-ABS-DEGREE.
           PERFORM 850-EDIT-DMS.
           MOVE DMS-EDIT TO SKL-DEFLECTION.
           MOVE SK-CHORD TO SKL-CHORD.
           MOVE SK-SUB-CHORD TO SKL-SUB-CHORD.
           WRITE BATCH-REPORT-RECORD FROM STAKEOUT-LINE-OUT.
           MOVE SK-ARC TO SK-PREV-ARC.

      *----PC, PT AND RADIUS POINT OF A SOLVED CURVE FROM THE STORED
      *----PI AND THE BACK TANGENT AZIMUTH (THE DIRECTION OF TRAVEL
      *----COMING INTO THE PI). THE PC IS A TANGENT LENGTH BACK
      *----ALONG IT, THE PT A TANGENT LENGTH OUT ALONG THE AHEAD
      *----TANGENT (TURNED DELTA RIGHT OR LEFT), AND THE RADIUS
      *----POINT A RADIUS OFF THE PC SQUARE TO THE BACK TANGENT----
       860-STORE-CURVE-POINTS.
           DISPLAY "Curve " CTL-CURVE " - PI point number on file"
               " (0 = do not store this curve): ".
           ACCEPT FIND-NUMBER.
           IF FIND-NUMBER > ZERO
               PERFORM 881-FIND-POINT
               IF NOT POINT-FOUND
                   DISPLAY "*POINT " FIND-NUMBER
                       " NOT ON FILE FOR JOB - CURVE NOT STORED*"
               ELSE
                   MOVE PN-NORTHING (PN-IX) TO PI-N
                   MOVE PN-EASTING (PN-IX) TO PI-E
                   DISPLAY "Back tangent azimuth -"
                   PERFORM 890-KEY-AZIMUTH
                   MOVE AZ-DECIMAL TO CU-BACK-AZ
                   DISPLAY "Curve turns R)ight or L)eft: "
                   ACCEPT TURN-DIRECTION
                   IF TURN-RIGHT
                       COMPUTE CU-AHEAD-AZ = CU-BACK-AZ + CU-DELTA-DEG
                       COMPUTE CU-RP-AZ = CU-BACK-AZ + 90
                   ELSE
                       COMPUTE CU-AHEAD-AZ = CU-BACK-AZ - CU-DELTA-DEG
                       COMPUTE CU-RP-AZ = CU-BACK-AZ - 90
                   END-IF
                   COMPUTE PC-N ROUNDED = PI-N - CU-TANGENT *
                       FUNCTION COS (CU-BACK-AZ * 0.017453293)
                   COMPUTE PC-E ROUNDED = PI-E - CU-TANGENT *
                       FUNCTION SIN (CU-BACK-AZ * 0.017453293)
                   MOVE PC-N TO NEW-NORTHING
                   MOVE PC-E TO NEW-EASTING
                   MOVE SPACES TO NEW-DESCRIPTION
                   STRING "PC CURVE " CURVE-COUNT
                       DELIMITED BY SIZE INTO NEW-DESCRIPTION
                   PERFORM 883-ADD-NEXT-POINT
                   PERFORM 865-SHOW-NEW-POINT
                   COMPUTE NEW-NORTHING ROUNDED = PI-N + CU-TANGENT *
                       FUNCTION COS (CU-AHEAD-AZ * 0.017453293)
                   COMPUTE NEW-EASTING ROUNDED = PI-E + CU-TANGENT *
                       FUNCTION SIN (CU-AHEAD-AZ * 0.017453293)
                   MOVE SPACES TO NEW-DESCRIPTION
                   STRING "PT CURVE " CURVE-COUNT
                       DELIMITED BY SIZE INTO NEW-DESCRIPTION
                   PERFORM 883-ADD-NEXT-POINT
                   PERFORM 865-SHOW-NEW-POINT
                   COMPUTE NEW-NORTHING ROUNDED = PC-N + CU-RADIUS *
                       FUNCTION COS (CU-RP-AZ * 0.017453293)
                   COMPUTE NEW-EASTING ROUNDED = PC-E + CU-RADIUS *
                       FUNCTION SIN (CU-RP-AZ * 0.017453293)
                   MOVE SPACES TO NEW-DESCRIPTION
                   STRING "RADIUS POINT CURVE " CURVE-COUNT
                       DELIMITED BY SIZE INTO NEW-DESCRIPTION
                   PERFORM 883-ADD-NEXT-POINT
                   PERFORM 865-SHOW-NEW-POINT
               END-IF
           END-IF.

      *----REPORT AND SHOW A POINT JUST STORED----
       865-SHOW-NEW-POINT.
           IF POINT-ADDED
               MOVE "STORED" TO NPL-TYPE
               MOVE NEW-NUMBER TO NPL-NUMBER
               MOVE NEW-NORTHING TO NPL-NORTHING
               MOVE NEW-EASTING TO NPL-EASTING
               WRITE BATCH-REPORT-RECORD FROM NEW-POINT-LINE-OUT
               DISPLAY NEW-POINT-LINE-OUT
                   " " FUNCTION TRIM (NEW-DESCRIPTION)
           END-IF.

      *----PULL THE WHOLE POINT FILE INTO THE TABLE. A MISSING FILE
      *----IS AN EMPTY ONE. ONE TOO BIG FOR THE TABLE CAN STILL BE
      *----LOOKED UP, BUT NOTHING IS ADDED OR SAVED OVER IT----
       880-LOAD-POINTS.
           MOVE ZERO TO POINT-COUNT.
           MOVE "N" TO POINTS-CHANGED-SW.
           MOVE "N" TO POINT-OVERFLOW-SW.
           MOVE "N" TO PT-EOF-SWITCH.
           OPEN INPUT POINT-FILE.
           IF POINT-FILE-STATUS NOT = "35"
               PERFORM 887-READ-POINT-RCD
               PERFORM 888-STORE-POINT-RCD
                   UNTIL PT-EOF-SWITCH = "Y"
               CLOSE POINT-FILE
           END-IF.

      *----LOOK UP FIND-NUMBER IN THE CURRENT JOB----
       881-FIND-POINT.
           MOVE "N" TO POINT-FOUND-SW.
           IF POINT-COUNT > ZERO
               SET PN-IX TO 1
               SEARCH PN-ENTRY
                   WHEN PN-JOB (PN-IX) = COGO-JOB
                        AND PN-NUMBER (PN-IX) = FIND-NUMBER
                       MOVE "Y" TO POINT-FOUND-SW
               END-SEARCH
           END-IF.

      *----THE NEXT POINT NUMBER FREE IN THE CURRENT JOB: ONE PAST
      *----THE HIGHEST ON FILE----
       882-NEXT-FREE-NUMBER.
           MOVE ZERO TO NEXT-NUMBER.
           PERFORM 889-CHECK-HIGHEST
               VARYING PN-IX FROM 1 BY 1
               UNTIL PN-IX > POINT-COUNT.
           ADD 1 TO NEXT-NUMBER.

      *----ADD A POINT UNDER THE NEXT FREE NUMBER IN THE JOB----
       883-ADD-NEXT-POINT.
           PERFORM 882-NEXT-FREE-NUMBER.
           MOVE NEXT-NUMBER TO NEW-NUMBER.
           PERFORM 884-ADD-POINT.

      *----ADD NEW-NUMBER/NEW-NORTHING/NEW-EASTING/NEW-DESCRIPTION TO
      *----THE CURRENT JOB, IN KEY ORDER SO THE FILE STAYS SORTED BY
      *----JOB AND POINT NUMBER----
       884-ADD-POINT.
           MOVE "N" TO POINT-ADDED-SW.
           MOVE COGO-JOB TO NEW-JOB.
           MOVE NEW-NUMBER TO FIND-NUMBER.
           PERFORM 881-FIND-POINT.
           IF POINT-FOUND
               DISPLAY "*POINT " NEW-NUMBER
                   " ALREADY ON FILE FOR JOB - NOT STORED*"
           ELSE IF POINT-FILE-OVERFLOWED
               DISPLAY "*POINT FILE NOT FULLY LOADED - POINT "
                   NEW-NUMBER " NOT STORED*"
           ELSE IF POINT-COUNT NOT < 2000
               DISPLAY "*POINT FILE FULL AT 2000 POINTS - NOT STORED*"
           ELSE
               MOVE POINT-COUNT TO INSERT-SUB
               ADD 1 TO INSERT-SUB
               IF POINT-COUNT > ZERO
                   SET PN-IX TO 1
                   SEARCH PN-ENTRY
                       WHEN PN-KEY (PN-IX) > NEW-KEY
                           SET INSERT-SUB TO PN-IX
                   END-SEARCH
               END-IF
               ADD 1 TO POINT-COUNT
               PERFORM 886-SHIFT-ONE-POINT
                   VARYING SHIFT-SUB FROM POINT-COUNT BY -1
                   UNTIL SHIFT-SUB NOT > INSERT-SUB
               MOVE NEW-KEY TO PN-KEY (INSERT-SUB)
               MOVE NEW-NORTHING TO PN-NORTHING (INSERT-SUB)
               MOVE NEW-EASTING TO PN-EASTING (INSERT-SUB)
               MOVE NEW-DESCRIPTION TO PN-DESCRIPTION (INSERT-SUB)
               MOVE "Y" TO POINTS-CHANGED-SW
               MOVE "Y" TO POINT-ADDED-SW
           END-IF
           END-IF
           END-IF.

      *----WRITE THE WHOLE POINT FILE BACK IF ANYTHING WAS ADDED----
       885-SAVE-POINTS.
           IF POINTS-CHANGED AND POINT-FILE-OVERFLOWED
               MOVE "N" TO POINTS-CHANGED-SW
               DISPLAY "*POINT FILE NOT FULLY LOADED - NOT SAVED*"
           END-IF.
           IF POINTS-CHANGED
               OPEN OUTPUT POINT-FILE
               PERFORM 885-WRITE-ONE-POINT
                   VARYING PN-IX FROM 1 BY 1
                   UNTIL PN-IX > POINT-COUNT
               CLOSE POINT-FILE
               MOVE "N" TO POINTS-CHANGED-SW
               DISPLAY POINT-COUNT " POINT(S) SAVED TO "
                   FUNCTION TRIM (POINT-FILE-NAME)
           END-IF.

       885-WRITE-ONE-POINT.
           MOVE PN-JOB (PN-IX) TO PT-JOB.
           MOVE PN-NUMBER (PN-IX) TO PT-NUMBER.
           MOVE PN-NORTHING (PN-IX) TO PT-NORTHING.
           MOVE PN-EASTING (PN-IX) TO PT-EASTING.
           MOVE PN-DESCRIPTION (PN-IX) TO PT-DESCRIPTION.
           WRITE POINT-RECORD.

       886-SHIFT-ONE-POINT.
           MOVE PN-ENTRY (SHIFT-SUB - 1) TO PN-ENTRY (SHIFT-SUB).

       887-READ-POINT-RCD.
           READ POINT-FILE
               AT END
                   MOVE "Y" TO PT-EOF-SWITCH
           END-READ.

       888-STORE-POINT-RCD.
           IF POINT-COUNT < 2000
               ADD 1 TO POINT-COUNT
               MOVE PT-JOB TO PN-JOB (POINT-COUNT)
               MOVE PT-NUMBER TO PN-NUMBER (POINT-COUNT)
               MOVE PT-NORTHING TO PN-NORTHING (POINT-COUNT)
               MOVE PT-EASTING TO PN-EASTING (POINT-COUNT)
               MOVE PT-DESCRIPTION TO PN-DESCRIPTION (POINT-COUNT)
           ELSE
               DISPLAY "*POINT FILE OVER 2000 POINTS - LOOKUPS ONLY,"
                   " NO POINT WILL BE ADDED OR SAVED*"
               MOVE "Y" TO POINT-OVERFLOW-SW
               MOVE "Y" TO PT-EOF-SWITCH
           END-IF.
           IF PT-EOF-SWITCH NOT = "Y"
               PERFORM 887-READ-POINT-RCD
           END-IF.

       889-CHECK-HIGHEST.
           IF PN-JOB (PN-IX) = COGO-JOB
                   AND PN-NUMBER (PN-IX) > NEXT-NUMBER
               MOVE PN-NUMBER (PN-IX) TO NEXT-NUMBER
           END-IF.

      *----KEY AN AZIMUTH (CLOCKWISE FROM NORTH) IN DEG-MIN-SEC----
       890-KEY-AZIMUTH.
           DISPLAY "  Enter azimuth degrees (0-359): ".
           ACCEPT AZ-DEGREES.
           DISPLAY "  Enter minutes (0-59): ".
           ACCEPT AZ-MINUTES.
           DISPLAY "  Enter seconds (0-59): ".
           ACCEPT AZ-SECONDS.
           COMPUTE AZ-DECIMAL =
               AZ-DEGREES + AZ-MINUTES / 60 + AZ-SECONDS / 3600.

      *----POINT FILE MODE - COORDINATE GEOMETRY AGAINST THE STORED
      *----POINTS OF ONE JOB. RESULTS GO TO TRIGCALC.RPT AND EACH
      *----COMPUTATION IS LOGGED----
       900-POINT-RUN.
           PERFORM 880-LOAD-POINTS.
           DISPLAY POINT-COUNT " POINT(S) LOADED".
           MOVE SPACES TO COGO-JOB.
           DISPLAY "Job: ".
           ACCEPT COGO-JOB.
           OPEN OUTPUT BATCH-REPORT-FILE.
           MOVE 9 TO COGO-CHOICE.
           PERFORM 905-ONE-COGO-REQUEST
               UNTIL COGO-CHOICE = 0.
           CLOSE BATCH-REPORT-FILE.
           PERFORM 885-SAVE-POINTS.

       905-ONE-COGO-REQUEST.
           DISPLAY "-----------------".
           DISPLAY "Points - 1) list job  2) inverse"
               "  3) bearing-bearing intersection".
           DISPLAY "         4) distance-distance intersection"
               "  5) key a point  0) exit: ".
           ACCEPT COGO-CHOICE.
           EVALUATE COGO-CHOICE
               WHEN 0
                   CONTINUE
               WHEN 1
                   PERFORM 910-LIST-JOB
               WHEN 2
                   PERFORM 920-INVERSE
               WHEN 3
                   PERFORM 930-BEARING-BEARING
               WHEN 4
                   PERFORM 940-DISTANCE-DISTANCE
               WHEN 5
                   PERFORM 950-KEY-POINT
               WHEN OTHER
                   DISPLAY "*CHOOSE 0 THROUGH 5*"
           END-EVALUATE.

      *----EVERY POINT IN THE JOB, IN POINT NUMBER ORDER----
       910-LIST-JOB.
           MOVE COGO-JOB TO PHL-JOB.
           MOVE SPACES TO BATCH-REPORT-RECORD.
           WRITE BATCH-REPORT-RECORD.
           WRITE BATCH-REPORT-RECORD FROM POINT-HEADING-LINE.
           WRITE BATCH-REPORT-RECORD FROM POINT-COLUMN-LINE.
           MOVE ZERO TO FIND-NUMBER.
           PERFORM 911-LIST-ONE-POINT
               VARYING PN-IX FROM 1 BY 1
               UNTIL PN-IX > POINT-COUNT.
           DISPLAY FIND-NUMBER " POINT(S) LISTED FOR JOB " COGO-JOB
               " - SEE TRIGCALC.RPT".

       911-LIST-ONE-POINT.
           IF PN-JOB (PN-IX) = COGO-JOB
               ADD 1 TO FIND-NUMBER
               MOVE PN-NUMBER (PN-IX) TO PLO-NUMBER
               MOVE PN-NORTHING (PN-IX) TO PLO-NORTHING
               MOVE PN-EASTING (PN-IX) TO PLO-EASTING
               MOVE PN-DESCRIPTION (PN-IX) TO PLO-DESCRIPTION
               WRITE BATCH-REPORT-RECORD FROM POINT-LINE-OUT
           END-IF.

      *----KEY TWO STORED POINT NUMBERS; BOTH MUST BE ON FILE----
       915-KEY-TWO-POINTS.
           MOVE "N" TO POINT-FOUND-SW.
           DISPLAY "First point number: ".
           ACCEPT FROM-NUMBER.
           MOVE FROM-NUMBER TO FIND-NUMBER.
           PERFORM 881-FIND-POINT.
           IF NOT POINT-FOUND
               DISPLAY "*POINT " FROM-NUMBER " NOT ON FILE FOR JOB*"
           ELSE
               MOVE PN-NORTHING (PN-IX) TO FROM-N
               MOVE PN-EASTING (PN-IX) TO FROM-E
               DISPLAY "Second point number: "
               ACCEPT TO-NUMBER
               MOVE TO-NUMBER TO FIND-NUMBER
               PERFORM 881-FIND-POINT
               IF NOT POINT-FOUND
                   DISPLAY "*POINT " TO-NUMBER " NOT ON FILE FOR JOB*"
               ELSE
                   MOVE PN-NORTHING (PN-IX) TO TO-N
                   MOVE PN-EASTING (PN-IX) TO TO-E
               END-IF
           END-IF.

      *----BEARING AND DISTANCE FROM THE FIRST POINT TO THE SECOND--
       920-INVERSE.
           PERFORM 915-KEY-TWO-POINTS.
           IF POINT-FOUND
               COMPUTE ADJ-LAT = TO-N - FROM-N
               COMPUTE ADJ-DEP = TO-E - FROM-E
               PERFORM 766-BEARING-FROM-LAT-DEP
               MOVE FROM-NUMBER TO ILO-FROM
               MOVE TO-NUMBER TO ILO-TO
               MOVE BEARING-LINE-OUT (7:12) TO ILO-BEARING
               MOVE BEARING-LINE-OUT (21:9) TO ILO-AZIMUTH
               MOVE ADJ-DISTANCE TO ILO-DISTANCE
               WRITE BATCH-REPORT-RECORD FROM INVERSE-LINE-OUT
               DISPLAY INVERSE-LINE-OUT
               MOVE "COGO INV " TO LLO-CALC-TYPE
               MOVE "POINTS " TO LLO-ANGLE-MODE
               MOVE FROM-NUMBER TO LLO-INPUT-VALUE
               MOVE TO-NUMBER TO LLO-RESULT-1
               MOVE ADJ-AZIMUTH-DEG TO LLO-RESULT-2
               MOVE ADJ-DISTANCE TO LLO-RESULT-3
               MOVE LOG-LINE-OUT TO LOG-RECORD
               WRITE LOG-RECORD
           END-IF.

      *----THE POINT WHERE A LINE OUT OF EACH OF TWO STORED POINTS
      *----ON A KEYED AZIMUTH CROSS. THE TWO LINES ARE SOLVED AS A
      *----PAIR OF SIMULTANEOUS EQUATIONS IN THE DISTANCE ALONG
      *----EACH; PARALLEL LINES NEVER MEET----
       930-BEARING-BEARING.
           PERFORM 915-KEY-TWO-POINTS.
           IF POINT-FOUND
               DISPLAY "Azimuth out of the first point -"
               PERFORM 890-KEY-AZIMUTH
               MOVE AZ-DECIMAL TO INT-AZ-1
               DISPLAY "Azimuth out of the second point -"
               PERFORM 890-KEY-AZIMUTH
               MOVE AZ-DECIMAL TO INT-AZ-2
               COMPUTE INT-DET ROUNDED =
                   FUNCTION SIN ((INT-AZ-1 - INT-AZ-2) * 0.017453293)
               IF INT-DET < 0.000001 AND INT-DET > -0.000001
                   DISPLAY "*LINES ARE PARALLEL - NO INTERSECTION*"
               ELSE
                   COMPUTE INT-T1 ROUNDED =
                       ((TO-E - FROM-E) *
                           FUNCTION COS (INT-AZ-2 * 0.017453293)
                      - (TO-N - FROM-N) *
                           FUNCTION SIN (INT-AZ-2 * 0.017453293))
                       / INT-DET
                   COMPUTE NEW-NORTHING ROUNDED = FROM-N + INT-T1 *
                       FUNCTION COS (INT-AZ-1 * 0.017453293)
                   COMPUTE NEW-EASTING ROUNDED = FROM-E + INT-T1 *
                       FUNCTION SIN (INT-AZ-1 * 0.017453293)
                   MOVE "BRG-BRG" TO NPL-TYPE
                   PERFORM 960-STORE-INTERSECTION
               END-IF
           END-IF.

      *----THE POINT A KEYED DISTANCE FROM EACH OF TWO STORED POINTS.
      *----THE TWO CIRCLES MEET AT TWO POINTS, ONE EITHER SIDE OF
      *----THE LINE BETWEEN THE CENTERS, SO THE SIDE IS KEYED TOO--
       940-DISTANCE-DISTANCE.
           PERFORM 915-KEY-TWO-POINTS.
           IF POINT-FOUND
               DISPLAY "Distance from the first point: "
               ACCEPT INT-DIST-1
               DISPLAY "Distance from the second point: "
               ACCEPT INT-DIST-2
               DISPLAY "Point lies R)ight or L)eft of the line from"
                   " the first point to the second: "
               ACCEPT INT-SIDE
               COMPUTE INT-D ROUNDED = FUNCTION SQRT
                   ((TO-N - FROM-N) ** 2 + (TO-E - FROM-E) ** 2)
               IF INT-D = ZERO
                   OR INT-D > INT-DIST-1 + INT-DIST-2
                   OR INT-D < INT-DIST-1 - INT-DIST-2
                   OR INT-D < INT-DIST-2 - INT-DIST-1
                   DISPLAY "*DISTANCES DO NOT MEET - NO INTERSECTION*"
               ELSE
                   COMPUTE INT-A ROUNDED = (INT-DIST-1 ** 2
                       - INT-DIST-2 ** 2 + INT-D ** 2) / (2 * INT-D)
                   COMPUTE INT-H ROUNDED =
                       FUNCTION SQRT (INT-DIST-1 ** 2 - INT-A ** 2)
                   IF RIGHT-SIDE
                       COMPUTE NEW-NORTHING ROUNDED = FROM-N +
                           (INT-A * (TO-N - FROM-N)
                          - INT-H * (TO-E - FROM-E)) / INT-D
                       COMPUTE NEW-EASTING ROUNDED = FROM-E +
                           (INT-A * (TO-E - FROM-E)
                          + INT-H * (TO-N - FROM-N)) / INT-D
                   ELSE
                       COMPUTE NEW-NORTHING ROUNDED = FROM-N +
                           (INT-A * (TO-N - FROM-N)
                          + INT-H * (TO-E - FROM-E)) / INT-D
                       COMPUTE NEW-EASTING ROUNDED = FROM-E +
                           (INT-A * (TO-E - FROM-E)
                          - INT-H * (TO-N - FROM-N)) / INT-D
                   END-IF
                   MOVE "DIST-DIST" TO NPL-TYPE
                   PERFORM 960-STORE-INTERSECTION
               END-IF
           END-IF.

      *----KEY A POINT IN BY HAND (A FOUND MONUMENT, A CONTROL POINT
      *----FROM THE COUNTY)----
       950-KEY-POINT.
           DISPLAY "Point number (0 = next free): ".
           ACCEPT NEW-NUMBER.
           DISPLAY "Northing: ".
           ACCEPT NEW-NORTHING.
           DISPLAY "Easting: ".
           ACCEPT NEW-EASTING.
           MOVE SPACES TO NEW-DESCRIPTION.
           DISPLAY "Description: ".
           ACCEPT NEW-DESCRIPTION.
           IF NEW-NUMBER = ZERO
               PERFORM 883-ADD-NEXT-POINT
           ELSE
               PERFORM 884-ADD-POINT
           END-IF.
           MOVE "KEYED" TO NPL-TYPE.
           IF POINT-ADDED
               MOVE NEW-NUMBER TO NPL-NUMBER
               MOVE NEW-NORTHING TO NPL-NORTHING
               MOVE NEW-EASTING TO NPL-EASTING
               WRITE BATCH-REPORT-RECORD FROM NEW-POINT-LINE-OUT
               DISPLAY NEW-POINT-LINE-OUT
           END-IF.

      *----STORE AN INTERSECTION AS A NEW POINT, REPORT AND LOG IT--
       960-STORE-INTERSECTION.
           DISPLAY "New point number (0 = next free): ".
           ACCEPT NEW-NUMBER.
           MOVE SPACES TO NEW-DESCRIPTION.
           DISPLAY "Description: ".
           ACCEPT NEW-DESCRIPTION.
           IF NEW-NUMBER = ZERO
               PERFORM 883-ADD-NEXT-POINT
           ELSE
               PERFORM 884-ADD-POINT
           END-IF.
           IF POINT-ADDED
               MOVE NEW-NUMBER TO NPL-NUMBER
               MOVE NEW-NORTHING TO NPL-NORTHING
               MOVE NEW-EASTING TO NPL-EASTING
               WRITE BATCH-REPORT-RECORD FROM NEW-POINT-LINE-OUT
               DISPLAY NEW-POINT-LINE-OUT
               MOVE "COGO INT " TO LLO-CALC-TYPE
               MOVE "POINT  " TO LLO-ANGLE-MODE
               MOVE NEW-NUMBER TO LLO-INPUT-VALUE
               MOVE NEW-NORTHING TO LLO-RESULT-1
               MOVE NEW-EASTING TO LLO-RESULT-2
               MOVE ZERO TO LLO-RESULT-3
               MOVE LOG-LINE-OUT TO LOG-RECORD
               WRITE LOG-RECORD
           END-IF.

      *----DECIMAL DEGREES IN DMS-ABS-DEGREE TO THE PRINTED DMS FORM-
       850-EDIT-DMS.
           PERFORM 765-SPLIT-DMS.
           MOVE DMS-DEGREES TO DE-DEGREES.
           MOVE DMS-MINUTES TO DE-MINUTES.
           MOVE DMS-SECONDS TO DE-SECONDS.

      *----A STATION IN FEET (SK-STATION) TO HUNDREDS+FEET----
       855-EDIT-STATION.
           DIVIDE SK-STATION BY 100 GIVING STA-HUNDREDS
               REMAINDER STA-PLUS.
           MOVE STA-HUNDREDS TO SE-HUNDREDS.
           MOVE STA-PLUS TO SE-PLUS.


      *----TRAVERSE MODE - REDUCE A CHAIN OF BEARING/DISTANCE LEGS
      *----TO STATION COORDINATES AND REPORT HOW FAR FROM THE
           MOVE ZERO TO NORTHING.
           MOVE ZERO TO EASTING.
           MOVE ZERO TO PERIMETER.
           MOVE ZERO TO LEG-TABLE-COUNT.
           MOVE "N" TO LEG-TABLE-SWITCH.
           MOVE TRAVERSE-TOLERANCE TO RFL-TOLERANCE.
           DISPLAY "Adjustment tolerance - worst precision 1:n to"
               " accept (0 = 1:" FUNCTION TRIM (RFL-TOLERANCE) "): ".
           ACCEPT TOLERANCE-ENTRY.
           IF TOLERANCE-ENTRY > ZERO
               MOVE TOLERANCE-ENTRY TO TRAVERSE-TOLERANCE
           END-IF.
           OPEN INPUT TRAVERSE-FILE.
           IF TRAVERSE-FILE-STATUS = "35"
               DISPLAY "*NO TRIGTRAV.DAT TRAVERSE FILE FOUND*"
           ELSE
               PERFORM 880-LOAD-POINTS
               OPEN OUTPUT BATCH-REPORT-FILE
               WRITE BATCH-REPORT-RECORD FROM TRAVERSE-HEADING-LINE
               PERFORM 710-READ-TRAVERSE-LEG
               PERFORM 720-REDUCE-ONE-LEG
                   UNTIL TV-EOF-SWITCH = "Y"
               PERFORM 730-REPORT-CLOSURE
               PERFORM 740-ADJUST-TRAVERSE
               PERFORM 885-SAVE-POINTS
               CLOSE TRAVERSE-FILE
               CLOSE BATCH-REPORT-FILE
               DISPLAY "TRAVERSE RUN COMPLETE - " LEG-COUNT
           ADD DELTA-N TO NORTHING.
           ADD DELTA-E TO EASTING.
           ADD TV-DISTANCE TO PERIMETER.
           PERFORM 725-STORE-LEG.
           MOVE LEG-COUNT TO TVL-LEG.
           MOVE TV-DMS-DEGREES TO TVL-DEGREES.
           MOVE TV-DMS-MINUTES TO TVL-MINUTES.
           WRITE BATCH-REPORT-RECORD FROM TRAVERSE-LINE-OUT.
           PERFORM 710-READ-TRAVERSE-LEG.

      *----KEEP THE LEG FOR THE ADJUSTMENT PASS. A TRAVERSE LONGER
      *----THAN THE TABLE IS STILL REDUCED BUT CANNOT BE ADJUSTED--
       725-STORE-LEG.
           IF LEG-TABLE-COUNT < 500
               ADD 1 TO LEG-TABLE-COUNT
               SET LG-IX TO LEG-TABLE-COUNT
               MOVE TV-DISTANCE TO LG-DISTANCE (LG-IX)
               MOVE PERIMETER TO LG-CUM-DIST (LG-IX)
               MOVE NORTHING TO LG-NORTHING (LG-IX)
               MOVE EASTING TO LG-EASTING (LG-IX)
           ELSE
               MOVE "Y" TO LEG-TABLE-SWITCH
           END-IF.

      *----A CLOSED TRAVERSE SHOULD END WHERE IT STARTED - WHAT IS
      *----LEFT OVER IS THE CLOSURE ERROR, AND PERIMETER OVER
      *----CLOSURE IS THE PRECISION RATIO THE COUNTY WANTS----
               "  PRECISION 1:" CLO-PRECISION.
           PERFORM 340-WRITE-TRAVERSE-LOG-LINE.

      *----COMPASS (BOWDITCH) RULE: EACH STATION MOVES AGAINST THE
      *----MISCLOSURE IN PROPORTION TO ITS DISTANCE ALONG THE
      *----TRAVERSE, SO THE LAST STATION LANDS BACK ON THE POINT OF
      *----BEGINNING. ONLY A TRAVERSE THAT MEETS THE TOLERANCE IS
      *----ADJUSTED - A WORSE ONE NEEDS TO BE RE-MEASURED, NOT
      *----SMOOTHED OVER----
       740-ADJUST-TRAVERSE.
           IF LEG-TABLE-FULL
               MOVE "*TOO MANY LEGS TO ADJUST - LIMIT IS 500*"
                   TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
               DISPLAY "*TOO MANY LEGS TO ADJUST - LIMIT IS 500*"
           ELSE IF LEG-COUNT < 3 OR PERIMETER = ZERO
               MOVE "*TOO FEW LEGS TO CLOSE A FIGURE - NOT ADJUSTED*"
                   TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
               DISPLAY "*TOO FEW LEGS TO CLOSE A FIGURE - NOT ADJUSTED*"
           ELSE IF CLOSURE-ERROR > ZERO
                   AND PRECISION-RATIO < TRAVERSE-TOLERANCE
               MOVE PRECISION-RATIO TO RFL-PRECISION
               MOVE TRAVERSE-TOLERANCE TO RFL-TOLERANCE
               WRITE BATCH-REPORT-RECORD FROM REFUSED-LINE-OUT
               DISPLAY REFUSED-LINE-OUT
           ELSE
               OPEN OUTPUT ADJUSTED-FILE
               MOVE ZERO TO PREV-ADJ-N
               MOVE ZERO TO PREV-ADJ-E
               MOVE ZERO TO AREA-SUM
               MOVE ZERO TO AJ-STATION
               MOVE ZERO TO AJ-NORTHING
               MOVE ZERO TO AJ-EASTING
               WRITE ADJUSTED-RECORD
               MOVE SPACES TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD FROM ADJUSTED-HEADING-LINE
               PERFORM 750-ADJUST-ONE-STATION
                   VARYING LG-IX FROM 1 BY 1
                   UNTIL LG-IX > LEG-TABLE-COUNT
               CLOSE ADJUSTED-FILE
               MOVE ZERO TO PREV-ADJ-N
               MOVE ZERO TO PREV-ADJ-E
               MOVE SPACES TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD FROM BEARING-HEADING-LINE
               PERFORM 760-ADJUSTED-BEARING
                   VARYING LG-IX FROM 1 BY 1
                   UNTIL LG-IX > LEG-TABLE-COUNT
               PERFORM 770-REPORT-AREA
               PERFORM 780-STORE-TRAVERSE-POINTS
           END-IF
           END-IF
           END-IF.

      *----ADJUSTED COORDINATES OF THE STATION AT THE END OF ONE LEG,
      *----THE ADJUSTED LATITUDE/DEPARTURE BEING THE STEP FROM THE
      *----STATION BEFORE IT. THE AREA IS ACCUMULATED HERE TOO, BY
      *----COORDINATES (THE CROSS PRODUCTS OF EACH PAIR OF STATIONS)-
       750-ADJUST-ONE-STATION.
           COMPUTE ADL-NORTHING ROUNDED = LG-NORTHING (LG-IX) -
               NORTHING * LG-CUM-DIST (LG-IX) / PERIMETER.
           COMPUTE ADL-EASTING ROUNDED = LG-EASTING (LG-IX) -
               EASTING * LG-CUM-DIST (LG-IX) / PERIMETER.
           COMPUTE AJ-NORTHING ROUNDED = LG-NORTHING (LG-IX) -
               NORTHING * LG-CUM-DIST (LG-IX) / PERIMETER.
           COMPUTE AJ-EASTING ROUNDED = LG-EASTING (LG-IX) -
               EASTING * LG-CUM-DIST (LG-IX) / PERIMETER.
           COMPUTE ADJ-LAT = AJ-NORTHING - PREV-ADJ-N.
           COMPUTE ADJ-DEP = AJ-EASTING - PREV-ADJ-E.
           COMPUTE AREA-SUM = AREA-SUM +
               PREV-ADJ-N * AJ-EASTING - AJ-NORTHING * PREV-ADJ-E.
           SET AJ-STATION TO LG-IX.
           MOVE AJ-STATION TO ADL-LEG.
           MOVE ADJ-LAT TO ADL-LATITUDE.
           MOVE ADJ-DEP TO ADL-DEPARTURE.
           WRITE BATCH-REPORT-RECORD FROM ADJUSTED-LINE-OUT.
           MOVE AJ-NORTHING TO LG-ADJ-NORTHING (LG-IX).
           MOVE AJ-EASTING TO LG-ADJ-EASTING (LG-IX).
      *----THE LAST STATION IS THE POINT OF BEGINNING AGAIN, ALREADY
      *----WRITTEN AS STATION 0----
           IF LG-IX < LEG-TABLE-COUNT
               WRITE ADJUSTED-RECORD
           END-IF.
           MOVE AJ-NORTHING TO PREV-ADJ-N.
           MOVE AJ-EASTING TO PREV-ADJ-E.

      *----ADJUSTED BEARING AND DISTANCE OF ONE LEG, WORKED BACK FROM
      *----THE ADJUSTED COORDINATES AT EACH END. THE BEARING IS THE
      *----ANGLE OFF NORTH OR SOUTH TOWARD EAST OR WEST; THE AZIMUTH
      *----THE SAME DIRECTION CLOCKWISE FROM NORTH----
       760-ADJUSTED-BEARING.
           COMPUTE AJ-NORTHING ROUNDED = LG-NORTHING (LG-IX) -
               NORTHING * LG-CUM-DIST (LG-IX) / PERIMETER.
           COMPUTE AJ-EASTING ROUNDED = LG-EASTING (LG-IX) -
               EASTING * LG-CUM-DIST (LG-IX) / PERIMETER.
           COMPUTE ADJ-LAT = AJ-NORTHING - PREV-ADJ-N.
           COMPUTE ADJ-DEP = AJ-EASTING - PREV-ADJ-E.
           MOVE AJ-NORTHING TO PREV-ADJ-N.
           MOVE AJ-EASTING TO PREV-ADJ-E.
           PERFORM 766-BEARING-FROM-LAT-DEP.
           SET BRL-LEG TO LG-IX.
           MOVE ADJ-DISTANCE TO BRL-DISTANCE.
           WRITE BATCH-REPORT-RECORD FROM BEARING-LINE-OUT.

      *----BEARING, AZIMUTH AND DISTANCE OF THE STEP ADJ-LAT/ADJ-DEP
      *----INTO THE BEARING-LINE-OUT FIELDS AND ADJ-DISTANCE----
       766-BEARING-FROM-LAT-DEP.
           IF ADJ-LAT < ZERO
               MOVE "S" TO BRL-NS
               COMPUTE ADJ-LAT-ABS = 0 - ADJ-LAT
           ELSE
               MOVE "N" TO BRL-NS
               MOVE ADJ-LAT TO ADJ-LAT-ABS
           END-IF.
           IF ADJ-DEP < ZERO
               MOVE "W" TO BRL-EW
               COMPUTE ADJ-DEP-ABS = 0 - ADJ-DEP
           ELSE
               MOVE "E" TO BRL-EW
               MOVE ADJ-DEP TO ADJ-DEP-ABS
           END-IF.
           COMPUTE ADJ-DISTANCE ROUNDED =
               FUNCTION SQRT (ADJ-LAT-ABS ** 2 + ADJ-DEP-ABS ** 2).
           IF ADJ-LAT-ABS = ZERO
               IF ADJ-DEP-ABS = ZERO
                   MOVE ZERO TO ADJ-BEARING-DEG
               ELSE
                   MOVE 90 TO ADJ-BEARING-DEG
               END-IF
           ELSE
               COMPUTE ADJ-BEARING-DEG ROUNDED =
                   FUNCTION ATAN (ADJ-DEP-ABS / ADJ-LAT-ABS)
                       / 0.017453293
           END-IF.
           EVALUATE TRUE
               WHEN BRL-NS = "N" AND BRL-EW = "E"
                   MOVE ADJ-BEARING-DEG TO ADJ-AZIMUTH-DEG
               WHEN BRL-NS = "S" AND BRL-EW = "E"
                   COMPUTE ADJ-AZIMUTH-DEG = 180 - ADJ-BEARING-DEG
               WHEN BRL-NS = "S" AND BRL-EW = "W"
                   COMPUTE ADJ-AZIMUTH-DEG = 180 + ADJ-BEARING-DEG
               WHEN OTHER
                   COMPUTE ADJ-AZIMUTH-DEG = 360 - ADJ-BEARING-DEG
           END-EVALUATE.
           MOVE ADJ-BEARING-DEG TO DMS-ABS-DEGREE.
           PERFORM 765-SPLIT-DMS.
           MOVE DMS-DEGREES TO BRL-DEGREES.
           MOVE DMS-MINUTES TO BRL-MINUTES.
           MOVE DMS-SECONDS TO BRL-SECONDS.
           MOVE ADJ-AZIMUTH-DEG TO DMS-ABS-DEGREE.
           PERFORM 765-SPLIT-DMS.
           IF DMS-DEGREES = 360
               MOVE ZERO TO DMS-DEGREES
           END-IF.
           MOVE DMS-DEGREES TO BRL-AZ-DEGREES.
           MOVE DMS-MINUTES TO BRL-AZ-MINUTES.
           MOVE DMS-SECONDS TO BRL-AZ-SECONDS.

      *----DECIMAL DEGREES (DMS-ABS-DEGREE) TO WHOLE DEGREES, MINUTES
      *----AND SECONDS, ROUNDED TO THE NEAREST SECOND----
       765-SPLIT-DMS.
           COMPUTE DMS-TOTAL-SECONDS ROUNDED = DMS-ABS-DEGREE * 3600.
           DIVIDE DMS-TOTAL-SECONDS BY 3600 GIVING DMS-DEGREES
               REMAINDER DMS-REM-SECONDS.
           DIVIDE DMS-REM-SECONDS BY 60 GIVING DMS-MINUTES
               REMAINDER DMS-SECONDS.

      *----HALF THE SUM OF THE CROSS PRODUCTS IS THE ENCLOSED AREA
      *----(ITS SIGN ONLY SAYS WHICH WAY ROUND THE PARCEL WAS RUN)--
       770-REPORT-AREA.
           IF AREA-SUM < ZERO
               COMPUTE AREA-SQ-FT ROUNDED = (0 - AREA-SUM) / 2
           ELSE
               COMPUTE AREA-SQ-FT ROUNDED = AREA-SUM / 2
           END-IF.
           COMPUTE AREA-ACRES ROUNDED = AREA-SQ-FT / 43560.
           MOVE AREA-SQ-FT TO ARL-SQ-FT.
           MOVE AREA-ACRES TO ARL-ACRES.
           MOVE SPACES TO BATCH-REPORT-RECORD.
           WRITE BATCH-REPORT-RECORD.
           WRITE BATCH-REPORT-RECORD FROM AREA-LINE-OUT.
           DISPLAY "TRAVERSE ADJUSTED BY COMPASS RULE - "
               "ADJUSTED STATIONS WRITTEN TO "
               FUNCTION TRIM (ADJUSTED-FILE-NAME).
           DISPLAY AREA-LINE-OUT.
           PERFORM 345-WRITE-ADJUSTMENT-LOG-LINE.

      *----OFFER THE ADJUSTED STATIONS TO THE POINT FILE. NAMING A
      *----STORED POINT AS THE POINT OF BEGINNING MOVES THE WHOLE
      *----TRAVERSE ONTO IT; OTHERWISE THE POINT OF BEGINNING IS
      *----STORED TOO, AT 0,0, AS THE TRAVERSE WAS RUN----
       780-STORE-TRAVERSE-POINTS.
           MOVE SPACES TO COGO-JOB.
           DISPLAY "Store adjusted stations in the point file -"
               " job (blank = do not store): ".
           ACCEPT COGO-JOB.
           IF COGO-JOB NOT = SPACES
               DISPLAY "Point of beginning - point number on file"
                   " (0 = start at 0,0): "
               ACCEPT POB-NUMBER
               MOVE ZERO TO BASE-N
               MOVE ZERO TO BASE-E
               MOVE "Y" TO POINT-ADDED-SW
               IF POB-NUMBER > ZERO
                   MOVE POB-NUMBER TO FIND-NUMBER
                   PERFORM 881-FIND-POINT
                   IF POINT-FOUND
                       MOVE PN-NORTHING (PN-IX) TO BASE-N
                       MOVE PN-EASTING (PN-IX) TO BASE-E
                   ELSE
                       MOVE "N" TO POINT-ADDED-SW
                       DISPLAY "*POINT " POB-NUMBER
                           " NOT ON FILE FOR JOB - STATIONS NOT STORED*"
                   END-IF
               ELSE
                   MOVE ZERO TO NEW-NORTHING
                   MOVE ZERO TO NEW-EASTING
                   MOVE "TRAVERSE POINT OF BEGINNING" TO NEW-DESCRIPTION
                   PERFORM 883-ADD-NEXT-POINT
               END-IF
               IF POINT-ADDED
                   PERFORM 781-STORE-ONE-STATION
                       VARYING LG-IX FROM 1 BY 1
                       UNTIL LG-IX NOT < LEG-TABLE-COUNT
                   DISPLAY "STATIONS STORED FOR JOB " COGO-JOB
                       " THROUGH POINT " NEW-NUMBER
               END-IF
           END-IF.

       781-STORE-ONE-STATION.
           COMPUTE NEW-NORTHING = BASE-N + LG-ADJ-NORTHING (LG-IX).
           COMPUTE NEW-EASTING = BASE-E + LG-ADJ-EASTING (LG-IX).
           MOVE SPACES TO NEW-DESCRIPTION.
           SET AJ-STATION TO LG-IX.
           STRING "TRAVERSE STATION " AJ-STATION
               DELIMITED BY SIZE INTO NEW-DESCRIPTION.
           PERFORM 883-ADD-NEXT-POINT.

      *----WRITE A LOG LINE FOR A TRAVERSE RUN: INPUT VALUE IS THE
      *----LEG COUNT, RESULTS ARE THE CLOSURE ERROR, PERIMETER, AND
      *----PRECISION RATIO----
           MOVE LOG-LINE-OUT TO LOG-RECORD.
           WRITE LOG-RECORD.

      *----WRITE A LOG LINE FOR A COMPASS-RULE ADJUSTMENT: INPUT VALUE
      *----IS THE LEG COUNT, RESULTS ARE THE AREA IN ACRES, THE
      *----PERIMETER, AND THE TOLERANCE IT WAS ADJUSTED UNDER----
       345-WRITE-ADJUSTMENT-LOG-LINE.
           MOVE "ADJUST   " TO LLO-CALC-TYPE.
           MOVE "LEGS   " TO LLO-ANGLE-MODE.
           MOVE LEG-COUNT TO LLO-INPUT-VALUE.
           MOVE AREA-ACRES TO LLO-RESULT-1.
           MOVE PERIMETER TO LLO-RESULT-2.
           MOVE TRAVERSE-TOLERANCE TO LLO-RESULT-3.
           MOVE LOG-LINE-OUT TO LOG-RECORD.
           WRITE LOG-RECORD.

      *----WRITE A LOG LINE FOR A HORIZONTAL CURVE: INPUT VALUE IS
      *----THE RADIUS, RESULTS ARE THE DELTA IN DECIMAL DEGREES, THE
      *----TANGENT, AND THE ARC LENGTH----
       360-WRITE-CURVE-LOG-LINE.
           MOVE "CURVE    " TO LLO-CALC-TYPE.
           MOVE "RADIUS " TO LLO-ANGLE-MODE.
           MOVE CU-RADIUS TO LLO-INPUT-VALUE.
           MOVE CU-DELTA-DEG TO LLO-RESULT-1.
           MOVE CU-TANGENT TO LLO-RESULT-2.
           MOVE CU-ARC TO LLO-RESULT-3.
           MOVE LOG-LINE-OUT TO LOG-RECORD.
           WRITE LOG-RECORD.

      *----READ THE CENTRAL PARAMETER FILE AND APPLY EVERY KEYWORD
      *----THIS PROGRAM RECOGNIZES, SHOWING EACH VALUE AS IT LANDS--
       050-READ-PARM-FILE.
                   MOVE PARM-VALUE TO TRAVERSE-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "TRIG_TRAVERSE_TOLERANCE"
                   IF FUNCTION TRIM (PARM-VALUE) IS NUMERIC
                       COMPUTE TRAVERSE-TOLERANCE =
                           FUNCTION NUMVAL (PARM-VALUE)
                   END-IF
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "TRIG_ADJUSTED_FILE"
                   MOVE PARM-VALUE TO ADJUSTED-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "TRIG_CURVE_FILE"
                   MOVE PARM-VALUE TO CURVE-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)
               WHEN "TRIG_POINT_FILE"
                   MOVE PARM-VALUE TO POINT-FILE-NAME
                   DISPLAY "PARM " FUNCTION TRIM (PARM-KEY)
                       " = " FUNCTION TRIM (PARM-VALUE)

               WHEN OTHER
                   CONTINUE
