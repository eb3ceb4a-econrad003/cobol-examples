       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TRAVERSE".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. Reduction of a closed field traverse as the
      *    crew brings it back: a starting point and the azimuth of
      *    a backsight from it, then for each leg the angle turned
      *    at the station (an angle right, clockwise from the
      *    backsight to the foresight) and the measured distance to
      *    the next station.  The last leg closes on the starting
      *    point.  The program carries the azimuths around the
      *    loop, computes each leg's latitude and departure, and
      *    reports the misclosure in latitude and departure, the
      *    linear misclosure, and the precision ratio (1:N, the
      *    perimeter over the linear misclosure) against the shop
      *    minimum.
      *
      *    A traverse that meets the minimum is balanced by the
      *    compass (Bowditch) rule -- each leg's latitude and
      *    departure take a share of the misclosure in proportion
      *    to the leg's length -- and the traverse is audited,
      *    exported, and posted to the history master under the TRV
      *    tag and the session's active job, like any other solve.
      *    Once the solve has posted, the adjusted stations are
      *    added to the point master PTMAST.DAT under the active
      *    job and consecutive new point numbers, marked source "A"
      *    (adjusted), so VERTEX can solve the parcel by point
      *    number.  A traverse that falls short of the minimum, or
      *    that cannot be posted, is reported and no points are
      *    added.
      *
      *    The starting point may already be on the point master for
      *    the job (a control point or an earlier traverse station),
      *    in which case its coordinates are taken from there and it
      *    is not written again; otherwise it is keyed and posted
      *    along with the new stations, marked source "K".  Points
      *    are filed by job, so with no active job nothing is looked
      *    up and the stations are not posted to the point master.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "EXPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "TRIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-SERIAL
               ALTERNATE RECORD KEY IS MAST-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT TRICTL-FILE ASSIGN TO "TRICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRICTL-FILE-STATUS.
           SELECT PTMAST-FILE ASSIGN TO "PTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-KEY
               FILE STATUS IS PTMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                 PIC X(152).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  MASTER-FILE.
       COPY "trimast.cpy".

       FD  TRICTL-FILE.
       01  TRICTL-RECORD                PIC 9(9).

       FD  PTMAST-FILE.
       COPY "ptmast.cpy".

       WORKING-STORAGE SECTION.
       77  X                            PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  XI                           PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  ZETA                         PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TWO-PI                       PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  ANGLE-MEASURE                PIC X VALUE SPACE.
           88  VALID-MEASURE                VALUES "r", "d", "s".
           88  RADIAN-MEASURE               VALUE "r".
           88  DEGREE-MEASURE               VALUE "d".
           88  DMS-MEASURE                  VALUE "s".

      * Degrees-minutes-seconds entry (angle measure code "s"),
      * keyed as free-form text the way the field book reads and
      * pulled apart with UNSTRING
       77  DMS-TEXT                     PIC X(20).
       77  DMS-DEG-TEXT                 PIC X(10).
       77  DMS-MIN-TEXT                 PIC X(10).
       77  DMS-SEC-TEXT                 PIC X(10).
       77  DMS-DEGREES                  PIC S9(3)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  DMS-MINUTES                  PIC S9(3)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  DMS-SECONDS                  PIC S9(3)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  DMS-ERROR-SW                 PIC X VALUE "N".
           88  DMS-ERROR                    VALUE "Y".

      * A turned angle must be greater than zero; a backsight
      * azimuth of exactly zero (due north) is allowed
       77  ZERO-ANGLE-SW                PIC X VALUE "N".
           88  ZERO-ANGLE-ALLOWED           VALUE "Y".

      * Azimuths and angles shown in degrees-minutes-seconds for
      * the field notes (340-FORMAT-DMS)
       77  DMS-SHOW-TEXT                PIC X(16).
       77  DMS-SHOW-DEGREES             PIC 9(3).
       77  DMS-SHOW-MINUTES             PIC 9(2).
       77  DMS-SHOW-SECONDS             PIC 9(2).
       77  DMS-SHOW-TENTH               PIC 9(1).
       77  DMS-TENTH-SECS               PIC 9(3).
       77  DMS-DEG-EDIT                 PIC ZZ9.
       77  DMS-MIN-EDIT                 PIC 9(2).
       77  DMS-SEC-EDIT                 PIC 9(2).

      * The traverse as observed and as adjusted, one entry per
      * leg.  Leg n runs from station n to station n + 1, the last
      * leg back to station 1; TRV-X and TRV-Y are the adjusted
      * coordinates of the station the leg starts from, in the
      * unit entered.  Angles and azimuths are held in radians.
       77  TRV-LEG-COUNT                PIC 9(2) VALUE ZERO.
           88  VALID-LEG-COUNT              VALUES 3 THRU 20.
       77  TRV-IX                       PIC 9(2).
       77  TRV-NEXT-IX                  PIC 9(2).
       01  TRAVERSE-TABLE.
           02  TRV-LEG OCCURS 20 TIMES.
               03  TRV-PT-NO            PIC 9(5).
               03  TRV-DESC             PIC X(20).
               03  TRV-ANGLE            PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  TRV-DIST             PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  TRV-AZIMUTH          PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  TRV-LAT              PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  TRV-DEP              PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  TRV-CORR-LAT         PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  TRV-CORR-DEP         PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  TRV-X                PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  TRV-Y                PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.

      * Starting point and backsight
       77  START-PT-NO                  PIC 9(5) VALUE ZERO.
       77  START-AZIMUTH                PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  START-ON-FILE-SW             PIC X VALUE "N".
           88  START-ON-FILE                VALUE "Y".

      * New stations are numbered consecutively from the first new
      * point number; none of them may already be on the point
      * master for the job
       77  FIRST-NEW-PT-NO              PIC 9(5) VALUE ZERO.
       77  LAST-NEW-PT-NO               PIC 9(6) VALUE ZERO.
       77  PT-NO-TEXT                   PIC X(8).
       77  PT-NO-WANTED                 PIC 9(5).
       77  PT-COLLISION-COUNT           PIC 9(3) VALUE ZERO.
       77  CHECK-PT-NO                  PIC 9(6).
       77  DESC-TEXT                    PIC X(20).

      * Point master
       77  PTMAST-FILE-STATUS           PIC X(2).
           88  PTMAST-FILE-OK               VALUE "00".
       77  POINT-TIMESTAMP              PIC X(21).
       77  POINT-FOUND-SW               PIC X VALUE "N".
           88  POINT-FOUND                  VALUE "Y".
       77  POSTED-COUNT                 PIC 9(3) VALUE ZERO.
       77  POINT-FAILED-COUNT           PIC 9(3) VALUE ZERO.
       77  PT-COUNT-EDIT                PIC Z(2)9.
       77  PT-NO-EDIT                   PIC Z(4)9.

      * Closure.  The sums of latitude and departure are the
      * misclosure of a loop that should come back to its start;
      * the precision ratio is reported as 1:N and is held to the
      * shop minimum before anything is posted.  An exact closure
      * is carried as the largest ratio the field holds.
       77  SUM-LAT                      PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SUM-DEP                      PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  PERIMETER                    PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  MISCLOSURE                   PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  PRECISION-RATIO              PIC 9(7).
       77  PRECISION-MINIMUM            PIC 9(7) VALUE 10000.
       77  PRECISION-EDIT               PIC Z(6)9.
       77  TRAVERSE-ERROR-SW            PIC X VALUE "N".
           88  TRAVERSE-ERROR               VALUE "Y".

      * Enclosed area of the adjusted traverse (shoelace), in the
      * square of the unit entered and in square feet
       77  TRV-AREA                     PIC S9(9)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TRV-AREA-SQFT                PIC S9(9)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SQ-FEET-PER-ACRE             PIC 9(5) VALUE 43560.
       77  ACRE-VALUE                   PIC S9(7)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  AREA-EDIT                    PIC Z(8)9.9(2).
       77  AUDIT-AREA-EDIT              PIC Z(8)9.9(4).
       77  ACRE-EDIT                    PIC Z(5)9.9(4).

      * Report line building
       77  LEG-FROM-EDIT                PIC Z9.
       77  LEG-LINE-TEXT                PIC X(80).
       77  LEG-POINTER                  PIC 9(3).
       77  XVAL                         PIC Z(5).9(4)-.
       77  INPUT-PROMPT                 PIC X(72).
       77  COORD-TEXT                   PIC X(16).

      * Audit log
       77  AUDIT-TIMESTAMP              PIC X(21).
       77  AUDIT-FILE-STATUS            PIC X(2).
           88  AUDIT-FILE-OK                VALUE "00".
       77  AUDIT-POINTER                PIC 9(3).

      * Reduce-another-traverse switch
       77  AGAIN-SW                     PIC X VALUE SPACE.
           88  VALID-AGAIN-SW               VALUES "y", "n".
           88  AGAIN-ANSWER                 VALUE "y".

      * Unit of length for the distances and coordinates entered
       77  LENGTH-UNIT                  PIC X VALUE SPACE.
           88  VALID-LENGTH-UNIT            VALUES "F", "M".
           88  FEET-UNIT                    VALUE "F".
           88  METER-UNIT                   VALUE "M".
       77  METERS-TO-FEET               PIC 9V9(5) VALUE 3.28084.

      * Output decimal precision
       77  DEC-PLACES                   PIC 9 VALUE 4.
           88  VALID-DEC-PLACES             VALUES 0 THRU 4.
       77  SCALE-FACTOR                 PIC 9(5) VALUE 10000.
       77  SCALED-WHOLE                 PIC S9(9)
               SIGN TRAILING SEPARATE CHARACTER.

      * Variable-width display formatting (330-FORMAT-VALUE)
       77  FMT-TEXT                     PIC X(16).
       77  FMT-INT-PART                 PIC S9(9)
               SIGN TRAILING SEPARATE CHARACTER.
       77  FMT-FRAC-PART                PIC S9(9)
               SIGN TRAILING SEPARATE CHARACTER.
       77  FMT-FRAC-SCALE               PIC 9(5).
       77  FMT-FRAC-SCALED              PIC S9(9)
               SIGN TRAILING SEPARATE CHARACTER.
       77  FMT-INT-EDIT                 PIC Z(9)9-.
       77  FMT-FRAC-EDIT                PIC 9(4).
       77  FMT-POINTER                  PIC 9(2).

      * Results export for the CAD/GIS import
       77  EXPORT-FILE-STATUS           PIC X(2).
           88  EXPORT-FILE-OK               VALUE "00".
       COPY "triexp.cpy".

      * Triangle history master, written alongside the audit line
      * and the export record so reporting reads the master instead
      * of rescanning AUDIT.LOG
       77  MASTER-FILE-STATUS           PIC X(2).
           88  MASTER-FILE-OK               VALUE "00".
       77  TRICTL-FILE-STATUS           PIC X(2).
           88  TRICTL-FILE-OK               VALUE "00".
       77  NEXT-SERIAL                  PIC 9(9) VALUE ZERO.
       77  MASTER-TIMESTAMP             PIC X(21).

      * Posting lock.  A solve's serial, master record, audit line,
      * and export record are posted together under TRILOCK so that
      * sessions at other terminals cannot take the same serial or
      * interleave with the posting, and a solve that cannot be
      * posted whole is not posted at all
       77  SOLVE-POSTED-SW              PIC X VALUE "N".
           88  SOLVE-POSTED                 VALUE "Y".
       77  SOLVE-PARTIAL-SW             PIC X VALUE "N".
           88  SOLVE-PARTIAL                VALUE "Y".
       COPY "lockparm.cpy".

      * Active client job for this session, carried onto the audit
      * line, the export record, and the history master
       77  ACTIVE-JOB-NO                PIC X(8) VALUE SPACES.

      * Set when MENU passes the session preference block, so the
      * per-run unit/precision prompts are skipped
       77  PREFS-PASSED-SW              PIC X VALUE "N".
           88  PREFS-PASSED                 VALUE "Y".

       LINKAGE SECTION.
       COPY "prefs.cpy".

       PROCEDURE DIVISION.
       000-MAIN.
      *    Standalone entry: no preference block was passed, so the
      *    usual prompts apply.
           MOVE "N" TO PREFS-PASSED-SW.
           GO TO 020-RUN.

       010-MENU-ENTRY.
      *    MENU enters here with the session preference block it
      *    collected at session start.
       ENTRY "TRVP" USING SESSION-PREFS.
           PERFORM 130-APPLY-SESSION-PREFS.

       020-RUN.
           COMPUTE TWO-PI = 2 * PI.
           PERFORM 915-OPEN-MASTER.
           PERFORM 600-REDUCE-TRAVERSE THRU 600-REDUCE-TRAVERSE-EXIT.
           CLOSE MASTER-FILE.
           GOBACK.

       600-REDUCE-TRAVERSE.
           IF NOT PREFS-PASSED THEN
               PERFORM 110-GET-LENGTH-UNIT
               PERFORM 120-GET-DEC-PLACES
               PERFORM 155-GET-MEASURE UNTIL VALID-MEASURE
               PERFORM 115-GET-JOB-NO
           END-IF.

       601-REDUCE-ONE.
           PERFORM 610-GET-START-POINT.
           PERFORM 620-GET-LEG-COUNT.
           PERFORM 625-GET-FIRST-NEW-POINT
               THRU 625-GET-FIRST-NEW-POINT-EXIT.
           PERFORM 630-GET-LEG
               VARYING TRV-IX FROM 1 BY 1
               UNTIL TRV-IX IS GREATER THAN TRV-LEG-COUNT.

           PERFORM 640-COMPUTE-LATS-DEPS THRU 640-COMPUTE-EXIT.
           IF TRAVERSE-ERROR THEN
               GO TO 602-REDUCE-ANOTHER
           END-IF.
           PERFORM 650-CHECK-CLOSURE THRU 650-CHECK-CLOSURE-EXIT.
           IF TRAVERSE-ERROR THEN
               GO TO 602-REDUCE-ANOTHER
           END-IF.
           DISPLAY "Traverse legs (unadjusted):".
           PERFORM 655-SHOW-LEG
               VARYING TRV-IX FROM 1 BY 1
               UNTIL TRV-IX IS GREATER THAN TRV-LEG-COUNT.
           PERFORM 660-SHOW-CLOSURE.
           IF PRECISION-RATIO IS LESS THAN PRECISION-MINIMUM THEN
               MOVE PRECISION-MINIMUM TO PRECISION-EDIT
               DISPLAY "The traverse does not meet the shop minimum "
                   "of 1:" FUNCTION TRIM(PRECISION-EDIT) "."
               DISPLAY "Nothing has been posted; check the field "
                   "notes and re-run the traverse."
               GO TO 602-REDUCE-ANOTHER
           END-IF.

           PERFORM 670-ADJUST-LEG
               VARYING TRV-IX FROM 1 BY 1
               UNTIL TRV-IX IS GREATER THAN TRV-LEG-COUNT.
           PERFORM 680-COMPUTE-AREA THRU 680-COMPUTE-AREA-EXIT.
           DISPLAY "Adjusted stations (compass rule):".
           PERFORM 685-SHOW-STATION
               VARYING TRV-IX FROM 1 BY 1
               UNTIL TRV-IX IS GREATER THAN TRV-LEG-COUNT.
           PERFORM 690-SHOW-AREA.

           PERFORM 795-CHECK-POINT-BLOCK
               THRU 795-CHECK-POINT-BLOCK-EXIT.
           IF TRAVERSE-ERROR THEN
               GO TO 602-REDUCE-ANOTHER
           END-IF.
           PERFORM 930-POST-SOLVE THRU 930-POST-SOLVE-EXIT.
           IF SOLVE-POSTED THEN
               PERFORM 800-POST-POINTS THRU 800-POST-POINTS-EXIT
           END-IF.

       602-REDUCE-ANOTHER.
           PERFORM 695-REDUCE-ANOTHER.
           IF AGAIN-ANSWER THEN
               GO TO 601-REDUCE-ONE
           END-IF.

       600-REDUCE-TRAVERSE-EXIT.
           EXIT.

       610-GET-START-POINT.
      *    The starting point is looked up in the point master; a
      *    point not yet on file is keyed and will be posted with
      *    the traverse.
           DISPLAY "Enter the point number of the starting point:".
           ACCEPT PT-NO-TEXT.
           COMPUTE START-PT-NO = NUMVAL(PT-NO-TEXT)
               ON SIZE ERROR
                   DISPLAY "  point number out of range, "
                       "try again..."
                   GO TO 610-GET-START-POINT
           END-COMPUTE.
           IF START-PT-NO = 0 THEN
               DISPLAY "  point numbers start at 1, try again..."
               GO TO 610-GET-START-POINT
           END-IF.
           MOVE START-PT-NO TO PT-NO-WANTED.
           PERFORM 810-FIND-POINT THRU 810-FIND-POINT-EXIT.
           MOVE START-PT-NO TO TRV-PT-NO(1).
           IF POINT-FOUND THEN
               MOVE "Y" TO START-ON-FILE-SW
               DISPLAY "  found: " TRV-DESC(1)
               MOVE TRV-X(1) TO XVAL
               DISPLAY "    X = " XVAL
               MOVE TRV-Y(1) TO XVAL
               DISPLAY "    Y = " XVAL
           ELSE
               MOVE "N" TO START-ON-FILE-SW
               DISPLAY "  point " START-PT-NO " is not on the "
                   "point master; key its coordinates."
               MOVE "Enter the X coordinate of the starting point:"
                   TO INPUT-PROMPT
               PERFORM 105-GET-COORDINATE
               MOVE X TO TRV-X(1)
               MOVE "Enter the Y coordinate of the starting point:"
                   TO INPUT-PROMPT
               PERFORM 105-GET-COORDINATE
               MOVE X TO TRV-Y(1)
               MOVE "Enter the description of the starting point:"
                   TO INPUT-PROMPT
               PERFORM 635-GET-DESCRIPTION
               MOVE DESC-TEXT TO TRV-DESC(1)
           END-IF.
           MOVE "Enter the backsight azimuth from the starting point:"
               TO INPUT-PROMPT.
           MOVE "Y" TO ZERO-ANGLE-SW.
           PERFORM 150-GET-ANGLE.
           MOVE XI TO START-AZIMUTH.

       620-GET-LEG-COUNT.
           DISPLAY "Enter the number of traverse legs (3-20):".
           ACCEPT TRV-LEG-COUNT.
           IF NOT VALID-LEG-COUNT THEN
               DISPLAY "  valid responses are 3 through 20, "
                   "try again..."
               GO TO 620-GET-LEG-COUNT
           END-IF.

       625-GET-FIRST-NEW-POINT.
      *    The new stations take consecutive numbers; the whole
      *    block is checked against the point master up front so a
      *    collision is caught before the legs are keyed.
           DISPLAY "Enter the first new point number for the "
               "traverse stations:".
           ACCEPT PT-NO-TEXT.
           COMPUTE FIRST-NEW-PT-NO = NUMVAL(PT-NO-TEXT)
               ON SIZE ERROR
                   DISPLAY "  point number out of range, "
                       "try again..."
                   GO TO 625-GET-FIRST-NEW-POINT
           END-COMPUTE.
           COMPUTE LAST-NEW-PT-NO =
               FIRST-NEW-PT-NO + TRV-LEG-COUNT - 2.
           IF FIRST-NEW-PT-NO = 0 OR
                   LAST-NEW-PT-NO IS GREATER THAN 99999 THEN
               DISPLAY "  the new points must number 1 through "
                   "99999, try again..."
               GO TO 625-GET-FIRST-NEW-POINT
           END-IF.
           IF START-PT-NO IS NOT LESS THAN FIRST-NEW-PT-NO AND
                   START-PT-NO IS NOT GREATER THAN LAST-NEW-PT-NO
                   THEN
               DISPLAY "  the new points may not include the "
                   "starting point, try again..."
               GO TO 625-GET-FIRST-NEW-POINT
           END-IF.
           PERFORM 820-CHECK-NEW-POINTS THRU 820-CHECK-NEW-POINTS-EXIT.
           IF PT-COLLISION-COUNT IS GREATER THAN 0 THEN
               MOVE PT-COLLISION-COUNT TO PT-COUNT-EDIT
               DISPLAY "  " FUNCTION TRIM(PT-COUNT-EDIT)
                   " of those point numbers are already on the "
                   "point master, try again..."
               GO TO 625-GET-FIRST-NEW-POINT
           END-IF.
       625-GET-FIRST-NEW-POINT-EXIT.
           EXIT.

       630-GET-LEG.
      *    One leg: the angle right turned at the station and the
      *    distance to the next station, then the description of
      *    that station (the last leg closes on the starting
      *    point, which already has one).
           MOVE TRV-IX TO LEG-FROM-EDIT.
           MOVE SPACES TO INPUT-PROMPT.
           STRING "Enter the angle turned at station "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(LEG-FROM-EDIT) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
               INTO INPUT-PROMPT.
           MOVE "N" TO ZERO-ANGLE-SW.
           PERFORM 150-GET-ANGLE.
           MOVE XI TO TRV-ANGLE(TRV-IX).
           MOVE SPACES TO INPUT-PROMPT.
           STRING "Enter the distance of leg " DELIMITED BY SIZE
                   FUNCTION TRIM(LEG-FROM-EDIT) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
               INTO INPUT-PROMPT.
           PERFORM 100-GET-DISTANCE.
           MOVE X TO TRV-DIST(TRV-IX).
           IF TRV-IX IS LESS THAN TRV-LEG-COUNT THEN
               COMPUTE TRV-NEXT-IX = TRV-IX + 1
               COMPUTE TRV-PT-NO(TRV-NEXT-IX) =
                   FIRST-NEW-PT-NO + TRV-IX - 1
               MOVE TRV-PT-NO(TRV-NEXT-IX) TO PT-NO-EDIT
               MOVE SPACES TO INPUT-PROMPT
               STRING "Enter the description of point "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(PT-NO-EDIT) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                   INTO INPUT-PROMPT
               PERFORM 635-GET-DESCRIPTION
               MOVE DESC-TEXT TO TRV-DESC(TRV-NEXT-IX)
           END-IF.

       635-GET-DESCRIPTION.
      *    A blank description is posted as a plain traverse
      *    station so VERTEX always has something to show.
           DISPLAY INPUT-PROMPT.
           DISPLAY "  (blank for TRAVERSE STATION)".
           ACCEPT DESC-TEXT.
           IF DESC-TEXT = SPACES THEN
               MOVE "TRAVERSE STATION" TO DESC-TEXT
           END-IF.

       640-COMPUTE-LATS-DEPS.
      *    Carries the azimuth around the loop -- the first leg
      *    from the backsight azimuth, each later leg from the back
      *    azimuth of the leg before -- and resolves each leg into
      *    latitude (north) and departure (east).
           MOVE "N" TO TRAVERSE-ERROR-SW.
           MOVE ZERO TO SUM-LAT.
           MOVE ZERO TO SUM-DEP.
           MOVE ZERO TO PERIMETER.
           PERFORM 645-COMPUTE-LEG THRU 645-COMPUTE-LEG-EXIT
               VARYING TRV-IX FROM 1 BY 1
               UNTIL TRV-IX IS GREATER THAN TRV-LEG-COUNT
                   OR TRAVERSE-ERROR.
       640-COMPUTE-EXIT.
           EXIT.

       645-COMPUTE-LEG.
           IF TRV-IX = 1 THEN
               COMPUTE TRV-AZIMUTH(1) =
                   START-AZIMUTH + TRV-ANGLE(1)
           ELSE
               COMPUTE TRV-AZIMUTH(TRV-IX) =
                   TRV-AZIMUTH(TRV-IX - 1) + PI + TRV-ANGLE(TRV-IX)
           END-IF.
           PERFORM 646-REDUCE-AZIMUTH
               UNTIL TRV-AZIMUTH(TRV-IX) IS LESS THAN TWO-PI.
           COMPUTE TRV-LAT(TRV-IX) ROUNDED =
               TRV-DIST(TRV-IX) * COS(TRV-AZIMUTH(TRV-IX)).
           COMPUTE TRV-DEP(TRV-IX) ROUNDED =
               TRV-DIST(TRV-IX) * SIN(TRV-AZIMUTH(TRV-IX)).
           COMPUTE PERIMETER = PERIMETER + TRV-DIST(TRV-IX)
               ON SIZE ERROR
                   DISPLAY "Perimeter: Arithmetic overflow"
                   MOVE "Y" TO TRAVERSE-ERROR-SW
                   GO TO 645-COMPUTE-LEG-EXIT
           END-COMPUTE.
           COMPUTE SUM-LAT = SUM-LAT + TRV-LAT(TRV-IX)
               ON SIZE ERROR
                   DISPLAY "Latitude: Arithmetic overflow"
                   MOVE "Y" TO TRAVERSE-ERROR-SW
                   GO TO 645-COMPUTE-LEG-EXIT
           END-COMPUTE.
           COMPUTE SUM-DEP = SUM-DEP + TRV-DEP(TRV-IX)
               ON SIZE ERROR
                   DISPLAY "Departure: Arithmetic overflow"
                   MOVE "Y" TO TRAVERSE-ERROR-SW
           END-COMPUTE.
       645-COMPUTE-LEG-EXIT.
           EXIT.

       646-REDUCE-AZIMUTH.
           COMPUTE TRV-AZIMUTH(TRV-IX) = TRV-AZIMUTH(TRV-IX) - TWO-PI.

       650-CHECK-CLOSURE.
      *    The linear misclosure and the precision ratio.  A
      *    misclosure too small to register at four places is an
      *    exact closure.
           COMPUTE MISCLOSURE ROUNDED =
               SQRT(SUM-LAT ** 2 + SUM-DEP ** 2)
               ON SIZE ERROR
                   DISPLAY "Closure: Arithmetic overflow"
                   MOVE "Y" TO TRAVERSE-ERROR-SW
                   GO TO 650-CHECK-CLOSURE-EXIT
           END-COMPUTE.
           IF MISCLOSURE IS LESS THAN 0.00005 THEN
               MOVE 9999999 TO PRECISION-RATIO
           ELSE
               COMPUTE PRECISION-RATIO = PERIMETER / MISCLOSURE
                   ON SIZE ERROR
                       MOVE 9999999 TO PRECISION-RATIO
               END-COMPUTE
           END-IF.
       650-CHECK-CLOSURE-EXIT.
           EXIT.

       655-SHOW-LEG.
      *    One line per leg in the field-book order: the azimuth in
      *    degrees-minutes-seconds, the distance, and the latitude
      *    and departure.
           MOVE TRV-IX TO LEG-FROM-EDIT.
           MOVE SPACES TO LEG-LINE-TEXT.
           MOVE 1 TO LEG-POINTER.
           MOVE TRV-AZIMUTH(TRV-IX) TO XI.
           PERFORM 340-FORMAT-DMS.
           STRING "  Leg " DELIMITED BY SIZE
                   FUNCTION TRIM(LEG-FROM-EDIT) DELIMITED BY SIZE
                   ": az " DELIMITED BY SIZE
                   FUNCTION TRIM(DMS-SHOW-TEXT) DELIMITED BY SIZE
                   "  dist " DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           MOVE TRV-DIST(TRV-IX) TO XI.
           PERFORM 330-FORMAT-VALUE.
           STRING FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
                   "  lat " DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           MOVE TRV-LAT(TRV-IX) TO XI.
           PERFORM 330-FORMAT-VALUE.
           STRING FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
                   "  dep " DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           MOVE TRV-DEP(TRV-IX) TO XI.
           PERFORM 330-FORMAT-VALUE.
           STRING FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           DISPLAY LEG-LINE-TEXT.

       660-SHOW-CLOSURE.
           MOVE PERIMETER TO XI.
           PERFORM 330-FORMAT-VALUE.
           PERFORM 665-SHOW-UNIT-LINE-START.
           STRING "Perimeter: " DELIMITED BY SIZE
                   FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           PERFORM 666-SHOW-UNIT-LINE-END.
           MOVE SUM-LAT TO XI.
           PERFORM 330-FORMAT-VALUE.
           PERFORM 665-SHOW-UNIT-LINE-START.
           STRING "Error in latitude: " DELIMITED BY SIZE
                   FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           PERFORM 666-SHOW-UNIT-LINE-END.
           MOVE SUM-DEP TO XI.
           PERFORM 330-FORMAT-VALUE.
           PERFORM 665-SHOW-UNIT-LINE-START.
           STRING "Error in departure: " DELIMITED BY SIZE
                   FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           PERFORM 666-SHOW-UNIT-LINE-END.
           MOVE MISCLOSURE TO XI.
           PERFORM 330-FORMAT-VALUE.
           PERFORM 665-SHOW-UNIT-LINE-START.
           STRING "Linear misclosure: " DELIMITED BY SIZE
                   FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           PERFORM 666-SHOW-UNIT-LINE-END.
           IF PRECISION-RATIO = 9999999 THEN
               DISPLAY "Precision: the traverse closes exactly."
           ELSE
               MOVE PRECISION-RATIO TO PRECISION-EDIT
               DISPLAY "Precision: 1:" FUNCTION TRIM(PRECISION-EDIT)
           END-IF.

       665-SHOW-UNIT-LINE-START.
           MOVE SPACES TO LEG-LINE-TEXT.
           MOVE 1 TO LEG-POINTER.

       666-SHOW-UNIT-LINE-END.
           IF FEET-UNIT THEN
               STRING " feet" DELIMITED BY SIZE
                   INTO LEG-LINE-TEXT
                   WITH POINTER LEG-POINTER
           ELSE
               STRING " meters" DELIMITED BY SIZE
                   INTO LEG-LINE-TEXT
                   WITH POINTER LEG-POINTER
           END-IF.
           DISPLAY LEG-LINE-TEXT.

       670-ADJUST-LEG.
      *    Compass (Bowditch) rule: each leg's latitude and
      *    departure are corrected against the misclosure in
      *    proportion to the leg's share of the perimeter, and the
      *    corrected leg carries the coordinates on to the next
      *    station.  The last leg lands back on the start.
           COMPUTE TRV-CORR-LAT(TRV-IX) ROUNDED =
               0 - SUM-LAT * TRV-DIST(TRV-IX) / PERIMETER.
           COMPUTE TRV-CORR-DEP(TRV-IX) ROUNDED =
               0 - SUM-DEP * TRV-DIST(TRV-IX) / PERIMETER.
           IF TRV-IX IS LESS THAN TRV-LEG-COUNT THEN
               COMPUTE TRV-NEXT-IX = TRV-IX + 1
               COMPUTE TRV-Y(TRV-NEXT-IX) ROUNDED = TRV-Y(TRV-IX)
                   + TRV-LAT(TRV-IX) + TRV-CORR-LAT(TRV-IX)
               COMPUTE TRV-X(TRV-NEXT-IX) ROUNDED = TRV-X(TRV-IX)
                   + TRV-DEP(TRV-IX) + TRV-CORR-DEP(TRV-IX)
           END-IF.

       680-COMPUTE-AREA.
      *    Enclosed area of the adjusted stations by the shoelace
      *    sum; the sign only says which way the loop was run.
           MOVE ZERO TO TRV-AREA.
           PERFORM 681-ADD-AREA-TERM
               VARYING TRV-IX FROM 1 BY 1
               UNTIL TRV-IX IS GREATER THAN TRV-LEG-COUNT.
           COMPUTE TRV-AREA ROUNDED = ABS(TRV-AREA) / 2.
           MOVE TRV-AREA TO TRV-AREA-SQFT.
           IF METER-UNIT THEN
               COMPUTE TRV-AREA-SQFT ROUNDED =
                   TRV-AREA * METERS-TO-FEET * METERS-TO-FEET
                   ON SIZE ERROR
                       DISPLAY "Area: Arithmetic overflow "
                           "converting to square feet"
                       MOVE ZERO TO TRV-AREA-SQFT
               END-COMPUTE
           END-IF.
       680-COMPUTE-AREA-EXIT.
           EXIT.

       681-ADD-AREA-TERM.
           IF TRV-IX = TRV-LEG-COUNT THEN
               MOVE 1 TO TRV-NEXT-IX
           ELSE
               COMPUTE TRV-NEXT-IX = TRV-IX + 1
           END-IF.
           COMPUTE TRV-AREA ROUNDED = TRV-AREA
               + TRV-X(TRV-IX) * TRV-Y(TRV-NEXT-IX)
               - TRV-X(TRV-NEXT-IX) * TRV-Y(TRV-IX)
               ON SIZE ERROR
                   DISPLAY "Area: Arithmetic overflow"
           END-COMPUTE.

       685-SHOW-STATION.
           MOVE TRV-PT-NO(TRV-IX) TO PT-NO-EDIT.
           MOVE SPACES TO LEG-LINE-TEXT.
           MOVE 1 TO LEG-POINTER.
           STRING "  Point " DELIMITED BY SIZE
                   PT-NO-EDIT DELIMITED BY SIZE
                   "  X " DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           MOVE TRV-X(TRV-IX) TO XI.
           PERFORM 330-FORMAT-VALUE.
           STRING FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
                   "  Y " DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           MOVE TRV-Y(TRV-IX) TO XI.
           PERFORM 330-FORMAT-VALUE.
           STRING FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TRV-DESC(TRV-IX) DELIMITED BY SIZE
               INTO LEG-LINE-TEXT
               WITH POINTER LEG-POINTER.
           DISPLAY LEG-LINE-TEXT.

       690-SHOW-AREA.
      *    Worded the way the VERTEX boundary summary is.
           COMPUTE AREA-EDIT ROUNDED = TRV-AREA-SQFT.
           COMPUTE ACRE-VALUE ROUNDED =
               TRV-AREA-SQFT / SQ-FEET-PER-ACRE.
           MOVE ACRE-VALUE TO ACRE-EDIT.
           MOVE SPACES TO LEG-LINE-TEXT.
           STRING "Traverse area: " DELIMITED BY SIZE
                   FUNCTION TRIM(AREA-EDIT) DELIMITED BY SIZE
                   " sq feet = " DELIMITED BY SIZE
                   FUNCTION TRIM(ACRE-EDIT) DELIMITED BY SIZE
                   " acres" DELIMITED BY SIZE
               INTO LEG-LINE-TEXT.
           DISPLAY LEG-LINE-TEXT.

       695-REDUCE-ANOTHER.
           DISPLAY "Reduce another traverse? (y/n)".
           ACCEPT AGAIN-SW.
           IF NOT VALID-AGAIN-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 695-REDUCE-ANOTHER
           END-IF.

       130-APPLY-SESSION-PREFS.
      *    Adopts the preferences MENU collected at session start,
      *    guarding against a damaged block the same way the
      *    interactive prompts would.
           MOVE "Y" TO PREFS-PASSED-SW.
           MOVE PREF-JOB-NO TO ACTIVE-JOB-NO.
           MOVE PREF-LENGTH-UNIT TO LENGTH-UNIT.
           IF NOT VALID-LENGTH-UNIT THEN
               MOVE "F" TO LENGTH-UNIT
           END-IF.
           MOVE PREF-DEC-PLACES TO DEC-PLACES.
           IF NOT VALID-DEC-PLACES THEN
               MOVE 4 TO DEC-PLACES
           END-IF.
           MOVE PREF-ANGLE-MEASURE TO ANGLE-MEASURE.
           IF NOT VALID-MEASURE THEN
               MOVE "r" TO ANGLE-MEASURE
           END-IF.

       110-GET-LENGTH-UNIT.
           DISPLAY "Enter the unit of length for the distances "
               "(F-feet, M-meters):".
           ACCEPT LENGTH-UNIT.
           IF NOT VALID-LENGTH-UNIT THEN
               DISPLAY "  valid responses are 'F' and 'M', "
                   "try again..."
               GO TO 110-GET-LENGTH-UNIT
           END-IF.

       120-GET-DEC-PLACES.
           DISPLAY "Enter the number of decimal places for output "
               "(0-4):".
           ACCEPT DEC-PLACES.
           IF NOT VALID-DEC-PLACES THEN
               DISPLAY "  valid responses are 0 through 4, "
                   "try again..."
               GO TO 120-GET-DEC-PLACES
           END-IF.

       115-GET-JOB-NO.
           DISPLAY "Enter the job number for this work "
               "(blank for none):".
           ACCEPT ACTIVE-JOB-NO.

       100-GET-DISTANCE.
           DISPLAY INPUT-PROMPT.
           ACCEPT X.
           MOVE X TO XVAL.
           DISPLAY "  entered: " XVAL.
           IF X IS NOT GREATER THAN 0.0 THEN
               DISPLAY "  lengths must be positive, try again..."
               GO TO 100-GET-DISTANCE
           END-IF.

       105-GET-COORDINATE.
      *    Coordinates, unlike distances, may be negative, so they
      *    are keyed as text and converted with NUMVAL.
           DISPLAY INPUT-PROMPT.
           ACCEPT COORD-TEXT.
           COMPUTE X = NUMVAL(COORD-TEXT)
               ON SIZE ERROR
                   DISPLAY "  coordinate out of range, try again..."
                   GO TO 105-GET-COORDINATE
           END-COMPUTE.
           MOVE X TO XVAL.
           DISPLAY "  entered: " XVAL.

       150-GET-ANGLE.
      *    Angles and azimuths here run all the way round, from
      *    zero up to (not including) a full circle; only the
      *    backsight azimuth may be exactly zero.
           PERFORM 155-GET-MEASURE UNTIL VALID-MEASURE.
           IF DMS-MEASURE THEN
               PERFORM 152-GET-DMS-ANGLE
                   THRU 152-GET-DMS-ANGLE-EXIT
               IF DMS-ERROR THEN
                   GO TO 150-GET-ANGLE
               END-IF
           ELSE
               DISPLAY INPUT-PROMPT
               ACCEPT XI
               MOVE XI TO XVAL
               DISPLAY "  entered: " XVAL
               IF XI IS LESS THAN 0.0 OR
                       (XI = 0.0 AND NOT ZERO-ANGLE-ALLOWED) THEN
                   DISPLAY "  angle measure must be positive..."
                   GO TO 150-GET-ANGLE
               END-IF
               IF RADIAN-MEASURE AND XI IS NOT LESS THAN TWO-PI THEN
                   DISPLAY "  angles must be less than a full "
                       "circle..."
                   GO TO 150-GET-ANGLE
               END-IF
               IF DEGREE-MEASURE AND XI IS NOT LESS THAN 360 THEN
                   DISPLAY "  angles must be less than a full "
                       "circle..."
                   GO TO 150-GET-ANGLE
               END-IF
               IF DEGREE-MEASURE THEN
                   COMPUTE XI ROUNDED = XI * PI / 180
               END-IF
           END-IF.

       152-GET-DMS-ANGLE.
      *    Degrees, minutes, and seconds keyed the way the field
      *    book reads them, separated by spaces (e.g. 35 22 10);
      *    the seconds may carry a decimal part, and minutes or
      *    seconds left off are taken as zero.
           MOVE "N" TO DMS-ERROR-SW.
           DISPLAY INPUT-PROMPT.
           DISPLAY "  (degrees minutes seconds, e.g. 35 22 10)".
           ACCEPT DMS-TEXT.
           MOVE SPACES TO DMS-DEG-TEXT.
           MOVE SPACES TO DMS-MIN-TEXT.
           MOVE SPACES TO DMS-SEC-TEXT.
           UNSTRING DMS-TEXT DELIMITED BY ALL SPACE
               INTO DMS-DEG-TEXT DMS-MIN-TEXT DMS-SEC-TEXT.
           COMPUTE DMS-DEGREES = NUMVAL(DMS-DEG-TEXT)
               ON SIZE ERROR
                   DISPLAY "  degrees out of range, try again..."
                   MOVE "Y" TO DMS-ERROR-SW
                   GO TO 152-GET-DMS-ANGLE-EXIT
           END-COMPUTE.
           COMPUTE DMS-MINUTES = NUMVAL(DMS-MIN-TEXT)
               ON SIZE ERROR
                   DISPLAY "  minutes out of range, try again..."
                   MOVE "Y" TO DMS-ERROR-SW
                   GO TO 152-GET-DMS-ANGLE-EXIT
           END-COMPUTE.
           COMPUTE DMS-SECONDS = NUMVAL(DMS-SEC-TEXT)
               ON SIZE ERROR
                   DISPLAY "  seconds out of range, try again..."
                   MOVE "Y" TO DMS-ERROR-SW
                   GO TO 152-GET-DMS-ANGLE-EXIT
           END-COMPUTE.
           IF DMS-DEGREES IS LESS THAN 0 OR
                   DMS-MINUTES IS LESS THAN 0 OR
                   DMS-MINUTES IS NOT LESS THAN 60 OR
                   DMS-SECONDS IS LESS THAN 0 OR
                   DMS-SECONDS IS NOT LESS THAN 60 THEN
               DISPLAY "  minutes and seconds run 0 to 59, "
                   "try again..."
               MOVE "Y" TO DMS-ERROR-SW
               GO TO 152-GET-DMS-ANGLE-EXIT
           END-IF.
           COMPUTE XI ROUNDED = DMS-DEGREES
               + DMS-MINUTES / 60 + DMS-SECONDS / 3600.
           MOVE XI TO XVAL.
           DISPLAY "  entered: " XVAL " degrees".
           IF XI = 0.0 AND NOT ZERO-ANGLE-ALLOWED THEN
               DISPLAY "  angle measure must be positive..."
               MOVE "Y" TO DMS-ERROR-SW
               GO TO 152-GET-DMS-ANGLE-EXIT
           END-IF.
           IF XI IS NOT LESS THAN 360 THEN
               DISPLAY "  angles must be less than a full circle..."
               MOVE "Y" TO DMS-ERROR-SW
               GO TO 152-GET-DMS-ANGLE-EXIT
           END-IF.
           COMPUTE XI ROUNDED = XI * PI / 180.
       152-GET-DMS-ANGLE-EXIT.
           EXIT.

       155-GET-MEASURE.
           DISPLAY "Enter units for angle measure "
               "(r-radians, d-degrees, s-deg min sec):".
           ACCEPT ANGLE-MEASURE.
           IF NOT VALID-MEASURE THEN
               DISPLAY "ERROR: Valid responses are 'r', 'd', "
                   "and 's'".

       320-ROUND-TO-PRECISION.
      *    Rounds XI to the number of decimal places the user chose
      *    for output (DEC-PLACES), returning the result in ZETA.
           COMPUTE SCALE-FACTOR = 10 ** DEC-PLACES.
           COMPUTE SCALED-WHOLE ROUNDED = XI * SCALE-FACTOR.
           COMPUTE ZETA = SCALED-WHOLE / SCALE-FACTOR.

       330-FORMAT-VALUE.
      *    Rounds XI to DEC-PLACES (via 320-ROUND-TO-PRECISION) and
      *    builds a trimmed, variable-width numeral in FMT-TEXT, so
      *    that choosing fewer decimal places actually shrinks the
      *    printed field instead of rounding and then padding the
      *    dropped digits back out with zeros.  Latitudes,
      *    departures, and their errors run negative, so the sign
      *    is put in front of the numeral here, where a small error
      *    such as -0.0100 keeps it.
           PERFORM 320-ROUND-TO-PRECISION.
           COMPUTE FMT-INT-PART = ABS(ZETA).
           COMPUTE FMT-FRAC-PART =
               ABS(SCALED-WHOLE) - (FMT-INT-PART * SCALE-FACTOR).
           MOVE FMT-INT-PART TO FMT-INT-EDIT.
           MOVE SPACES TO FMT-TEXT.
           MOVE 1 TO FMT-POINTER.
           IF ZETA IS LESS THAN 0 THEN
               STRING "-" DELIMITED BY SIZE
                   INTO FMT-TEXT
                   WITH POINTER FMT-POINTER
           END-IF.
           IF DEC-PLACES = 0 THEN
               STRING FUNCTION TRIM(FMT-INT-EDIT) DELIMITED BY SIZE
                   INTO FMT-TEXT
                   WITH POINTER FMT-POINTER
           ELSE
               COMPUTE FMT-FRAC-SCALE = 10 ** (4 - DEC-PLACES)
               COMPUTE FMT-FRAC-SCALED = FMT-FRAC-PART * FMT-FRAC-SCALE
               MOVE FMT-FRAC-SCALED TO FMT-FRAC-EDIT
               STRING FUNCTION TRIM(FMT-INT-EDIT) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       FMT-FRAC-EDIT(1:DEC-PLACES) DELIMITED BY SIZE
                   INTO FMT-TEXT
                   WITH POINTER FMT-POINTER
           END-IF.

       340-FORMAT-DMS.
      *    Renders the radian angle in XI as "DD MM SS.s" in
      *    DMS-SHOW-TEXT.  The seconds are rounded to a tenth; a
      *    60.0 carries into the minute and a 60th minute into the
      *    degree (the way TRIOUT prints its angles).
           COMPUTE ZETA ROUNDED = 180 * XI / PI.
           COMPUTE DMS-SHOW-DEGREES = INTEGER(ZETA).
           COMPUTE ZETA = (ZETA - DMS-SHOW-DEGREES) * 60.
           COMPUTE DMS-SHOW-MINUTES = INTEGER(ZETA).
           COMPUTE DMS-TENTH-SECS ROUNDED =
               (ZETA - DMS-SHOW-MINUTES) * 600.
           IF DMS-TENTH-SECS IS NOT LESS THAN 600 THEN
               SUBTRACT 600 FROM DMS-TENTH-SECS
               ADD 1 TO DMS-SHOW-MINUTES
           END-IF.
           IF DMS-SHOW-MINUTES IS NOT LESS THAN 60 THEN
               SUBTRACT 60 FROM DMS-SHOW-MINUTES
               ADD 1 TO DMS-SHOW-DEGREES
           END-IF.
           IF DMS-SHOW-DEGREES IS NOT LESS THAN 360 THEN
               SUBTRACT 360 FROM DMS-SHOW-DEGREES
           END-IF.
           DIVIDE DMS-TENTH-SECS BY 10 GIVING DMS-SHOW-SECONDS
               REMAINDER DMS-SHOW-TENTH.
           MOVE DMS-SHOW-DEGREES TO DMS-DEG-EDIT.
           MOVE DMS-SHOW-MINUTES TO DMS-MIN-EDIT.
           MOVE DMS-SHOW-SECONDS TO DMS-SEC-EDIT.
           MOVE SPACES TO DMS-SHOW-TEXT.
           STRING FUNCTION TRIM(DMS-DEG-EDIT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DMS-MIN-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DMS-SEC-EDIT DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   DMS-SHOW-TENTH DELIMITED BY SIZE
               INTO DMS-SHOW-TEXT.

       795-CHECK-POINT-BLOCK.
      *    The new numbers were cleared against the point master
      *    when they were chosen; they are checked once more before
      *    anything is posted in case another session posted into
      *    the same block in the meantime.
           MOVE "N" TO TRAVERSE-ERROR-SW.
           IF ACTIVE-JOB-NO = SPACES THEN
               GO TO 795-CHECK-POINT-BLOCK-EXIT
           END-IF.
           PERFORM 820-CHECK-NEW-POINTS THRU 820-CHECK-NEW-POINTS-EXIT.
           IF PT-COLLISION-COUNT IS GREATER THAN 0 THEN
               DISPLAY "Some of the new point numbers have since "
                   "been posted to the point master;"
               DISPLAY "the traverse has not been posted."
               MOVE "Y" TO TRAVERSE-ERROR-SW
           END-IF.
       795-CHECK-POINT-BLOCK-EXIT.
           EXIT.

       800-POST-POINTS.
      *    Adds the adjusted stations to the point master under the
      *    active job, the starting point first when it was keyed
      *    rather than found there.  The traverse itself has been
      *    posted by now, so a station that will not write is
      *    counted and reported for adding by hand (PTMAINT).
           MOVE ZERO TO POSTED-COUNT.
           MOVE ZERO TO POINT-FAILED-COUNT.
           IF ACTIVE-JOB-NO = SPACES THEN
               DISPLAY "No active job; the stations are not posted "
                   "to the point master."
               GO TO 800-POST-POINTS-EXIT
           END-IF.
           OPEN I-O PTMAST-FILE.
           IF NOT PTMAST-FILE-OK THEN
               OPEN OUTPUT PTMAST-FILE
               CLOSE PTMAST-FILE
               OPEN I-O PTMAST-FILE
           END-IF.
           IF NOT PTMAST-FILE-OK THEN
               DISPLAY "Unable to open PTMAST-FILE, status = "
                   PTMAST-FILE-STATUS
               DISPLAY "Warning: the traverse is posted but its "
                   "stations are not on the point master;"
               DISPLAY "add them with PTMAINT."
               GO TO 800-POST-POINTS-EXIT
           END-IF.
           MOVE CURRENT-DATE TO POINT-TIMESTAMP.
           IF START-ON-FILE THEN
               PERFORM 805-WRITE-POINT
                   VARYING TRV-IX FROM 2 BY 1
                   UNTIL TRV-IX IS GREATER THAN TRV-LEG-COUNT
           ELSE
               PERFORM 805-WRITE-POINT
                   VARYING TRV-IX FROM 1 BY 1
                   UNTIL TRV-IX IS GREATER THAN TRV-LEG-COUNT
           END-IF.
           CLOSE PTMAST-FILE.
           MOVE POSTED-COUNT TO PT-COUNT-EDIT.
           DISPLAY "Posted " FUNCTION TRIM(PT-COUNT-EDIT)
               " points to the point master for job "
               ACTIVE-JOB-NO ".".
           IF POINT-FAILED-COUNT IS GREATER THAN 0 THEN
               MOVE POINT-FAILED-COUNT TO PT-COUNT-EDIT
               DISPLAY "Warning: " FUNCTION TRIM(PT-COUNT-EDIT)
                   " points could not be posted to the point "
                   "master; add them with PTMAINT."
           END-IF.
       800-POST-POINTS-EXIT.
           EXIT.

       805-WRITE-POINT.
      *    The stations are adjusted coordinates; a starting point
      *    posted here was keyed at the terminal.
           MOVE ACTIVE-JOB-NO TO PTM-JOB-NO.
           MOVE TRV-PT-NO(TRV-IX) TO PTM-POINT-NO.
           COMPUTE PTM-X ROUNDED = TRV-X(TRV-IX).
           COMPUTE PTM-Y ROUNDED = TRV-Y(TRV-IX).
           MOVE TRV-DESC(TRV-IX) TO PTM-DESC.
           IF TRV-IX = 1 THEN
               MOVE "K" TO PTM-SOURCE
           ELSE
               MOVE "A" TO PTM-SOURCE
           END-IF.
           MOVE POINT-TIMESTAMP(1:8) TO PTM-DATE-CHANGED.
           WRITE POINT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF PTMAST-FILE-OK THEN
               ADD 1 TO POSTED-COUNT
           ELSE
               ADD 1 TO POINT-FAILED-COUNT
               DISPLAY "Warning: unable to post point "
                   PTM-POINT-NO ", status = " PTMAST-FILE-STATUS
           END-IF.

       810-FIND-POINT.
      *    Looks PT-NO-WANTED up in the point master for the active
      *    job; when found, its coordinates and description land in
      *    the first station.  A missing master or no active job
      *    simply means the point is not on file.
           MOVE "N" TO POINT-FOUND-SW.
           IF ACTIVE-JOB-NO = SPACES THEN
               GO TO 810-FIND-POINT-EXIT
           END-IF.
           OPEN INPUT PTMAST-FILE.
           IF NOT PTMAST-FILE-OK THEN
               GO TO 810-FIND-POINT-EXIT
           END-IF.
           MOVE ACTIVE-JOB-NO TO PTM-JOB-NO.
           MOVE PT-NO-WANTED TO PTM-POINT-NO.
           READ PTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PTMAST-FILE-OK THEN
               MOVE "Y" TO POINT-FOUND-SW
               MOVE PTM-X TO TRV-X(1)
               MOVE PTM-Y TO TRV-Y(1)
               MOVE PTM-DESC TO TRV-DESC(1)
           END-IF.
           CLOSE PTMAST-FILE.
       810-FIND-POINT-EXIT.
           EXIT.

       820-CHECK-NEW-POINTS.
      *    Counts the points already on the point master for the
      *    job whose numbers fall in the new block (and the starting
      *    point, when it is to be posted as new).
           MOVE ZERO TO PT-COLLISION-COUNT.
           IF ACTIVE-JOB-NO = SPACES THEN
               GO TO 820-CHECK-NEW-POINTS-EXIT
           END-IF.
           OPEN INPUT PTMAST-FILE.
           IF NOT PTMAST-FILE-OK THEN
               GO TO 820-CHECK-NEW-POINTS-EXIT
           END-IF.
           PERFORM 825-CHECK-NEW-POINT
               VARYING CHECK-PT-NO FROM FIRST-NEW-PT-NO BY 1
               UNTIL CHECK-PT-NO IS GREATER THAN LAST-NEW-PT-NO.
           IF NOT START-ON-FILE THEN
               MOVE START-PT-NO TO CHECK-PT-NO
               PERFORM 825-CHECK-NEW-POINT
           END-IF.
           CLOSE PTMAST-FILE.
       820-CHECK-NEW-POINTS-EXIT.
           EXIT.

       825-CHECK-NEW-POINT.
           MOVE ACTIVE-JOB-NO TO PTM-JOB-NO.
           MOVE CHECK-PT-NO TO PTM-POINT-NO.
           READ PTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PTMAST-FILE-OK THEN
               ADD 1 TO PT-COLLISION-COUNT
           END-IF.

       905-OPEN-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK THEN
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.

       906-OPEN-EXPORT.
           OPEN EXTEND EXPORT-FILE.
           IF NOT EXPORT-FILE-OK THEN
               OPEN OUTPUT EXPORT-FILE
               CLOSE EXPORT-FILE
               OPEN EXTEND EXPORT-FILE
           END-IF.

       915-OPEN-MASTER.
           OPEN I-O MASTER-FILE.
           IF NOT MASTER-FILE-OK THEN
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF.

       920-WRITE-MASTER.
      *    One history master record per posted traverse, under the
      *    next solve serial number from TRICTL.DAT.  The "sides"
      *    of a traverse record are its perimeter, its linear
      *    misclosure, and its number of legs; the area is the
      *    adjusted traverse's enclosed area.
           MOVE ZERO TO NEXT-SERIAL.
           OPEN INPUT TRICTL-FILE.
           IF TRICTL-FILE-OK THEN
               READ TRICTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRICTL-RECORD IS NUMERIC THEN
                           MOVE TRICTL-RECORD TO NEXT-SERIAL
                       END-IF
               END-READ
               CLOSE TRICTL-FILE
           END-IF.
           ADD 1 TO NEXT-SERIAL.
           OPEN OUTPUT TRICTL-FILE.
           IF NOT TRICTL-FILE-OK THEN
               DISPLAY "Warning: unable to save the solve serial, "
                   "status = " TRICTL-FILE-STATUS
           ELSE
               MOVE NEXT-SERIAL TO TRICTL-RECORD
               WRITE TRICTL-RECORD
               CLOSE TRICTL-FILE
           END-IF.
           MOVE CURRENT-DATE TO MASTER-TIMESTAMP.
           MOVE NEXT-SERIAL TO MAST-SERIAL.
           MOVE MASTER-TIMESTAMP(1:8) TO MAST-DATE.
           MOVE MASTER-TIMESTAMP(9:6) TO MAST-TIME.
           MOVE "TRV" TO MAST-SOLVER.
           MOVE PERIMETER TO MAST-SIDE-A.
           MOVE MISCLOSURE TO MAST-SIDE-B.
           MOVE TRV-LEG-COUNT TO MAST-SIDE-C.
           MOVE TRV-AREA-SQFT TO MAST-AREA-SQFT.
           MOVE "traverse" TO MAST-SHAPE.
           MOVE "closed" TO MAST-KIND.
           MOVE LENGTH-UNIT TO MAST-UNIT.
           MOVE ACTIVE-JOB-NO TO MAST-JOB-NO.
           MOVE SPACES TO MAST-VOID-INFO.
           MOVE ZERO TO MAST-CORRECTED-SERIAL.
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Warning: unable to write the history "
                       "master, status = " MASTER-FILE-STATUS
           END-WRITE.
           IF MASTER-FILE-STATUS(1:1) = "0" THEN
               MOVE "Y" TO SOLVE-POSTED-SW
           END-IF.

       930-POST-SOLVE.
      *    Posts the solve as one unit under the posting lock: the
      *    serial and the history master first, then the audit line
      *    and the export record.  Nothing is written without the
      *    lock and both sequential files open, and the audit line
      *    and export record follow only a master record that took.
      *    A master record whose audit line or export record then
      *    fails to write, or fails to close out to disk, leaves the
      *    solve not fully posted.
           MOVE "N" TO SOLVE-POSTED-SW.
           MOVE "N" TO SOLVE-PARTIAL-SW.
           MOVE "A" TO TRILOCK-REQUEST.
           MOVE "TRAVERSE" TO TRILOCK-PROGRAM.
           MOVE ACTIVE-JOB-NO TO TRILOCK-JOB-NO.
           CALL "TRILOCK" USING TRILOCK-PARMS.
           IF NOT TRILOCK-GRANTED THEN
               DISPLAY TRILOCK-MESSAGE
               DISPLAY "Warning: solve not posted; solve it again "
                   "when the other session has finished."
               GO TO 930-POST-SOLVE-EXIT
           END-IF.
           PERFORM 905-OPEN-AUDIT.
           PERFORM 906-OPEN-EXPORT.
           IF AUDIT-FILE-OK AND EXPORT-FILE-OK THEN
               PERFORM 920-WRITE-MASTER
               IF SOLVE-POSTED THEN
                   PERFORM 900-WRITE-AUDIT
                   IF AUDIT-FILE-OK THEN
                       PERFORM 910-WRITE-EXPORT
                   END-IF
                   PERFORM 935-CHECK-POST-WRITES
               END-IF
           ELSE
               DISPLAY "Warning: unable to open the audit log or "
                   "export file, status = " AUDIT-FILE-STATUS
                   "/" EXPORT-FILE-STATUS
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE EXPORT-FILE.
           IF SOLVE-POSTED THEN
               PERFORM 935-CHECK-POST-WRITES
           END-IF.
           MOVE "R" TO TRILOCK-REQUEST.
           CALL "TRILOCK" USING TRILOCK-PARMS.
           IF SOLVE-PARTIAL THEN
               DISPLAY "Warning: solve not fully posted; its history "
                   "master record is missing its audit line or "
                   "export record."
           ELSE
               IF NOT SOLVE-POSTED THEN
                   DISPLAY "Warning: solve not posted."
               END-IF
           END-IF.
       930-POST-SOLVE-EXIT.
           EXIT.

       935-CHECK-POST-WRITES.
           IF NOT AUDIT-FILE-OK OR NOT EXPORT-FILE-OK THEN
               DISPLAY "Warning: unable to write the audit log or "
                   "export file, status = " AUDIT-FILE-STATUS
                   "/" EXPORT-FILE-STATUS
               MOVE "N" TO SOLVE-POSTED-SW
               MOVE "Y" TO SOLVE-PARTIAL-SW
           END-IF.

       900-WRITE-AUDIT.
      *    The traverse audit line keeps the solvers' layout through
      *    the three "sides" (perimeter, linear misclosure, legs),
      *    so RECON pairs it like any other, and carries the
      *    precision ratio, the point block, and the enclosed area
      *    (in the square of the unit entered) after the unit.
      *    TRILOAD rebuilds the master record from the sides, the
      *    unit, and the area.
           MOVE CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO AUDIT-POINTER.
           MOVE PERIMETER TO XVAL.
           STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
                   " TRV A=" DELIMITED BY SIZE
                   XVAL DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE MISCLOSURE TO XVAL.
           STRING " B=" DELIMITED BY SIZE
                   XVAL DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE TRV-LEG-COUNT TO XVAL.
           STRING " C=" DELIMITED BY SIZE
                   XVAL DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           IF FEET-UNIT THEN
               STRING " UNIT=feet" DELIMITED BY SIZE
                   INTO AUDIT-RECORD
                   WITH POINTER AUDIT-POINTER
           ELSE
               STRING " UNIT=meters" DELIMITED BY SIZE
                   INTO AUDIT-RECORD
                   WITH POINTER AUDIT-POINTER
           END-IF.
           MOVE PRECISION-RATIO TO PRECISION-EDIT.
           STRING " PREC=1:" DELIMITED BY SIZE
                   FUNCTION TRIM(PRECISION-EDIT) DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE START-PT-NO TO PT-NO-EDIT.
           STRING " START=" DELIMITED BY SIZE
                   FUNCTION TRIM(PT-NO-EDIT) DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE FIRST-NEW-PT-NO TO PT-NO-EDIT.
           STRING " NEW=" DELIMITED BY SIZE
                   FUNCTION TRIM(PT-NO-EDIT) DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE TRV-AREA TO AUDIT-AREA-EDIT.
           STRING " AREA=" DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-AREA-EDIT) DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           STRING " JOB=" DELIMITED BY SIZE
                   ACTIVE-JOB-NO DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           WRITE AUDIT-RECORD.

       910-WRITE-EXPORT.
      *    One summary record per posted traverse.  The inputs are
      *    the starting point number, the first new point number,
      *    the number of legs, the backsight azimuth (radians, or
      *    decimal degrees for d and s), and the errors in latitude
      *    and departure; the sides match the audit line.  The
      *    vertex fields carry the starting point and the stations
      *    either side of it, so the record plots on the traverse.
           MOVE CURRENT-DATE TO EXP-TIMESTAMP.
           MOVE "TRV" TO EXP-CASE.
           MOVE 1 TO EXP-SOLUTION-NO.
           MOVE START-PT-NO TO EXP-INPUT-1.
           MOVE FIRST-NEW-PT-NO TO EXP-INPUT-2.
           MOVE TRV-LEG-COUNT TO EXP-INPUT-3.
           IF RADIAN-MEASURE THEN
               COMPUTE EXP-INPUT-4 ROUNDED = START-AZIMUTH
           ELSE
               COMPUTE EXP-INPUT-4 ROUNDED = 180 * START-AZIMUTH / PI
           END-IF.
           COMPUTE EXP-INPUT-5 ROUNDED = SUM-LAT.
           COMPUTE EXP-INPUT-6 ROUNDED = SUM-DEP.
           MOVE ANGLE-MEASURE TO EXP-MEASURE.
           MOVE PERIMETER TO EXP-SIDE-A.
           MOVE MISCLOSURE TO EXP-SIDE-B.
           MOVE TRV-LEG-COUNT TO EXP-SIDE-C.
           MOVE ZERO TO EXP-ALPHA-DEG.
           MOVE ZERO TO EXP-BETA-DEG.
           MOVE ZERO TO EXP-GAMMA-DEG.
           COMPUTE EXP-AREA ROUNDED = TRV-AREA.
           MOVE "traverse" TO EXP-SHAPE.
           MOVE "closed" TO EXP-KIND.
           MOVE LENGTH-UNIT TO EXP-UNIT.
           MOVE ZERO TO EXP-BATCH-NO.
           MOVE ACTIVE-JOB-NO TO EXP-JOB-NO.
           COMPUTE EXP-XA ROUNDED = TRV-X(1).
           COMPUTE EXP-YA ROUNDED = TRV-Y(1).
           COMPUTE EXP-XB ROUNDED = TRV-X(2).
           COMPUTE EXP-YB ROUNDED = TRV-Y(2).
           COMPUTE EXP-XC ROUNDED = TRV-X(TRV-LEG-COUNT).
           COMPUTE EXP-YC ROUNDED = TRV-Y(TRV-LEG-COUNT).
           WRITE EXPORT-RECORD FROM EXPORT-DETAIL.
