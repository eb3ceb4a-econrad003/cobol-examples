       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CRVOUT".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. Shared circular curve solver and solution
      *    display, CALLed by CURVE at the terminal and by TRIBATCH
      *    for its CRV cases, so that a road frontage or cul-de-sac
      *    curve solves and prints the same way whichever program
      *    ran it.  Any two of the radius, the delta (central
      *    angle), the arc length, the chord, and the tangent fix
      *    the curve; the module finds the radius and delta from
      *    the pair given and works out the rest from those two --
      *    the arc, chord, and tangent not given, the middle
      *    ordinate, the external distance, and the area of the
      *    segment between the arc and the chord.  The arc and
      *    chord pair and the arc and tangent pair have no closed
      *    form for the delta, so it is found by halving the
      *    interval until it is well inside the precision carried.
      *
      *    The delta is held under a half circle, as the solvers'
      *    angles are.  When the back tangent bearing is given
      *    (with the way the curve turns from it), the chord and
      *    ahead tangent bearings are worked out and printed as
      *    quadrant bearings, and the PC, PT, and radius point are
      *    plotted on that bearing from a PC at the origin.
      *
      *    The caller fills the input half of CRVOUT-PARMS (see the
      *    copybook) and shows the returned lines itself, so batch
      *    programs can route them to a report and interactive ones
      *    to the terminal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * XI and ZETA are wide enough to carry a segment area through
      * the formatting paragraphs
       77  XI                           PIC S9(9)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  ZETA                         PIC S9(9)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TWO-PI                       PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.

      * The elements given, taken one at a time from the parameter
      * block (205-TAKE-ONE-GIVEN)
       77  GIVEN-CODE                   PIC X(1).
           88  VALID-GIVEN-CODE             VALUES "R", "D", "L",
                                                   "C", "T".
           88  GIVEN-CODE-RADIUS            VALUE "R".
           88  GIVEN-CODE-DELTA             VALUE "D".
           88  GIVEN-CODE-ARC               VALUE "L".
           88  GIVEN-CODE-CHORD             VALUE "C".
       77  GIVEN-VALUE                  PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  RADIUS-GIVEN-SW              PIC X VALUE "N".
           88  RADIUS-GIVEN                 VALUE "Y".
       77  DELTA-GIVEN-SW               PIC X VALUE "N".
           88  DELTA-GIVEN                  VALUE "Y".
       77  ARC-GIVEN-SW                 PIC X VALUE "N".
           88  ARC-GIVEN                    VALUE "Y".
       77  CHORD-GIVEN-SW               PIC X VALUE "N".
           88  CHORD-GIVEN                  VALUE "Y".
       77  TANGENT-GIVEN-SW             PIC X VALUE "N".
           88  TANGENT-GIVEN                VALUE "Y".

      * The delta and half-delta carry more places than the lengths,
      * since the segment area and the middle ordinate of a flat
      * curve are small differences of nearly equal quantities
       77  CRV-DELTA                    PIC S9(4)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  HALF-DELTA                   PIC S9(4)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TERM-1                       PIC S9(11)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TERM-2                       PIC S9(11)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.

      * Interval halving for the half-delta when the arc is given
      * with the chord or the tangent (230-BISECT-ARC-CHORD and
      * 240-BISECT-ARC-TANGENT); fifty halvings of a quarter
      * circle run well past the places carried
       77  BIS-IX                       PIC 9(2).
       77  BIS-LOW                      PIC S9(4)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  BIS-HIGH                     PIC S9(4)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  BIS-MID                      PIC S9(4)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  BIS-TRY                      PIC S9(4)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  BIS-TARGET                   PIC S9(4)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.

      * Bearings, radians clockwise from north.  With no back
      * tangent given the curve is laid so that its chord runs
      * due east, turning right
       77  BACK-AZIMUTH                 PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  RADIUS-AZIMUTH               PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  AZIMUTH-WORK                 PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TURNS-RIGHT-SW               PIC X VALUE "Y".
           88  TURNS-RIGHT                  VALUE "Y".

      * Quadrant bearing rendering (350-FORMAT-BEARING), the way
      * VERTEX writes the legal description
       77  DEGREE-SIGN                  PIC X(2) VALUE X"C2B0".
       77  QUAD-NS                      PIC X(1).
       77  QUAD-EW                      PIC X(1).
       77  QUAD-AZ-SECS                 PIC 9(7).
       77  QUAD-WHOLE-SECS              PIC 9(7).
       77  QUAD-DEGREES                 PIC 9(2).
       77  QUAD-MINUTES                 PIC 9(2).
       77  QUAD-SECONDS                 PIC 9(2).
       77  QUAD-REMAINDER               PIC 9(4).
       77  BEARING-TEXT                 PIC X(20).

       77  METERS-TO-FEET               PIC 9V9(5) VALUE 3.28084.
       77  SQ-FEET-PER-ACRE             PIC 9(5) VALUE 43560.

       77  SHOW-LINE-TEXT               PIC X(80).

      * Output decimal precision
       77  DEC-PLACES                   PIC 9 VALUE 4.
       77  SCALE-FACTOR                 PIC 9(5) VALUE 10000.
       77  SCALED-WHOLE                 PIC S9(13)
               SIGN TRAILING SEPARATE CHARACTER.

      * Variable-width display formatting (330-FORMAT-VALUE); the
      * radius point plots at negative coordinates, so the sign is
      * carried in front of the numeral
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

      * Degrees-minutes-seconds rendering for the delta
      * (340-FORMAT-DMS), as TRIOUT prints its angles
       77  DMS-TEXT                     PIC X(16).
       77  DMS-DEGREES                  PIC 9(3).
       77  DMS-MINUTES                  PIC 9(2).
       77  DMS-SECONDS                  PIC 9(2).
       77  DMS-SEC-TENTH                PIC 9(1).
       77  DMS-TENTH-SECS               PIC 9(3).
       77  DMS-DEG-EDIT                 PIC ZZ9.
       77  DMS-MIN-EDIT                 PIC 9(2).
       77  DMS-SEC-EDIT                 PIC 9(2).

      * Holds the Y coordinate across the X formatting in
      * 469-BUILD-ONE-POINT-LINE (330-FORMAT-VALUE works in XI
      * and ZETA)
       77  POINT-Y-SAVE                 PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.

       01  OUTPUT-1.
           02  OLABEL                       PIC X(15)
                   JUSTIFIED RIGHT.
           02  AVAL                         PIC X(16)
                   JUSTIFIED RIGHT.
           02  BVAL                         PIC X(16)
                   JUSTIFIED RIGHT.
           02  CVAL                         PIC X(16)
                   JUSTIFIED RIGHT.
           02  OUNITS                       PIC X(15)
                   JUSTIFIED RIGHT.

       01  OUTPUT-2.
           02  OLABEL2                      PIC X(15)
                   JUSTIFIED RIGHT.
           02  OVAL2                        PIC X(16)
                   JUSTIFIED RIGHT.
           02  OUNITS2                      PIC X(15)
                   JUSTIFIED RIGHT.

       LINKAGE SECTION.
       COPY "crvparms.cpy".

       PROCEDURE DIVISION USING CRVOUT-PARMS.
       000-MAIN.
           MOVE CRVOUT-DEC-PLACES TO DEC-PLACES.
           MOVE ZERO TO CRVOUT-LINE-COUNT.
           MOVE "0" TO CRVOUT-RESULT.
           MOVE SPACES TO CRVOUT-MESSAGE.
           COMPUTE TWO-PI = 2 * PI.
           PERFORM 200-TAKE-GIVENS THRU 200-TAKE-GIVENS-EXIT.
           IF CRVOUT-FAILED THEN
               GOBACK
           END-IF.
           PERFORM 210-SOLVE-RADIUS-DELTA
               THRU 210-SOLVE-RADIUS-DELTA-EXIT.
           IF CRVOUT-FAILED THEN
               GOBACK
           END-IF.
           PERFORM 250-SOLVE-ELEMENTS THRU 250-SOLVE-ELEMENTS-EXIT.
           IF CRVOUT-FAILED THEN
               GOBACK
           END-IF.
           PERFORM 360-COMPUTE-AREA THRU 360-COMPUTE-AREA-EXIT.
           PERFORM 365-COMPUTE-BEARINGS.
           PERFORM 368-COMPUTE-POINTS.
           MOVE "curve" TO CRVOUT-SHAPE.
           IF CRVOUT-TURNS-RIGHT THEN
               MOVE "right" TO CRVOUT-KIND
           ELSE
               IF CRVOUT-TURNS-LEFT THEN
                   MOVE "left" TO CRVOUT-KIND
               ELSE
                   MOVE SPACES TO CRVOUT-KIND
               END-IF
           END-IF.
           PERFORM 410-BUILD-RADIUS-LINE.
           PERFORM 420-BUILD-DELTA-LINES.
           PERFORM 430-BUILD-LENGTH-LINES.
           PERFORM 440-BUILD-AREA-LINES.
           IF CRVOUT-HAVE-BEARING THEN
               PERFORM 450-BUILD-BEARING-LINES
           END-IF.
           PERFORM 460-BUILD-POINT-LINES.
           GOBACK.

       200-TAKE-GIVENS.
      *    Sorts the two elements given into their own fields, so
      *    the solving below need not care which was named first.
           MOVE "N" TO RADIUS-GIVEN-SW.
           MOVE "N" TO DELTA-GIVEN-SW.
           MOVE "N" TO ARC-GIVEN-SW.
           MOVE "N" TO CHORD-GIVEN-SW.
           MOVE "N" TO TANGENT-GIVEN-SW.
           MOVE ZERO TO CRVOUT-RADIUS.
           MOVE ZERO TO CRV-DELTA.
           MOVE ZERO TO CRVOUT-ARC.
           MOVE ZERO TO CRVOUT-CHORD.
           MOVE ZERO TO CRVOUT-TANGENT.
           MOVE CRVOUT-GIVEN-1 TO GIVEN-CODE.
           MOVE CRVOUT-VALUE-1 TO GIVEN-VALUE.
           PERFORM 205-TAKE-ONE-GIVEN THRU 205-TAKE-ONE-GIVEN-EXIT.
           IF CRVOUT-FAILED THEN
               GO TO 200-TAKE-GIVENS-EXIT
           END-IF.
           MOVE CRVOUT-GIVEN-2 TO GIVEN-CODE.
           MOVE CRVOUT-VALUE-2 TO GIVEN-VALUE.
           PERFORM 205-TAKE-ONE-GIVEN THRU 205-TAKE-ONE-GIVEN-EXIT.
       200-TAKE-GIVENS-EXIT.
           EXIT.

       205-TAKE-ONE-GIVEN.
           IF NOT VALID-GIVEN-CODE THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE "the elements given must be R, D, L, C, or T"
                   TO CRVOUT-MESSAGE
               GO TO 205-TAKE-ONE-GIVEN-EXIT
           END-IF.
           IF GIVEN-VALUE IS NOT GREATER THAN 0.0 THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE "curve elements must be positive"
                   TO CRVOUT-MESSAGE
               GO TO 205-TAKE-ONE-GIVEN-EXIT
           END-IF.
           IF (GIVEN-CODE-RADIUS AND RADIUS-GIVEN) OR
                   (GIVEN-CODE-DELTA AND DELTA-GIVEN) OR
                   (GIVEN-CODE-ARC AND ARC-GIVEN) OR
                   (GIVEN-CODE-CHORD AND CHORD-GIVEN) OR
                   (GIVEN-CODE = "T" AND TANGENT-GIVEN) THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE "the two elements given must be different"
                   TO CRVOUT-MESSAGE
               GO TO 205-TAKE-ONE-GIVEN-EXIT
           END-IF.
           IF GIVEN-CODE-RADIUS THEN
               MOVE "Y" TO RADIUS-GIVEN-SW
               MOVE GIVEN-VALUE TO CRVOUT-RADIUS
           ELSE
               IF GIVEN-CODE-DELTA THEN
                   MOVE "Y" TO DELTA-GIVEN-SW
                   MOVE GIVEN-VALUE TO CRV-DELTA
               ELSE
                   IF GIVEN-CODE-ARC THEN
                       MOVE "Y" TO ARC-GIVEN-SW
                       MOVE GIVEN-VALUE TO CRVOUT-ARC
                   ELSE
                       IF GIVEN-CODE-CHORD THEN
                           MOVE "Y" TO CHORD-GIVEN-SW
                           MOVE GIVEN-VALUE TO CRVOUT-CHORD
                       ELSE
                           MOVE "Y" TO TANGENT-GIVEN-SW
                           MOVE GIVEN-VALUE TO CRVOUT-TANGENT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       205-TAKE-ONE-GIVEN-EXIT.
           EXIT.

       210-SOLVE-RADIUS-DELTA.
      *    Finds the radius and the delta from whichever pair was
      *    given; everything else follows from those two.
           IF RADIUS-GIVEN THEN
               IF DELTA-GIVEN THEN
                   CONTINUE
               ELSE
                   IF ARC-GIVEN THEN
                       COMPUTE CRV-DELTA ROUNDED =
                           CRVOUT-ARC / CRVOUT-RADIUS
                           ON SIZE ERROR
                               GO TO 210-TOO-LARGE
                       END-COMPUTE
                   ELSE
                       IF CHORD-GIVEN THEN
                           PERFORM 215-DELTA-FROM-RADIUS-CHORD
                       ELSE
                           COMPUTE TERM-1 =
                               CRVOUT-TANGENT / CRVOUT-RADIUS
                           COMPUTE TERM-1 = ATAN(TERM-1)
                           COMPUTE CRV-DELTA ROUNDED = TERM-1 * 2
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF DELTA-GIVEN THEN
                   CONTINUE
               ELSE
                   IF ARC-GIVEN THEN
                       IF CHORD-GIVEN THEN
                           PERFORM 230-BISECT-ARC-CHORD
                               THRU 230-BISECT-ARC-CHORD-EXIT
                       ELSE
                           PERFORM 240-BISECT-ARC-TANGENT
                               THRU 240-BISECT-ARC-TANGENT-EXIT
                       END-IF
                   ELSE
                       PERFORM 245-DELTA-FROM-CHORD-TANGENT
                   END-IF
               END-IF
           END-IF.
           IF CRVOUT-FAILED THEN
               GO TO 210-SOLVE-RADIUS-DELTA-EXIT
           END-IF.
           IF CRV-DELTA IS NOT GREATER THAN 0.0 OR
                   CRV-DELTA IS NOT LESS THAN PI THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE "the delta must be less than a half circle"
                   TO CRVOUT-MESSAGE
               GO TO 210-SOLVE-RADIUS-DELTA-EXIT
           END-IF.
           COMPUTE HALF-DELTA ROUNDED = CRV-DELTA / 2.
           IF NOT RADIUS-GIVEN THEN
               PERFORM 225-RADIUS-FROM-DELTA
           END-IF.
           IF CRVOUT-RADIUS IS NOT GREATER THAN 0.0 AND
                   NOT CRVOUT-FAILED THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE "those elements give no usable radius"
                   TO CRVOUT-MESSAGE
           END-IF.
           GO TO 210-SOLVE-RADIUS-DELTA-EXIT.

       210-TOO-LARGE.
           MOVE "8" TO CRVOUT-RESULT.
           MOVE "the curve is too large to carry" TO CRVOUT-MESSAGE.

       210-SOLVE-RADIUS-DELTA-EXIT.
           EXIT.

       215-DELTA-FROM-RADIUS-CHORD.
      *    The chord can be no longer than the diameter.
           COMPUTE TERM-1 = 2 * CRVOUT-RADIUS.
           IF CRVOUT-CHORD IS NOT LESS THAN TERM-1 THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE "the chord must be shorter than the diameter"
                   TO CRVOUT-MESSAGE
           ELSE
               COMPUTE TERM-1 = CRVOUT-CHORD / TERM-1
               COMPUTE TERM-1 = ASIN(TERM-1)
               COMPUTE CRV-DELTA ROUNDED = TERM-1 * 2
           END-IF.

       225-RADIUS-FROM-DELTA.
      *    The radius from the delta and whichever length is on
      *    hand: the arc, the chord, or the tangent.
           IF ARC-GIVEN THEN
               COMPUTE CRVOUT-RADIUS ROUNDED = CRVOUT-ARC / CRV-DELTA
                   ON SIZE ERROR
                       MOVE "8" TO CRVOUT-RESULT
                       MOVE "the curve is too large to carry"
                           TO CRVOUT-MESSAGE
               END-COMPUTE
           ELSE
               IF CHORD-GIVEN THEN
                   COMPUTE TERM-1 = SIN(HALF-DELTA)
                   COMPUTE TERM-1 = TERM-1 * 2
                   COMPUTE CRVOUT-RADIUS ROUNDED =
                       CRVOUT-CHORD / TERM-1
                       ON SIZE ERROR
                           MOVE "8" TO CRVOUT-RESULT
                           MOVE "the curve is too large to carry"
                               TO CRVOUT-MESSAGE
                   END-COMPUTE
               ELSE
                   COMPUTE TERM-1 = TAN(HALF-DELTA)
                   COMPUTE CRVOUT-RADIUS ROUNDED =
                       CRVOUT-TANGENT / TERM-1
                       ON SIZE ERROR
                           MOVE "8" TO CRVOUT-RESULT
                           MOVE "the curve is too large to carry"
                               TO CRVOUT-MESSAGE
                   END-COMPUTE
               END-IF
           END-IF.

       230-BISECT-ARC-CHORD.
      *    The chord over the arc is the sine of the half-delta over
      *    the half-delta, which falls from 1 toward 2/pi as the
      *    half-delta runs up to a quarter circle; the half-delta
      *    is found by halving that interval.
           COMPUTE BIS-TARGET ROUNDED = CRVOUT-CHORD / CRVOUT-ARC
               ON SIZE ERROR
                   MOVE 9999 TO BIS-TARGET
           END-COMPUTE.
           IF BIS-TARGET IS NOT LESS THAN 1 THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE "the chord must be shorter than the arc"
                   TO CRVOUT-MESSAGE
               GO TO 230-BISECT-ARC-CHORD-EXIT
           END-IF.
           COMPUTE BIS-TRY ROUNDED = 2 / PI.
           IF BIS-TARGET IS NOT GREATER THAN BIS-TRY THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE "the chord is too short for that arc"
                   TO CRVOUT-MESSAGE
               GO TO 230-BISECT-ARC-CHORD-EXIT
           END-IF.
           MOVE ZERO TO BIS-LOW.
           COMPUTE BIS-HIGH ROUNDED = PI / 2.
           PERFORM 235-BISECT-STEP-CHORD
               VARYING BIS-IX FROM 1 BY 1
               UNTIL BIS-IX IS GREATER THAN 50.
           COMPUTE CRV-DELTA ROUNDED = BIS-LOW + BIS-HIGH.
       230-BISECT-ARC-CHORD-EXIT.
           EXIT.

       235-BISECT-STEP-CHORD.
           COMPUTE BIS-MID = BIS-LOW + BIS-HIGH.
           COMPUTE BIS-MID ROUNDED = BIS-MID / 2.
           COMPUTE BIS-TRY = SIN(BIS-MID).
           COMPUTE BIS-TRY ROUNDED = BIS-TRY / BIS-MID.
           IF BIS-TRY IS GREATER THAN BIS-TARGET THEN
               MOVE BIS-MID TO BIS-LOW
           ELSE
               MOVE BIS-MID TO BIS-HIGH
           END-IF.

       240-BISECT-ARC-TANGENT.
      *    Twice the tangent over the arc is the tangent of the
      *    half-delta over the half-delta, which climbs from 1
      *    without bound as the half-delta runs up to a quarter
      *    circle.
           COMPUTE TERM-1 = CRVOUT-TANGENT * 2.
           COMPUTE BIS-TARGET ROUNDED = TERM-1 / CRVOUT-ARC
               ON SIZE ERROR
                   MOVE "8" TO CRVOUT-RESULT
                   MOVE "the tangent is too long for that arc"
                       TO CRVOUT-MESSAGE
                   GO TO 240-BISECT-ARC-TANGENT-EXIT
           END-COMPUTE.
           IF BIS-TARGET IS NOT GREATER THAN 1 THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE "the tangent must be longer than half the arc"
                   TO CRVOUT-MESSAGE
               GO TO 240-BISECT-ARC-TANGENT-EXIT
           END-IF.
           MOVE ZERO TO BIS-LOW.
           COMPUTE BIS-HIGH ROUNDED = PI / 2.
           PERFORM 242-BISECT-STEP-TANGENT
               VARYING BIS-IX FROM 1 BY 1
               UNTIL BIS-IX IS GREATER THAN 50.
           COMPUTE CRV-DELTA ROUNDED = BIS-LOW + BIS-HIGH.
       240-BISECT-ARC-TANGENT-EXIT.
           EXIT.

       242-BISECT-STEP-TANGENT.
           COMPUTE BIS-MID = BIS-LOW + BIS-HIGH.
           COMPUTE BIS-MID ROUNDED = BIS-MID / 2.
           COMPUTE TERM-1 = TAN(BIS-MID).
           COMPUTE BIS-TRY ROUNDED = TERM-1 / BIS-MID
               ON SIZE ERROR
                   MOVE 9999 TO BIS-TRY
           END-COMPUTE.
           IF BIS-TRY IS LESS THAN BIS-TARGET THEN
               MOVE BIS-MID TO BIS-LOW
           ELSE
               MOVE BIS-MID TO BIS-HIGH
           END-IF.

       245-DELTA-FROM-CHORD-TANGENT.
      *    Half the chord over the tangent is the cosine of the
      *    half-delta, so the chord must be shorter than twice the
      *    tangent.
           COMPUTE TERM-1 = 2 * CRVOUT-TANGENT.
           IF CRVOUT-CHORD IS NOT LESS THAN TERM-1 THEN
               MOVE "8" TO CRVOUT-RESULT
               MOVE
                   "the chord must be shorter than twice the tangent"
                   TO CRVOUT-MESSAGE
           ELSE
               COMPUTE TERM-1 = CRVOUT-CHORD / TERM-1
               COMPUTE TERM-1 = ACOS(TERM-1)
               COMPUTE CRV-DELTA ROUNDED = TERM-1 * 2
           END-IF.

       250-SOLVE-ELEMENTS.
      *    The lengths not given, then the middle ordinate and the
      *    external distance, all from the radius and the delta.
      *    Each product is formed on its own before it is combined.
           IF NOT ARC-GIVEN THEN
               COMPUTE CRVOUT-ARC ROUNDED = CRVOUT-RADIUS * CRV-DELTA
                   ON SIZE ERROR
                       GO TO 250-TOO-LARGE
               END-COMPUTE
           END-IF.
           IF NOT CHORD-GIVEN THEN
               COMPUTE TERM-1 = SIN(HALF-DELTA)
               COMPUTE TERM-1 = CRVOUT-RADIUS * TERM-1
               COMPUTE CRVOUT-CHORD ROUNDED = TERM-1 * 2
                   ON SIZE ERROR
                       GO TO 250-TOO-LARGE
               END-COMPUTE
           END-IF.
           IF NOT TANGENT-GIVEN THEN
               COMPUTE TERM-1 = TAN(HALF-DELTA)
               COMPUTE CRVOUT-TANGENT ROUNDED = CRVOUT-RADIUS * TERM-1
                   ON SIZE ERROR
                       GO TO 250-TOO-LARGE
               END-COMPUTE
           END-IF.
           COMPUTE TERM-1 = COS(HALF-DELTA).
           COMPUTE TERM-2 = 1 - TERM-1.
           COMPUTE CRVOUT-MIDDLE-ORDINATE ROUNDED =
               CRVOUT-RADIUS * TERM-2
               ON SIZE ERROR
                   GO TO 250-TOO-LARGE
           END-COMPUTE.
           COMPUTE TERM-2 = CRVOUT-RADIUS * TERM-2.
           COMPUTE CRVOUT-EXTERNAL ROUNDED = TERM-2 / TERM-1
               ON SIZE ERROR
                   GO TO 250-TOO-LARGE
           END-COMPUTE.
           MOVE CRV-DELTA TO CRVOUT-DELTA.
           GO TO 250-SOLVE-ELEMENTS-EXIT.

       250-TOO-LARGE.
           MOVE "8" TO CRVOUT-RESULT.
           MOVE "the curve is too large to carry" TO CRVOUT-MESSAGE.

       250-SOLVE-ELEMENTS-EXIT.
           EXIT.

       360-COMPUTE-AREA.
      *    The segment between the arc and the chord: the sector
      *    less the triangle on the chord, R squared times (delta
      *    less the sine of delta) over two.  A failure here only
      *    zeroes the area rather than suppressing the solution.
           MOVE ZERO TO CRVOUT-DISP-AREA.
           MOVE ZERO TO CRVOUT-AREA-SQFT.
           COMPUTE TERM-1 = CRVOUT-RADIUS * CRVOUT-RADIUS.
           COMPUTE TERM-2 = SIN(CRV-DELTA).
           COMPUTE TERM-2 = CRV-DELTA - TERM-2.
           COMPUTE TERM-1 = TERM-1 * TERM-2.
           COMPUTE CRVOUT-DISP-AREA ROUNDED = TERM-1 / 2
               ON SIZE ERROR
                   MOVE ZERO TO CRVOUT-DISP-AREA
                   GO TO 360-COMPUTE-AREA-EXIT
           END-COMPUTE.
           IF CRVOUT-METER-UNIT THEN
               COMPUTE TERM-1 = CRVOUT-DISP-AREA * METERS-TO-FEET
               COMPUTE CRVOUT-AREA-SQFT ROUNDED =
                   TERM-1 * METERS-TO-FEET
                   ON SIZE ERROR
                       MOVE ZERO TO CRVOUT-AREA-SQFT
               END-COMPUTE
           ELSE
               MOVE CRVOUT-DISP-AREA TO CRVOUT-AREA-SQFT
           END-IF.
       360-COMPUTE-AREA-EXIT.
           EXIT.

       365-COMPUTE-BEARINGS.
      *    The chord leaves the PC turned half the delta from the
      *    back tangent, the ahead tangent the whole delta, and the
      *    radius point lies square off the back tangent on the
      *    inside of the curve.
           IF CRVOUT-HAVE-BEARING THEN
               MOVE CRVOUT-BACK-TANGENT TO BACK-AZIMUTH
               IF CRVOUT-TURNS-RIGHT THEN
                   MOVE "Y" TO TURNS-RIGHT-SW
               ELSE
                   MOVE "N" TO TURNS-RIGHT-SW
               END-IF
           ELSE
               COMPUTE TERM-1 = PI / 2
               COMPUTE BACK-AZIMUTH ROUNDED = TERM-1 - HALF-DELTA
               MOVE "Y" TO TURNS-RIGHT-SW
           END-IF.
           COMPUTE TERM-2 = PI / 2.
           IF TURNS-RIGHT THEN
               COMPUTE AZIMUTH-WORK ROUNDED =
                   BACK-AZIMUTH + HALF-DELTA
               PERFORM 367-NORMALIZE-AZIMUTH
               MOVE AZIMUTH-WORK TO CRVOUT-CHORD-AZIMUTH
               COMPUTE AZIMUTH-WORK ROUNDED = BACK-AZIMUTH + CRV-DELTA
               PERFORM 367-NORMALIZE-AZIMUTH
               MOVE AZIMUTH-WORK TO CRVOUT-FORWARD-AZIMUTH
               COMPUTE AZIMUTH-WORK ROUNDED = BACK-AZIMUTH + TERM-2
               PERFORM 367-NORMALIZE-AZIMUTH
               MOVE AZIMUTH-WORK TO RADIUS-AZIMUTH
           ELSE
               COMPUTE AZIMUTH-WORK ROUNDED =
                   BACK-AZIMUTH - HALF-DELTA
               PERFORM 367-NORMALIZE-AZIMUTH
               MOVE AZIMUTH-WORK TO CRVOUT-CHORD-AZIMUTH
               COMPUTE AZIMUTH-WORK ROUNDED = BACK-AZIMUTH - CRV-DELTA
               PERFORM 367-NORMALIZE-AZIMUTH
               MOVE AZIMUTH-WORK TO CRVOUT-FORWARD-AZIMUTH
               COMPUTE AZIMUTH-WORK ROUNDED = BACK-AZIMUTH - TERM-2
               PERFORM 367-NORMALIZE-AZIMUTH
               MOVE AZIMUTH-WORK TO RADIUS-AZIMUTH
           END-IF.

       367-NORMALIZE-AZIMUTH.
           IF AZIMUTH-WORK IS LESS THAN 0 THEN
               ADD TWO-PI TO AZIMUTH-WORK
           END-IF.
           IF AZIMUTH-WORK IS NOT LESS THAN TWO-PI THEN
               SUBTRACT TWO-PI FROM AZIMUTH-WORK
           END-IF.

       368-COMPUTE-POINTS.
      *    PC at the origin, the PT along the chord, the radius
      *    point along the radius, in the unit entered.  With no
      *    back tangent the bearings were only a device for the
      *    plot and are handed back as zero.
           MOVE ZERO TO CRVOUT-XA.
           MOVE ZERO TO CRVOUT-YA.
           COMPUTE CRVOUT-XB ROUNDED =
               CRVOUT-CHORD * SIN(CRVOUT-CHORD-AZIMUTH)
               ON SIZE ERROR
                   MOVE ZERO TO CRVOUT-XB
           END-COMPUTE.
           COMPUTE CRVOUT-YB ROUNDED =
               CRVOUT-CHORD * COS(CRVOUT-CHORD-AZIMUTH)
               ON SIZE ERROR
                   MOVE ZERO TO CRVOUT-YB
           END-COMPUTE.
           COMPUTE CRVOUT-XC ROUNDED =
               CRVOUT-RADIUS * SIN(RADIUS-AZIMUTH)
               ON SIZE ERROR
                   MOVE ZERO TO CRVOUT-XC
           END-COMPUTE.
           COMPUTE CRVOUT-YC ROUNDED =
               CRVOUT-RADIUS * COS(RADIUS-AZIMUTH)
               ON SIZE ERROR
                   MOVE ZERO TO CRVOUT-YC
           END-COMPUTE.
           IF NOT CRVOUT-HAVE-BEARING THEN
               MOVE ZERO TO CRVOUT-CHORD-AZIMUTH
               MOVE ZERO TO CRVOUT-FORWARD-AZIMUTH
           END-IF.

       410-BUILD-RADIUS-LINE.
           MOVE "Radius:" TO OLABEL2.
           MOVE CRVOUT-RADIUS TO XI.
           PERFORM 335-BUILD-LENGTH-LINE.

       420-BUILD-DELTA-LINES.
      *    The delta in radians, degrees, and degrees-minutes-
      *    seconds, as TRIOUT prints a triangle's angles.
           MOVE "Delta:" TO OLABEL2.
           MOVE CRVOUT-DELTA TO XI.
           PERFORM 330-FORMAT-VALUE.
           MOVE FUNCTION TRIM(FMT-TEXT) TO OVAL2.
           MOVE "radians" TO OUNITS2.
           MOVE OUTPUT-2 TO SHOW-LINE-TEXT.
           PERFORM 470-ADD-LINE.
           MOVE SPACES TO OLABEL2.
           COMPUTE TERM-1 = CRVOUT-DELTA * 180.
           COMPUTE XI ROUNDED = TERM-1 / PI.
           PERFORM 330-FORMAT-VALUE.
           MOVE FUNCTION TRIM(FMT-TEXT) TO OVAL2.
           MOVE "degrees" TO OUNITS2.
           MOVE OUTPUT-2 TO SHOW-LINE-TEXT.
           PERFORM 470-ADD-LINE.
           MOVE CRVOUT-DELTA TO XI.
           PERFORM 340-FORMAT-DMS.
           MOVE FUNCTION TRIM(DMS-TEXT) TO OVAL2.
           MOVE "deg min sec" TO OUNITS2.
           MOVE OUTPUT-2 TO SHOW-LINE-TEXT.
           PERFORM 470-ADD-LINE.

       430-BUILD-LENGTH-LINES.
           MOVE "Arc length:" TO OLABEL2.
           MOVE CRVOUT-ARC TO XI.
           PERFORM 335-BUILD-LENGTH-LINE.
           MOVE "Chord:" TO OLABEL2.
           MOVE CRVOUT-CHORD TO XI.
           PERFORM 335-BUILD-LENGTH-LINE.
           MOVE "Tangent:" TO OLABEL2.
           MOVE CRVOUT-TANGENT TO XI.
           PERFORM 335-BUILD-LENGTH-LINE.
           MOVE "Mid-ordinate:" TO OLABEL2.
           MOVE CRVOUT-MIDDLE-ORDINATE TO XI.
           PERFORM 335-BUILD-LENGTH-LINE.
           MOVE "External:" TO OLABEL2.
           MOVE CRVOUT-EXTERNAL TO XI.
           PERFORM 335-BUILD-LENGTH-LINE.

       440-BUILD-AREA-LINES.
      *    The segment area in the square of the unit entered, then
      *    in acres, the way the lot areas are quoted.
           MOVE "Segment area:" TO OLABEL2.
           MOVE CRVOUT-DISP-AREA TO XI.
           PERFORM 330-FORMAT-VALUE.
           MOVE FUNCTION TRIM(FMT-TEXT) TO OVAL2.
           IF CRVOUT-FEET-UNIT THEN
               MOVE "sq feet" TO OUNITS2
           ELSE
               MOVE "sq meters" TO OUNITS2
           END-IF.
           MOVE OUTPUT-2 TO SHOW-LINE-TEXT.
           PERFORM 470-ADD-LINE.
           MOVE SPACES TO OLABEL2.
           COMPUTE XI ROUNDED = CRVOUT-AREA-SQFT / SQ-FEET-PER-ACRE.
           PERFORM 330-FORMAT-VALUE.
           MOVE FUNCTION TRIM(FMT-TEXT) TO OVAL2.
           MOVE "acres" TO OUNITS2.
           MOVE OUTPUT-2 TO SHOW-LINE-TEXT.
           PERFORM 470-ADD-LINE.

       450-BUILD-BEARING-LINES.
           MOVE "Back tangent:" TO OLABEL2.
           MOVE BACK-AZIMUTH TO AZIMUTH-WORK.
           PERFORM 455-BUILD-ONE-BEARING-LINE.
           MOVE "Chord bearing:" TO OLABEL2.
           MOVE CRVOUT-CHORD-AZIMUTH TO AZIMUTH-WORK.
           PERFORM 455-BUILD-ONE-BEARING-LINE.
           MOVE "Ahead tangent:" TO OLABEL2.
           MOVE CRVOUT-FORWARD-AZIMUTH TO AZIMUTH-WORK.
           PERFORM 455-BUILD-ONE-BEARING-LINE.

       455-BUILD-ONE-BEARING-LINE.
      *    OLABEL2 names the line; AZIMUTH-WORK carries the bearing.
           PERFORM 350-FORMAT-BEARING.
           MOVE FUNCTION TRIM(BEARING-TEXT) TO OVAL2.
           MOVE SPACES TO OUNITS2.
           MOVE OUTPUT-2 TO SHOW-LINE-TEXT.
           PERFORM 470-ADD-LINE.

       460-BUILD-POINT-LINES.
      *    The plot coordinates as an extra block, one line per
      *    point with its X and Y.
           MOVE "PC:" TO OLABEL.
           MOVE CRVOUT-XA TO XI.
           MOVE CRVOUT-YA TO POINT-Y-SAVE.
           PERFORM 469-BUILD-ONE-POINT-LINE.
           MOVE "PT:" TO OLABEL.
           MOVE CRVOUT-XB TO XI.
           MOVE CRVOUT-YB TO POINT-Y-SAVE.
           PERFORM 469-BUILD-ONE-POINT-LINE.
           MOVE "Radius point:" TO OLABEL.
           MOVE CRVOUT-XC TO XI.
           MOVE CRVOUT-YC TO POINT-Y-SAVE.
           PERFORM 469-BUILD-ONE-POINT-LINE.

       469-BUILD-ONE-POINT-LINE.
      *    OLABEL names the point; XI and POINT-Y-SAVE carry its X
      *    and Y.
           PERFORM 330-FORMAT-VALUE.
           MOVE FUNCTION TRIM(FMT-TEXT) TO AVAL.
           MOVE POINT-Y-SAVE TO XI.
           PERFORM 330-FORMAT-VALUE.
           MOVE FUNCTION TRIM(FMT-TEXT) TO BVAL.
           MOVE SPACES TO CVAL.
           IF CRVOUT-FEET-UNIT THEN
               MOVE "feet" TO OUNITS
           ELSE
               MOVE "meters" TO OUNITS
           END-IF.
           MOVE OUTPUT-1 TO SHOW-LINE-TEXT.
           PERFORM 470-ADD-LINE.

       470-ADD-LINE.
           ADD 1 TO CRVOUT-LINE-COUNT.
           MOVE SHOW-LINE-TEXT TO CRVOUT-LINE(CRVOUT-LINE-COUNT).

       335-BUILD-LENGTH-LINE.
      *    OLABEL2 names the length; XI carries it.
           PERFORM 330-FORMAT-VALUE.
           MOVE FUNCTION TRIM(FMT-TEXT) TO OVAL2.
           IF CRVOUT-FEET-UNIT THEN
               MOVE "feet" TO OUNITS2
           ELSE
               MOVE "meters" TO OUNITS2
           END-IF.
           MOVE OUTPUT-2 TO SHOW-LINE-TEXT.
           PERFORM 470-ADD-LINE.

       340-FORMAT-DMS.
      *    Renders the radian angle in XI as "DD MM SS.s" in
      *    DMS-TEXT.  The seconds are rounded to a tenth; a 60.0
      *    carries into the minute and a 60th minute into the
      *    degree.
           COMPUTE ZETA ROUNDED = 180 * XI / PI.
           COMPUTE DMS-DEGREES = INTEGER(ZETA).
           COMPUTE ZETA = (ZETA - DMS-DEGREES) * 60.
           COMPUTE DMS-MINUTES = INTEGER(ZETA).
           COMPUTE DMS-TENTH-SECS ROUNDED =
               (ZETA - DMS-MINUTES) * 600.
           IF DMS-TENTH-SECS IS NOT LESS THAN 600 THEN
               SUBTRACT 600 FROM DMS-TENTH-SECS
               ADD 1 TO DMS-MINUTES
           END-IF.
           IF DMS-MINUTES IS NOT LESS THAN 60 THEN
               SUBTRACT 60 FROM DMS-MINUTES
               ADD 1 TO DMS-DEGREES
           END-IF.
           DIVIDE DMS-TENTH-SECS BY 10 GIVING DMS-SECONDS
               REMAINDER DMS-SEC-TENTH.
           MOVE DMS-DEGREES TO DMS-DEG-EDIT.
           MOVE DMS-MINUTES TO DMS-MIN-EDIT.
           MOVE DMS-SECONDS TO DMS-SEC-EDIT.
           MOVE SPACES TO DMS-TEXT.
           STRING FUNCTION TRIM(DMS-DEG-EDIT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DMS-MIN-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DMS-SEC-EDIT DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   DMS-SEC-TENTH DELIMITED BY SIZE
               INTO DMS-TEXT.

       350-FORMAT-BEARING.
      *    Turns AZIMUTH-WORK (radians clockwise from north) into a
      *    quadrant bearing such as N 45°30'15" E.  The azimuth is
      *    rounded to the whole second first, so the quadrant and
      *    the seconds never disagree at a carry.
           COMPUTE QUAD-AZ-SECS ROUNDED = AZIMUTH-WORK * 648000 / PI.
           IF QUAD-AZ-SECS IS NOT LESS THAN 1296000 THEN
               SUBTRACT 1296000 FROM QUAD-AZ-SECS
           END-IF.
           IF QUAD-AZ-SECS IS NOT GREATER THAN 324000 THEN
               MOVE "N" TO QUAD-NS
               MOVE "E" TO QUAD-EW
               MOVE QUAD-AZ-SECS TO QUAD-WHOLE-SECS
           ELSE
               IF QUAD-AZ-SECS IS LESS THAN 648000 THEN
                   MOVE "S" TO QUAD-NS
                   MOVE "E" TO QUAD-EW
                   COMPUTE QUAD-WHOLE-SECS = 648000 - QUAD-AZ-SECS
               ELSE
                   IF QUAD-AZ-SECS IS LESS THAN 972000 THEN
                       MOVE "S" TO QUAD-NS
                       MOVE "W" TO QUAD-EW
                       COMPUTE QUAD-WHOLE-SECS =
                           QUAD-AZ-SECS - 648000
                   ELSE
                       MOVE "N" TO QUAD-NS
                       MOVE "W" TO QUAD-EW
                       COMPUTE QUAD-WHOLE-SECS =
                           1296000 - QUAD-AZ-SECS
                   END-IF
               END-IF
           END-IF.
           DIVIDE QUAD-WHOLE-SECS BY 3600 GIVING QUAD-DEGREES
               REMAINDER QUAD-REMAINDER.
           DIVIDE QUAD-REMAINDER BY 60 GIVING QUAD-MINUTES
               REMAINDER QUAD-SECONDS.
           MOVE SPACES TO BEARING-TEXT.
           STRING QUAD-NS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QUAD-DEGREES DELIMITED BY SIZE
                   DEGREE-SIGN DELIMITED BY SIZE
                   QUAD-MINUTES DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   QUAD-SECONDS DELIMITED BY SIZE
                   '" ' DELIMITED BY SIZE
                   QUAD-EW DELIMITED BY SIZE
               INTO BEARING-TEXT.

       320-ROUND-TO-PRECISION.
      *    Rounds XI to the number of decimal places the caller
      *    chose for output (DEC-PLACES), returning the result in
      *    ZETA.
           COMPUTE SCALE-FACTOR = 10 ** DEC-PLACES.
           COMPUTE SCALED-WHOLE ROUNDED = XI * SCALE-FACTOR.
           COMPUTE ZETA = SCALED-WHOLE / SCALE-FACTOR.

       330-FORMAT-VALUE.
      *    Rounds XI to DEC-PLACES (via 320-ROUND-TO-PRECISION) and
      *    builds a trimmed, variable-width numeral in FMT-TEXT,
      *    with the sign in front where the value is negative.
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
