      * Parameter block for CRVOUT, the shared circular curve solver
      * and solution-display module used by CURVE at the terminal
      * and by TRIBATCH for its CRV cases, so that a given curve is
      * solved and printed the same way whichever program ran it.
      * The caller names the two elements it was given and their
      * values and CALLs CRVOUT; the module solves the rest of the
      * curve and formats the solution block as lines for the
      * caller to DISPLAY or write to its report.  A pair that
      * yields no real curve comes back failed, with the reason.
       01  CRVOUT-PARMS.
      * Inputs: the two elements given, each as a code -- R radius,
      * D delta (the central angle), L arc length, C chord, T
      * tangent -- and a value, lengths in the unit entered and the
      * delta in radians; the back tangent azimuth in radians,
      * clockwise from north, with the way the curve turns from it
      * (R right, L left, space when no back tangent was given);
      * the unit code; and the output precision.
           02  CRVOUT-GIVEN-1           PIC X(1).
           02  CRVOUT-VALUE-1           PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-GIVEN-2           PIC X(1).
           02  CRVOUT-VALUE-2           PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-BACK-TANGENT      PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-TURN              PIC X(1).
               88  CRVOUT-TURNS-RIGHT       VALUE "R".
               88  CRVOUT-TURNS-LEFT        VALUE "L".
               88  CRVOUT-HAVE-BEARING      VALUES "R", "L".
           02  CRVOUT-LENGTH-UNIT       PIC X(1).
               88  CRVOUT-FEET-UNIT         VALUE "F".
               88  CRVOUT-METER-UNIT        VALUE "M".
           02  CRVOUT-DEC-PLACES        PIC 9(1).
      * Outputs: solved, or failed with the reason in the message;
      * then the solved curve -- radius, delta (radians), arc
      * length, chord, tangent, middle ordinate, and external
      * distance in the unit entered; the segment area (between
      * the arc and the chord) in the square of the unit entered
      * and in square feet; the chord and forward tangent
      * azimuths in radians (zero when no back tangent was given);
      * the classification for the history master and the export
      * record; the plot coordinates of the PC, the PT, and the
      * radius point, in the unit entered, with the PC at the
      * origin (with no back tangent the chord is laid along the
      * X axis and the radius point falls below it); and the
      * formatted solution lines.
           02  CRVOUT-RESULT            PIC X(1).
               88  CRVOUT-SOLVED            VALUE "0".
               88  CRVOUT-FAILED            VALUE "8".
           02  CRVOUT-MESSAGE           PIC X(72).
           02  CRVOUT-RADIUS            PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-DELTA             PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-ARC               PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-CHORD             PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-TANGENT           PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-MIDDLE-ORDINATE   PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-EXTERNAL          PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-DISP-AREA         PIC S9(9)V9(4)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-AREA-SQFT         PIC S9(9)V9(4)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-CHORD-AZIMUTH     PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-FORWARD-AZIMUTH   PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-SHAPE             PIC X(11).
           02  CRVOUT-KIND              PIC X(6).
           02  CRVOUT-XA                PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-YA                PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-XB                PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-YB                PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-XC                PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-YC                PIC S9(5)V9(8)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  CRVOUT-LINE-COUNT        PIC 9(2).
           02  CRVOUT-LINE              PIC X(80)
                   OCCURS 18 TIMES.
