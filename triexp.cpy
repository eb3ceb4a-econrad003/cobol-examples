      * VTX, or the standard-position set TRIOUT derives (vertex A
      * at the origin, side c along the X axis) for the solvers
      * that never saw coordinates -- so every record is plottable
      * directly.  A TRV record is the summary of a posted field
      * traverse: its inputs are the starting and first new point
      * numbers, the number of legs, the backsight azimuth, and the
      * errors in latitude and departure; its "sides" are the
      * perimeter, the linear misclosure, and the number of legs;
      * its area is the enclosed area of the adjusted traverse; and
      * its vertices are the starting point and the stations on
      * either side of it.  A CRV record is a solved circular
      * curve: its inputs are the radius, the delta, the arc
      * length, the chord, the tangent, and the back tangent
      * azimuth (zero when none was given), the angles in the
      * measure keyed; its sides are the radius, arc length, and
      * chord; its three angles are the delta and the chord and
      * ahead tangent azimuths; its area is the segment between
      * the arc and the chord; and its vertices are the PC, the
      * PT, and the radius point.  A CXL record is the
      * cancellation TRIVOID writes when a solve is voided, telling
      * CAD/GIS to drop the feature: its sides, area, shape, kind,
      * unit, and job are those of the voided solve, its inputs
      * and coordinates are zero, and the three cancel fields at
      * the end name the feature being dropped -- the timestamp,
      * solver case, and solution number of the voided solve's
      * own export record.  The cancel fields are spaces on every
      * other record, and records written before they existed
      * parse as spaces.
       01  EXPORT-DETAIL.
           02  EXP-TIMESTAMP            PIC X(21).
           02  FILLER                   PIC X(1) VALUE "|".
           02  EXP-XC                   PIC -(5)9.9(4).
           02  FILLER                   PIC X(1) VALUE "|".
           02  EXP-YC                   PIC -(5)9.9(4).
           02  FILLER                   PIC X(1) VALUE "|".
           02  EXP-CANCEL-TIMESTAMP     PIC X(21) VALUE SPACES.
           02  FILLER                   PIC X(1) VALUE "|".
           02  EXP-CANCEL-CASE          PIC X(3) VALUE SPACES.
           02  FILLER                   PIC X(1) VALUE "|".
           02  EXP-CANCEL-SOLUTION-NO   PIC X(1) VALUE SPACES.
