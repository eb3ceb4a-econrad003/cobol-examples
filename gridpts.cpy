      * Grid point record, written by GRIDXFRM to GRIDPTS.DAT when a
      * job's points are put on the county grid.  The file opens
      * with one header record (type "H") giving the parameters the
      * points were transformed with -- the number of control
      * points, the coefficients, the scale, the rotation, and the
      * standard error of the fit -- followed by one point record
      * (type "P") for each of the job's points on the point
      * master, carrying both the grid and the local coordinates
      * and the source code from the point master.  Grid
      * coordinates run to eight whole digits, wider than the local
      * system's five, since state plane values run into the
      * millions.  Every header is also appended to GRIDPARM.DAT so
      * a job's parameters can be applied later to its export
      * records in a transfer batch.
      *
      * The transformation is the four-parameter (similarity) one:
      *     grid X = A * x - B * y + shift X
      *     grid Y = B * x + A * y + shift Y
      * where x and y are local.  The scale is the square root of
      * A squared plus B squared, and the rotation (counterclockwise
      * positive, in degrees) is the angle whose cosine and sine are
      * A and B over the scale.
       01  GRID-POINT-RECORD.
           02  GPT-RECORD-TYPE          PIC X(1).
               88  GPT-HEADER               VALUE "H".
               88  GPT-POINT                VALUE "P".
           02  GPT-JOB-NO               PIC X(8).
           02  GPT-POINT-DATA.
               03  GPT-POINT-NO         PIC 9(5).
               03  GPT-GRID-X           PIC S9(8)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  GPT-GRID-Y           PIC S9(8)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  GPT-LOCAL-X          PIC S9(5)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  GPT-LOCAL-Y          PIC S9(5)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  GPT-DESC             PIC X(20).
               03  GPT-SOURCE           PIC X(1).
               03  FILLER               PIC X(29).
           02  GPT-HEADER-DATA REDEFINES GPT-POINT-DATA.
               03  GPH-RUN-DATE         PIC X(8).
               03  GPH-CONTROL-COUNT    PIC 9(2).
               03  GPH-COEF-A           PIC S9(3)V9(12)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  GPH-COEF-B           PIC S9(3)V9(12)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  GPH-SHIFT-X          PIC S9(9)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  GPH-SHIFT-Y          PIC S9(9)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  GPH-SCALE            PIC 9(3)V9(9).
               03  GPH-ROTATION-DEG     PIC S9(3)V9(6)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  GPH-STD-ERROR        PIC 9(5)V9(4).
