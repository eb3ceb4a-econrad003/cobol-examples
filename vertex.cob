      *    acres the way the SSS parcel summary is.
      *
      *    Triangle coordinates may be keyed directly or looked up
      *    by point number in the point master PTMAST.DAT, under the
      *    session's active job, where PTLOAD puts the total station
      *    download, so the six coordinates never have to be re-keyed
      *    by hand.  Boundary vertices may be taken the same way.
      *
      *    Each boundary solved is also written up as a metes-and-
      *    bounds legal description, appended to LEGAL.DAT: a
      *    point-of-beginning clause, one call per leg with its
      *    quadrant bearing in degrees, minutes, and seconds and
      *    its distance in the unit entered, a closing call back to
      *    the point of beginning, and the acreage from the parcel
      *    total.  When the vertices came from the point master
      *    their point descriptions serve as the monument text.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           SELECT LEGAL-FILE ASSIGN TO "LEGAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  AUDIT-RECORD                 PIC X(152).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  MASTER-FILE.
       COPY "trimast.cpy".
       FD  TRICTL-FILE.
       01  TRICTL-RECORD                PIC 9(9).

       FD  PTMAST-FILE.
       COPY "ptmast.cpy".

       FD  LEGAL-FILE.
       01  LEGAL-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       77  X                            PIC S9(5)V9(8)
      * The closure check compares a re-keyed first vertex against
      * the one originally entered; a misclosure beyond the
      * tolerance (in the unit entered) is reported before solving.
      * Vertices taken from the point file carry their point number
      * and description for the legal description's monuments.
       77  BDY-COUNT                    PIC 9(2) VALUE ZERO.
           88  VALID-BDY-COUNT              VALUES 3 THRU 20.
       77  BDY-IX                       PIC 9(2).
                       SIGN TRAILING SEPARATE CHARACTER.
               03  BDY-Y                PIC S9(5)V9(8)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  BDY-PT-NO            PIC 9(5).
               03  BDY-DESC             PIC X(20).
       77  BDY-CLOSE-X                  PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  BDY-CLOSE-Y                  PIC S9(5)V9(8)
       77  BDY-ABORT-SW                 PIC X VALUE "N".
           88  BDY-ABORT                    VALUE "Y".

      * Metes-and-bounds legal description (LEGAL.DAT), one per
      * boundary solved.  Bearings are quadrant bearings to the
      * whole second, with the degree sign written as its UTF-8
      * byte pair so the deed text reads as recorded.
       77  LEGAL-FILE-STATUS            PIC X(2).
           88  LEGAL-FILE-OK                VALUE "00".
       77  LEGAL-LINE-TEXT              PIC X(100).
       77  LEGAL-POINTER                PIC 9(3).
       77  LEGAL-SAVE-IX                PIC 9(2).
       77  LEGAL-STAMP                  PIC X(21).
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
       77  LEGAL-PT-EDIT                PIC Z(4)9.
       77  LEGAL-AREA-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       77  LEGAL-ACRE-EDIT              PIC Z(5)9.9(4).

      * Proceed-anyway answer for a boundary that does not close
       77  PROCEED-SW                   PIC X VALUE SPACE.
           88  VALID-PROCEED-SW             VALUES "y", "n".
           88  PROCEED-ANSWER               VALUE "y".

      * Coordinate source for a triangle: keyed at the terminal, or
      * looked up by point number in the point master
       77  COORD-MODE                   PIC X VALUE "K".
           88  VALID-COORD-MODE             VALUES "K", "N".
           88  KEYED-COORDS                 VALUE "K".
           88  POINT-COORDS                 VALUE "N".

      * Point master, opened the first time a point-number lookup
      * is asked for and held open until the program ends
       77  PTMAST-FILE-STATUS           PIC X(2).
           88  PTMAST-FILE-OK               VALUE "00".
       77  PTMAST-OPEN-SW               PIC X VALUE "N".
           88  PTMAST-OPEN                  VALUE "Y".

      * Point numbers keyed for the current triangle, carried onto
      * the export record so the CAD side can trace the triangle
      * back to the field points
       77  PT-NO-TEXT                   PIC X(8).
       77  PT-NO-WANTED                 PIC 9(5).
       77  PT-NO-A                      PIC 9(5) VALUE ZERO.
       77  PT-NO-B                      PIC 9(5) VALUE ZERO.
       77  PT-NO-C                      PIC 9(5) VALUE ZERO.
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
           PERFORM 130-APPLY-SESSION-PREFS.

       020-RUN.
           PERFORM 915-OPEN-MASTER.
           PERFORM 030-SELECT-FIGURE.
           IF BOUNDARY-FIGURE THEN
           ELSE
               PERFORM 600-SOLVE-ONE THRU 600-SOLVE-ONE-EXIT
           END-IF.
           CLOSE MASTER-FILE.
           IF PTMAST-OPEN THEN
               CLOSE PTMAST-FILE
               MOVE "N" TO PTMAST-OPEN-SW
           END-IF.
           GOBACK.

       030-SELECT-FIGURE.
                   "try again..."
               GO TO 030-SELECT-FIGURE
           END-IF.
      *    The coordinate source is asked for again per figure, so
      *    a point-number choice left over from an earlier dispatch
      *    must not leak into the next figure's export records.
           MOVE "K" TO COORD-MODE.

       600-SOLVE-ONE.

           PERFORM 640-SELECT-COORD-MODE.
           IF POINT-COORDS THEN
               PERFORM 642-OPEN-POINT-MASTER
                   THRU 642-OPEN-POINT-MASTER-EXIT
               IF NOT PTMAST-OPEN THEN
                   DISPLAY "Falling back to keyed coordinates."
                   MOVE "K" TO COORD-MODE
               END-IF

       640-SELECT-COORD-MODE.
           DISPLAY "Take coordinates from the (K)eyboard or by "
               "point (N)umber from the point master?".
           ACCEPT COORD-MODE.
           IF NOT VALID-COORD-MODE THEN
               DISPLAY "  valid responses are 'K' and 'N', "
               GO TO 640-SELECT-COORD-MODE
           END-IF.

       642-OPEN-POINT-MASTER.
      *    Opens the point master once per figure; points are filed
      *    by job, so there is nothing to look up without an active
      *    job.  A missing or unreadable master leaves it closed and
      *    the caller falls back to keyed entry.
           IF PTMAST-OPEN THEN
               GO TO 642-OPEN-POINT-MASTER-EXIT
           END-IF.
           IF ACTIVE-JOB-NO = SPACES THEN
               DISPLAY "Point numbers are looked up under the active "
                   "job, and no job is set."
               GO TO 642-OPEN-POINT-MASTER-EXIT
           END-IF.
           OPEN INPUT PTMAST-FILE.
           IF NOT PTMAST-FILE-OK THEN
               DISPLAY "Unable to open PTMAST-FILE, status = "
                   PTMAST-FILE-STATUS
               GO TO 642-OPEN-POINT-MASTER-EXIT
           END-IF.
           MOVE "Y" TO PTMAST-OPEN-SW.
       642-OPEN-POINT-MASTER-EXIT.
           EXIT.

       645-GET-TRIANGLE-POINTS.
      *    Three point numbers instead of six keyed coordinates --
      *    the coordinates come from the point master, so the usual
      *    transposition errors cannot happen here.
           MOVE "Enter the point number of vertex A:"
               TO INPUT-PROMPT.
           PERFORM 646-GET-POINT.
           MOVE PT-NO-WANTED TO PT-NO-A.
           MOVE PTM-X TO XA.
           MOVE PTM-Y TO YA.

           MOVE "Enter the point number of vertex B:"
               TO INPUT-PROMPT.
           PERFORM 646-GET-POINT.
           MOVE PT-NO-WANTED TO PT-NO-B.
           MOVE PTM-X TO XB.
           MOVE PTM-Y TO YB.

           MOVE "Enter the point number of vertex C:"
               TO INPUT-PROMPT.
           PERFORM 646-GET-POINT.
           MOVE PT-NO-WANTED TO PT-NO-C.
           MOVE PTM-X TO XC.
           MOVE PTM-Y TO YC.

       646-GET-POINT.
      *    An unknown point number is refused outright rather than
                       "try again..."
                   GO TO 646-GET-POINT
           END-COMPUTE.
           MOVE ACTIVE-JOB-NO TO PTM-JOB-NO.
           MOVE PT-NO-WANTED TO PTM-POINT-NO.
           READ PTMAST-FILE
               INVALID KEY
                   DISPLAY "  point " PT-NO-WANTED " is not on the "
                       "point master for job " ACTIVE-JOB-NO
                       ", try again..."
                   GO TO 646-GET-POINT
           END-READ.
           DISPLAY "  found: " PTM-DESC.
           MOVE PTM-X TO XVAL.
           DISPLAY "    X = " XVAL.
           MOVE PTM-Y TO XVAL.
           DISPLAY "    Y = " XVAL.

       700-SOLVE-BOUNDARY.
           IF NOT PREFS-PASSED THEN
               PERFORM 110-GET-LENGTH-UNIT
           END-IF.

       701-GET-BOUNDARY.
           PERFORM 640-SELECT-COORD-MODE.
           IF POINT-COORDS THEN
               PERFORM 642-OPEN-POINT-MASTER
                   THRU 642-OPEN-POINT-MASTER-EXIT
               IF NOT PTMAST-OPEN THEN
                   DISPLAY "Falling back to keyed coordinates."
                   MOVE "K" TO COORD-MODE
               END-IF
           END-IF.
           PERFORM 705-GET-VERTEX-COUNT.
           PERFORM 710-GET-BOUNDARY-VERTEX
               THRU 710-GET-BOUNDARY-VERTEX-EXIT
               VARYING BDY-IX FROM 1 BY 1
               UNTIL BDY-IX IS GREATER THAN BDY-COUNT.
           PERFORM 715-CHECK-CLOSURE THRU 715-CHECK-CLOSURE-EXIT.
               VARYING BDY-IX FROM 2 BY 1
               UNTIL BDY-IX IS NOT LESS THAN BDY-COUNT.
           PERFORM 740-SHOW-BOUNDARY-SUMMARY.
           PERFORM 750-WRITE-LEGAL-DESCRIPTION
               THRU 750-WRITE-LEGAL-DESCRIPTION-EXIT.

       702-BOUNDARY-ANOTHER.
           PERFORM 650-SOLVE-ANOTHER.

       710-GET-BOUNDARY-VERTEX.
      *    One boundary vertex, keyed in traverse order (clockwise
      *    or counterclockwise, as the parcel is walked), or named
      *    by point number when the coordinates come from the point
      *    file.
           MOVE BDY-IX TO LEG-FROM-EDIT.
           MOVE ZERO TO BDY-PT-NO(BDY-IX).
           MOVE SPACES TO BDY-DESC(BDY-IX).
           IF POINT-COORDS THEN
               MOVE SPACES TO INPUT-PROMPT
               STRING "Enter the point number of vertex "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(LEG-FROM-EDIT) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                   INTO INPUT-PROMPT
               PERFORM 646-GET-POINT
               MOVE PT-NO-WANTED TO BDY-PT-NO(BDY-IX)
               MOVE PTM-DESC TO BDY-DESC(BDY-IX)
               MOVE PTM-X TO BDY-X(BDY-IX)
               MOVE PTM-Y TO BDY-Y(BDY-IX)
               GO TO 710-GET-BOUNDARY-VERTEX-EXIT
           END-IF.
           MOVE SPACES TO INPUT-PROMPT.
           STRING "Enter the X coordinate of vertex "
                       DELIMITED BY SIZE
               INTO INPUT-PROMPT.
           PERFORM 105-GET-COORDINATE.
           MOVE X TO BDY-Y(BDY-IX).
       710-GET-BOUNDARY-VERTEX-EXIT.
           EXIT.

       715-CHECK-CLOSURE.
      *    The first vertex is re-keyed after the traverse and
      *    compared against the one originally entered, so a
      *    transposed coordinate shows up as a misclosure the way
      *    a bad closing shot would in the field notes.  Vertices
      *    taken by point number were never keyed, so they have
      *    nothing to re-key.
           MOVE "N" TO BDY-ABORT-SW.
           IF POINT-COORDS THEN
               GO TO 715-CHECK-CLOSURE-EXIT
           END-IF.
           MOVE "Re-enter the X coordinate of vertex 1 to close:"
               TO INPUT-PROMPT.
           PERFORM 105-GET-COORDINATE.
           MOVE BDY-Y(BDY-IX) TO YB.
           MOVE BDY-X(BDY-NEXT-IX) TO XC.
           MOVE BDY-Y(BDY-NEXT-IX) TO YC.
           MOVE BDY-PT-NO(1) TO PT-NO-A.
           MOVE BDY-PT-NO(BDY-IX) TO PT-NO-B.
           MOVE BDY-PT-NO(BDY-NEXT-IX) TO PT-NO-C.
           COMPUTE BDY-SIGNED-AREA ROUNDED =
               ((XB - XA) * (YC - YA)
                   - (XC - XA) * (YB - YA)) / 2
               INTO LEG-LINE-TEXT.
           DISPLAY LEG-LINE-TEXT.

       750-WRITE-LEGAL-DESCRIPTION.
      *    Writes the boundary up as a metes-and-bounds description
      *    and appends it to LEGAL.DAT for the deed drafter: the
      *    point of beginning, one call per leg in traverse order
      *    with the last call closing on the point of beginning,
      *    and the parcel total as the acreage statement.
           OPEN EXTEND LEGAL-FILE.
           IF NOT LEGAL-FILE-OK THEN
               OPEN OUTPUT LEGAL-FILE
               CLOSE LEGAL-FILE
               OPEN EXTEND LEGAL-FILE
           END-IF.
           IF NOT LEGAL-FILE-OK THEN
               DISPLAY "Unable to open LEGAL-FILE, status = "
                   LEGAL-FILE-STATUS
               GO TO 750-WRITE-LEGAL-DESCRIPTION-EXIT
           END-IF.
           MOVE CURRENT-DATE TO LEGAL-STAMP.
           MOVE SPACES TO LEGAL-LINE-TEXT.
           STRING "LEGAL DESCRIPTION  Job " DELIMITED BY SIZE
                   FUNCTION TRIM(ACTIVE-JOB-NO) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   LEGAL-STAMP(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   LEGAL-STAMP(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   LEGAL-STAMP(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LEGAL-STAMP(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   LEGAL-STAMP(11:2) DELIMITED BY SIZE
               INTO LEGAL-LINE-TEXT.
           PERFORM 759-WRITE-LEGAL-LINE.
           MOVE SPACES TO LEGAL-LINE-TEXT.
           PERFORM 759-WRITE-LEGAL-LINE.

           MOVE SPACES TO LEGAL-LINE-TEXT.
           MOVE 1 TO LEGAL-POINTER.
           STRING "BEGINNING at " DELIMITED BY SIZE
               INTO LEGAL-LINE-TEXT
               WITH POINTER LEGAL-POINTER.
           MOVE 1 TO BDY-IX.
           PERFORM 757-STRING-MONUMENT.
           STRING "," DELIMITED BY SIZE
               INTO LEGAL-LINE-TEXT
               WITH POINTER LEGAL-POINTER.
           PERFORM 759-WRITE-LEGAL-LINE.
           MOVE BDY-X(1) TO XI.
           PERFORM 330-FORMAT-VALUE.
           MOVE SPACES TO LEGAL-LINE-TEXT.
           MOVE 1 TO LEGAL-POINTER.
           STRING "  having coordinates X " DELIMITED BY SIZE
                   FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
               INTO LEGAL-LINE-TEXT
               WITH POINTER LEGAL-POINTER.
           MOVE BDY-Y(1) TO XI.
           PERFORM 330-FORMAT-VALUE.
           STRING " and Y " DELIMITED BY SIZE
                   FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
                   ", the POINT OF BEGINNING;" DELIMITED BY SIZE
               INTO LEGAL-LINE-TEXT
               WITH POINTER LEGAL-POINTER.
           PERFORM 759-WRITE-LEGAL-LINE.

           PERFORM 755-WRITE-LEGAL-CALL
               VARYING BDY-IX FROM 1 BY 1
               UNTIL BDY-IX IS GREATER THAN BDY-COUNT.

           COMPUTE LEGAL-AREA-EDIT ROUNDED = ABS(BDY-TOTAL-AREA).
           COMPUTE ACRE-VALUE ROUNDED =
               ABS(BDY-TOTAL-AREA) / SQ-FEET-PER-ACRE.
           MOVE ACRE-VALUE TO LEGAL-ACRE-EDIT.
           MOVE SPACES TO LEGAL-LINE-TEXT.
           STRING "CONTAINING " DELIMITED BY SIZE
                   FUNCTION TRIM(LEGAL-AREA-EDIT) DELIMITED BY SIZE
                   " square feet, or " DELIMITED BY SIZE
                   FUNCTION TRIM(LEGAL-ACRE-EDIT) DELIMITED BY SIZE
                   " acres, more or less." DELIMITED BY SIZE
               INTO LEGAL-LINE-TEXT.
           PERFORM 759-WRITE-LEGAL-LINE.
           MOVE SPACES TO LEGAL-LINE-TEXT.
           PERFORM 759-WRITE-LEGAL-LINE.
           CLOSE LEGAL-FILE.
           DISPLAY "Legal description appended to LEGAL.DAT.".
       750-WRITE-LEGAL-DESCRIPTION-EXIT.
           EXIT.

       755-WRITE-LEGAL-CALL.
      *    One "thence" call: the quadrant bearing and length of the
      *    leg from vertex BDY-IX to the next, ending on the next
      *    vertex's monument or, for the last leg, on the point of
      *    beginning.
           IF BDY-IX = BDY-COUNT THEN
               MOVE 1 TO BDY-NEXT-IX
           ELSE
               COMPUTE BDY-NEXT-IX = BDY-IX + 1
           END-IF.
           COMPUTE DELTA-X = BDY-X(BDY-NEXT-IX) - BDY-X(BDY-IX).
           COMPUTE DELTA-Y = BDY-Y(BDY-NEXT-IX) - BDY-Y(BDY-IX).
           COMPUTE LEG-LENGTH ROUNDED =
               SQRT(DELTA-X ** 2 + DELTA-Y ** 2).
           PERFORM 260-COMPUTE-BEARING THRU
               260-COMPUTE-BEARING-EXIT.
           PERFORM 756-FORMAT-QUADRANT-BEARING.
           MOVE LEG-LENGTH TO XI.
           PERFORM 330-FORMAT-VALUE.
           MOVE SPACES TO LEGAL-LINE-TEXT.
           MOVE 1 TO LEGAL-POINTER.
           STRING "  thence " DELIMITED BY SIZE
                   FUNCTION TRIM(BEARING-TEXT) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(FMT-TEXT) DELIMITED BY SIZE
               INTO LEGAL-LINE-TEXT
               WITH POINTER LEGAL-POINTER.
           IF FEET-UNIT THEN
               STRING " feet to " DELIMITED BY SIZE
                   INTO LEGAL-LINE-TEXT
                   WITH POINTER LEGAL-POINTER
           ELSE
               STRING " meters to " DELIMITED BY SIZE
                   INTO LEGAL-LINE-TEXT
                   WITH POINTER LEGAL-POINTER
           END-IF.
           IF BDY-NEXT-IX = 1 THEN
               STRING "the POINT OF BEGINNING." DELIMITED BY SIZE
                   INTO LEGAL-LINE-TEXT
                   WITH POINTER LEGAL-POINTER
           ELSE
               MOVE BDY-IX TO LEGAL-SAVE-IX
               MOVE BDY-NEXT-IX TO BDY-IX
               PERFORM 757-STRING-MONUMENT
               MOVE LEGAL-SAVE-IX TO BDY-IX
               STRING ";" DELIMITED BY SIZE
                   INTO LEGAL-LINE-TEXT
                   WITH POINTER LEGAL-POINTER
           END-IF.
           PERFORM 759-WRITE-LEGAL-LINE.

       756-FORMAT-QUADRANT-BEARING.
      *    Turns BEARING (radians clockwise from north) into a
      *    quadrant bearing such as N 45°30'15" E.  The azimuth is
      *    rounded to the whole second first, so the quadrant and
      *    the seconds never disagree at a carry.
           COMPUTE QUAD-AZ-SECS ROUNDED = BEARING * 648000 / PI.
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

       757-STRING-MONUMENT.
      *    The monument at vertex BDY-IX: its point master description
      *    and point number when it came from the point file, or
      *    plain "a point" when it was keyed.
           IF BDY-PT-NO(BDY-IX) = 0 THEN
               STRING "a point" DELIMITED BY SIZE
                   INTO LEGAL-LINE-TEXT
                   WITH POINTER LEGAL-POINTER
           ELSE
               MOVE BDY-PT-NO(BDY-IX) TO LEGAL-PT-EDIT
               IF BDY-DESC(BDY-IX) = SPACES THEN
                   STRING "a point" DELIMITED BY SIZE
                       INTO LEGAL-LINE-TEXT
                       WITH POINTER LEGAL-POINTER
               ELSE
                   STRING "a point marked " DELIMITED BY SIZE
                           FUNCTION TRIM(BDY-DESC(BDY-IX))
                               DELIMITED BY SIZE
                       INTO LEGAL-LINE-TEXT
                       WITH POINTER LEGAL-POINTER
               END-IF
               STRING " (point " DELIMITED BY SIZE
                       FUNCTION TRIM(LEGAL-PT-EDIT) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO LEGAL-LINE-TEXT
                   WITH POINTER LEGAL-POINTER
           END-IF.

       759-WRITE-LEGAL-LINE.
           MOVE LEGAL-LINE-TEXT TO LEGAL-RECORD.
           WRITE LEGAL-RECORD.

       125-DERIVE-SIDES.
      *    Derives the three sides from the vertex coordinates, in
      *    the unit the coordinates were entered in: side a joins
           PERFORM 200-LAW-OF-COSINES.
           MOVE ZETA TO BETA.

           DISPLAY "Solution:".
           PERFORM 430-SHOW-SOLUTION.
           PERFORM 930-POST-SOLVE THRU 930-POST-SOLVE-EXIT.
           MOVE "Y" TO SOLVE-OK-SW.

      *    Bearings for the stakeout notes, one per side, taken in
           MOVE TRIOUT-KIND TO MAST-KIND.
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
           MOVE "VERTEX" TO TRILOCK-PROGRAM.
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
           MOVE CURRENT-DATE TO AUDIT-TIMESTAMP.
