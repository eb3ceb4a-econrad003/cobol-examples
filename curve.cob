       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CURVE".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. A program to solve a circular curve -- a road
      *    frontage or a cul-de-sac lot line -- from any two of its
      *    radius, delta (central angle), arc length, chord, and
      *    tangent.  The delta is keyed in the session's angle
      *    measure, degrees-minutes-seconds included.  The rest of
      *    the curve (the missing elements, the middle ordinate,
      *    the external distance, and the segment area between the
      *    arc and the chord) is worked out by the shared CRVOUT
      *    module, which TRIBATCH uses for its CRV cases as well.
      *
      *    When the back tangent bearing is known it is keyed as an
      *    azimuth (clockwise from north, as the traverse backsight
      *    is), with the way the curve turns from it, and the chord
      *    and ahead tangent bearings are printed with the solution.
      *
      *    Each curve is audited, exported, and posted to the
      *    history master under the CRV tag and the session's
      *    active job, like any other solve: the master's three
      *    sides are the radius, the arc length, and the chord, and
      *    its area is the segment area.

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

       WORKING-STORAGE SECTION.
       77  X                            PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  XI                           PIC S9(5)V9(8)
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

      * A delta must be greater than zero and less than a half
      * circle; the back tangent azimuth may be anything from zero
      * (due north) up to a full circle
       77  AZIMUTH-ENTRY-SW             PIC X VALUE "N".
           88  AZIMUTH-ENTRY                VALUE "Y".

      * The two curve elements given, by code: R radius, D delta,
      * L arc length, C chord, T tangent
       77  ELEMENT-CODE                 PIC X VALUE SPACE.
           88  VALID-ELEMENT-CODE           VALUES "R", "D", "L",
                                                   "C", "T".
           88  RADIUS-ELEMENT               VALUE "R".
           88  DELTA-ELEMENT                VALUE "D".
           88  ARC-ELEMENT                  VALUE "L".
           88  CHORD-ELEMENT                VALUE "C".
       77  FIRST-ELEMENT                PIC X VALUE SPACE.
       77  ELEMENT-VALUE                PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  GIVEN-PAIR                   PIC X(2).

      * Back tangent known switch, and the way the curve turns
       77  BEARING-SW                   PIC X VALUE SPACE.
           88  VALID-BEARING-SW             VALUES "y", "n".
           88  BEARING-KNOWN                VALUE "y".
       77  TURN-SW                      PIC X VALUE SPACE.
           88  VALID-TURN-SW                VALUES "R", "L".
           88  TURN-RIGHT                   VALUE "R".

       77  XVAL                         PIC Z(5).9(4)-.
       77  INPUT-PROMPT                 PIC X(72).

      * Audit log
       77  AUDIT-TIMESTAMP              PIC X(21).
       77  AUDIT-FILE-STATUS            PIC X(2).
           88  AUDIT-FILE-OK                VALUE "00".
       77  AUDIT-POINTER                PIC 9(3).

      * Solve-another-curve switch
       77  AGAIN-SW                     PIC X VALUE SPACE.
           88  VALID-AGAIN-SW               VALUES "y", "n".
           88  AGAIN-ANSWER                 VALUE "y".

      * Unit of length for the curve elements entered
       77  LENGTH-UNIT                  PIC X VALUE SPACE.
           88  VALID-LENGTH-UNIT            VALUES "F", "M".
           88  FEET-UNIT                    VALUE "F".
           88  METER-UNIT                   VALUE "M".

      * Output decimal precision
       77  DEC-PLACES                   PIC 9 VALUE 4.
           88  VALID-DEC-PLACES             VALUES 0 THRU 4.

      * The curve is solved and its solution block formatted by the
      * shared CRVOUT module, so that TRIBATCH solves the same
      * curve the same way
       77  SOLUTION-LINE-IX             PIC 9(2).
       COPY "crvparms.cpy".

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
       ENTRY "CRVP" USING SESSION-PREFS.
           PERFORM 130-APPLY-SESSION-PREFS.

       020-RUN.
           COMPUTE TWO-PI = 2 * PI.
           PERFORM 915-OPEN-MASTER.
           PERFORM 600-SOLVE-CURVE THRU 600-SOLVE-CURVE-EXIT.
           CLOSE MASTER-FILE.
           GOBACK.

       600-SOLVE-CURVE.
           IF NOT PREFS-PASSED THEN
               PERFORM 110-GET-LENGTH-UNIT
               PERFORM 120-GET-DEC-PLACES
               PERFORM 155-GET-MEASURE UNTIL VALID-MEASURE
               PERFORM 115-GET-JOB-NO
           END-IF.

       601-SOLVE-ONE.
           DISPLAY "Curve elements: R-radius, D-delta, L-arc length, "
               "C-chord, T-tangent".
           MOVE SPACE TO FIRST-ELEMENT.
           MOVE "Enter the first element given (R, D, L, C, or T):"
               TO INPUT-PROMPT.
           PERFORM 160-GET-ELEMENT.
           PERFORM 165-GET-ELEMENT-VALUE.
           MOVE ELEMENT-CODE TO FIRST-ELEMENT.
           MOVE ELEMENT-CODE TO CRVOUT-GIVEN-1.
           MOVE ELEMENT-VALUE TO CRVOUT-VALUE-1.

           MOVE "Enter the second element given (R, D, L, C, or T):"
               TO INPUT-PROMPT.
           PERFORM 160-GET-ELEMENT.
           PERFORM 165-GET-ELEMENT-VALUE.
           MOVE ELEMENT-CODE TO CRVOUT-GIVEN-2.
           MOVE ELEMENT-VALUE TO CRVOUT-VALUE-2.
           MOVE CRVOUT-GIVEN-1 TO GIVEN-PAIR(1:1).
           MOVE CRVOUT-GIVEN-2 TO GIVEN-PAIR(2:1).

           PERFORM 170-GET-BACK-TANGENT.
           MOVE LENGTH-UNIT TO CRVOUT-LENGTH-UNIT.
           MOVE DEC-PLACES TO CRVOUT-DEC-PLACES.
           CALL "CRVOUT" USING CRVOUT-PARMS.
           IF CRVOUT-FAILED THEN
               DISPLAY "  " FUNCTION TRIM(CRVOUT-MESSAGE)
                   ", try again..."
               GO TO 601-SOLVE-ONE
           END-IF.

           DISPLAY "Solution:".
           PERFORM 435-SHOW-SOLUTION-LINE
               VARYING SOLUTION-LINE-IX FROM 1 BY 1
               UNTIL SOLUTION-LINE-IX IS GREATER THAN
                   CRVOUT-LINE-COUNT.
           PERFORM 930-POST-SOLVE THRU 930-POST-SOLVE-EXIT.

           PERFORM 650-SOLVE-ANOTHER.
           IF AGAIN-ANSWER THEN
               GO TO 601-SOLVE-ONE
           END-IF.

       600-SOLVE-CURVE-EXIT.
           EXIT.

       435-SHOW-SOLUTION-LINE.
           DISPLAY CRVOUT-LINE(SOLUTION-LINE-IX).

       650-SOLVE-ANOTHER.
           DISPLAY "Solve another curve? (y/n)".
           ACCEPT AGAIN-SW.
           IF NOT VALID-AGAIN-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 650-SOLVE-ANOTHER
           END-IF.

       160-GET-ELEMENT.
           DISPLAY INPUT-PROMPT.
           ACCEPT ELEMENT-CODE.
           IF NOT VALID-ELEMENT-CODE THEN
               DISPLAY "  valid responses are 'R', 'D', 'L', 'C', "
                   "and 'T', try again..."
               GO TO 160-GET-ELEMENT
           END-IF.
           IF ELEMENT-CODE = FIRST-ELEMENT THEN
               DISPLAY "  the second element must differ from the "
                   "first, try again..."
               GO TO 160-GET-ELEMENT
           END-IF.

       165-GET-ELEMENT-VALUE.
      *    The delta is an angle in the session's measure; the
      *    others are lengths in the unit entered.
           IF DELTA-ELEMENT THEN
               MOVE "Enter the delta (central angle):"
                   TO INPUT-PROMPT
               MOVE "N" TO AZIMUTH-ENTRY-SW
               PERFORM 150-GET-ANGLE
               MOVE XI TO ELEMENT-VALUE
           ELSE
               IF RADIUS-ELEMENT THEN
                   MOVE "Enter the radius:" TO INPUT-PROMPT
               ELSE
                   IF ARC-ELEMENT THEN
                       MOVE "Enter the arc length:" TO INPUT-PROMPT
                   ELSE
                       IF CHORD-ELEMENT THEN
                           MOVE "Enter the chord:" TO INPUT-PROMPT
                       ELSE
                           MOVE "Enter the tangent:" TO INPUT-PROMPT
                       END-IF
                   END-IF
               END-IF
               PERFORM 100-GET-DISTANCE
               MOVE X TO ELEMENT-VALUE
           END-IF.

       170-GET-BACK-TANGENT.
           DISPLAY "Is the back tangent bearing known? (y/n)".
           ACCEPT BEARING-SW.
           IF NOT VALID-BEARING-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 170-GET-BACK-TANGENT
           END-IF.
           IF BEARING-KNOWN THEN
               MOVE "Enter the back tangent azimuth from north:"
                   TO INPUT-PROMPT
               MOVE "Y" TO AZIMUTH-ENTRY-SW
               PERFORM 150-GET-ANGLE
               MOVE XI TO CRVOUT-BACK-TANGENT
               PERFORM 175-GET-TURN
               MOVE TURN-SW TO CRVOUT-TURN
           ELSE
               MOVE ZERO TO CRVOUT-BACK-TANGENT
               MOVE SPACE TO CRVOUT-TURN
           END-IF.

       175-GET-TURN.
           DISPLAY "Does the curve turn right or left from the back "
               "tangent? (R/L)".
           ACCEPT TURN-SW.
           IF NOT VALID-TURN-SW THEN
               DISPLAY "  valid responses are 'R' and 'L', "
                   "try again..."
               GO TO 175-GET-TURN
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
           DISPLAY "Enter the unit of length for the curve "
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

       150-GET-ANGLE.
      *    A delta runs from zero up to (not including) a half
      *    circle; the back tangent azimuth may be exactly zero and
      *    runs up to a full circle.
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
                       (XI = 0.0 AND NOT AZIMUTH-ENTRY) THEN
                   DISPLAY "  angle measure must be positive..."
                   GO TO 150-GET-ANGLE
               END-IF
               IF AZIMUTH-ENTRY AND RADIAN-MEASURE AND
                       XI IS NOT LESS THAN TWO-PI THEN
                   DISPLAY "  angles must be less than a full "
                       "circle..."
                   GO TO 150-GET-ANGLE
               END-IF
               IF AZIMUTH-ENTRY AND DEGREE-MEASURE AND
                       XI IS NOT LESS THAN 360 THEN
                   DISPLAY "  angles must be less than a full "
                       "circle..."
                   GO TO 150-GET-ANGLE
               END-IF
               IF NOT AZIMUTH-ENTRY AND RADIAN-MEASURE AND
                       XI IS NOT LESS THAN PI THEN
                   DISPLAY "  angles must be less than straight..."
                   GO TO 150-GET-ANGLE
               END-IF
               IF NOT AZIMUTH-ENTRY AND DEGREE-MEASURE AND
                       XI IS NOT LESS THAN 180 THEN
                   DISPLAY "  angles must be less than straight..."
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
           IF XI = 0.0 AND NOT AZIMUTH-ENTRY THEN
               DISPLAY "  angle measure must be positive..."
               MOVE "Y" TO DMS-ERROR-SW
               GO TO 152-GET-DMS-ANGLE-EXIT
           END-IF.
           IF AZIMUTH-ENTRY AND XI IS NOT LESS THAN 360 THEN
               DISPLAY "  angles must be less than a full circle..."
               MOVE "Y" TO DMS-ERROR-SW
               GO TO 152-GET-DMS-ANGLE-EXIT
           END-IF.
           IF NOT AZIMUTH-ENTRY AND XI IS NOT LESS THAN 180 THEN
               DISPLAY "  angles must be less than straight..."
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
      *    One history master record per curve, under the next
      *    solve serial number from TRICTL.DAT: the radius, arc
      *    length, and chord as its sides and the segment area as
      *    its area.
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
           MOVE "CRV" TO MAST-SOLVER.
           MOVE CRVOUT-RADIUS TO MAST-SIDE-A.
           MOVE CRVOUT-ARC TO MAST-SIDE-B.
           MOVE CRVOUT-CHORD TO MAST-SIDE-C.
           MOVE CRVOUT-AREA-SQFT TO MAST-AREA-SQFT.
           MOVE CRVOUT-SHAPE TO MAST-SHAPE.
           MOVE CRVOUT-KIND TO MAST-KIND.
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
           MOVE "CURVE" TO TRILOCK-PROGRAM.
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
      *    The curve audit line keeps the solvers' layout through
      *    the three "sides" (radius, arc length, chord), so RECON
      *    and TRILOAD read it like any other, and carries the
      *    delta in degrees, the pair of elements given, and the
      *    back tangent azimuth in degrees and the turn when known.
           MOVE CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO AUDIT-POINTER.
           MOVE CRVOUT-RADIUS TO XVAL.
           STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
                   " CRV A=" DELIMITED BY SIZE
                   XVAL DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE CRVOUT-ARC TO XVAL.
           STRING " B=" DELIMITED BY SIZE
                   XVAL DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE CRVOUT-CHORD TO XVAL.
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
           COMPUTE XVAL ROUNDED = 180 * CRVOUT-DELTA / PI.
           STRING " DELTA=" DELIMITED BY SIZE
                   XVAL DELIMITED BY SIZE
                   " GIVEN=" DELIMITED BY SIZE
                   GIVEN-PAIR DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           IF CRVOUT-HAVE-BEARING THEN
               COMPUTE XVAL ROUNDED = 180 * CRVOUT-BACK-TANGENT / PI
               STRING " BT=" DELIMITED BY SIZE
                       XVAL DELIMITED BY SIZE
                       " DIR=" DELIMITED BY SIZE
                       CRVOUT-KIND DELIMITED BY SPACE
                   INTO AUDIT-RECORD
                   WITH POINTER AUDIT-POINTER
           END-IF.
           STRING " JOB=" DELIMITED BY SIZE
                   ACTIVE-JOB-NO DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           WRITE AUDIT-RECORD.

       910-WRITE-EXPORT.
      *    One record per solved curve.  The inputs are the radius,
      *    the delta (radians, or decimal degrees for d and s), the
      *    arc length, the chord, the tangent, and the back tangent
      *    azimuth in the same measure (zero when not known); the
      *    sides match the audit line.  The three angle fields
      *    carry the delta and the chord and ahead tangent
      *    azimuths in degrees, and the vertex fields the PC, the
      *    PT, and the radius point.
           MOVE CURRENT-DATE TO EXP-TIMESTAMP.
           MOVE "CRV" TO EXP-CASE.
           MOVE 1 TO EXP-SOLUTION-NO.
           MOVE CRVOUT-RADIUS TO EXP-INPUT-1.
           MOVE CRVOUT-ARC TO EXP-INPUT-3.
           MOVE CRVOUT-CHORD TO EXP-INPUT-4.
           MOVE CRVOUT-TANGENT TO EXP-INPUT-5.
           IF RADIAN-MEASURE THEN
               MOVE CRVOUT-DELTA TO EXP-INPUT-2
               MOVE CRVOUT-BACK-TANGENT TO EXP-INPUT-6
           ELSE
               COMPUTE EXP-INPUT-2 ROUNDED = 180 * CRVOUT-DELTA / PI
               COMPUTE EXP-INPUT-6 ROUNDED =
                   180 * CRVOUT-BACK-TANGENT / PI
           END-IF.
           MOVE ANGLE-MEASURE TO EXP-MEASURE.
           MOVE CRVOUT-RADIUS TO EXP-SIDE-A.
           MOVE CRVOUT-ARC TO EXP-SIDE-B.
           MOVE CRVOUT-CHORD TO EXP-SIDE-C.
           COMPUTE EXP-ALPHA-DEG ROUNDED = 180 * CRVOUT-DELTA / PI.
           COMPUTE EXP-BETA-DEG ROUNDED =
               180 * CRVOUT-CHORD-AZIMUTH / PI.
           COMPUTE EXP-GAMMA-DEG ROUNDED =
               180 * CRVOUT-FORWARD-AZIMUTH / PI.
           COMPUTE EXP-AREA ROUNDED = CRVOUT-DISP-AREA.
           MOVE CRVOUT-SHAPE TO EXP-SHAPE.
           MOVE CRVOUT-KIND TO EXP-KIND.
           MOVE LENGTH-UNIT TO EXP-UNIT.
           MOVE ZERO TO EXP-BATCH-NO.
           MOVE ACTIVE-JOB-NO TO EXP-JOB-NO.
           MOVE CRVOUT-XA TO EXP-XA.
           MOVE CRVOUT-YA TO EXP-YA.
           MOVE CRVOUT-XB TO EXP-XB.
           MOVE CRVOUT-YB TO EXP-YB.
           MOVE CRVOUT-XC TO EXP-XC.
           MOVE CRVOUT-YC TO EXP-YC.
           WRITE EXPORT-RECORD FROM EXPORT-DETAIL.
