      *        SSS  f1, f2, f3 = sides a, b, c (measure code unused)
      *        SAS  f1, f2 = sides a, b; f3 = included angle C
      *        ASA  f1, f2 = angles A, B; f3 = included side c
      *        CRV  f1, f2 = the two circular curve elements named
      *             by the curve pair code in the order named (R
      *             radius, D delta, L arc length, C chord, T
      *             tangent, so RD reads f1 = R and f2 = D); f3 =
      *             the back tangent azimuth, clockwise from north,
      *             read only when the curve turn code is R (right)
      *             or L (left)
      *    The measure code gives the angle measure for the SAS,
      *    ASA, and CRV cases -- r for radians, d for decimal
      *    degrees, or s for degrees-minutes-seconds packed as
      *    D.MMSS (35.2210 is 35 deg 22 min 10 sec, the way the
      *    field book reads) -- and the unit code gives the unit of
      *    length (F-feet, M-meters) for the sides.  The curve pair
      *    and turn codes follow the unit code and are left blank
      *    on the triangle cases.

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
               88  SSS-CASE                 VALUE "SSS".
               88  SAS-CASE                 VALUE "SAS".
               88  ASA-CASE                 VALUE "ASA".
               88  CRV-CASE                 VALUE "CRV".
           02  WORK-F1                  PIC 9(5)V9(4).
           02  WORK-F2                  PIC 9(5)V9(4).
           02  WORK-F3                  PIC 9(5)V9(4).
               88  WORK-DEGREE-MEASURE      VALUE "d".
               88  WORK-DMS-MEASURE         VALUE "s".
           02  WORK-UNIT                PIC X(1).
           02  WORK-CURVE-PAIR          PIC X(2).
           02  WORK-CURVE-TURN          PIC X(1).
               88  WORK-CURVE-BEARING       VALUES "R", "L".

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(80).
       01  AUDIT-RECORD                 PIC X(152).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  MASTER-FILE.
       COPY "trimast.cpy".

       77  SHOW-LINE-TEXT               PIC X(80).

      * Run counts for the summary at the end of the report.  A
      * case is counted solved only once its solve has posted; one
      * that solved but did not post, or did not post whole, is
      * counted apart and flagged on the report under its solution
       77  CASES-READ                   PIC 9(6) VALUE ZERO.
       77  CASES-POSTED                 PIC 9(6) VALUE ZERO.
       77  CASES-NOT-POSTED             PIC 9(6) VALUE ZERO.
       77  CASES-PARTIAL                PIC 9(6) VALUE ZERO.
       77  CASES-NO-SOLUTION            PIC 9(6) VALUE ZERO.
       77  CTL-LABEL                    PIC X(34).
       77  CTL-COUNT-EDIT               PIC Z(5)9.

      * Print layout control for the batch report: a heading on
      * every page (title, program, run date/time, page number,
      * and the solution-block column heads), about 60 lines to
               SIGN TRAILING SEPARATE CHARACTER.
       77  XVAL                         PIC Z(5).9(4)-.

      * Circular curves are solved and printed by the shared CRVOUT
      * module, the same as at the terminal
       77  TWO-PI                       PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       COPY "crvparms.cpy".

      * Classification and the common solution block are produced
      * by the shared TRIOUT module so every solver labels the same
      * triangle the same way
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
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 115-GET-JOB-NO.
           PERFORM 915-OPEN-MASTER.
           PERFORM 500-BATCH-RUN THRU 500-BATCH-RUN-EXIT.
           CLOSE MASTER-FILE.
           GOBACK.

           MOVE "N" TO WORK-EOF-SW.
           PERFORM 510-READ-WORK-RECORD.
           PERFORM 520-PROCESS-WORK-RECORD UNTIL WORK-EOF.
           PERFORM 570-WRITE-RUN-SUMMARY.
           CLOSE WORK-FILE.
           CLOSE REPORT-FILE.
       500-BATCH-RUN-EXIT.
           END-READ.

       520-PROCESS-WORK-RECORD.
           ADD 1 TO CASES-READ.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "Case " DELIMITED BY SIZE
                   WORK-CASE DELIMITED BY SIZE
                   IF ASA-CASE THEN
                       PERFORM 550-SOLVE-ASA THRU 550-SOLVE-ASA-EXIT
                   ELSE
                       IF CRV-CASE THEN
                           PERFORM 560-SOLVE-CRV
                               THRU 560-SOLVE-CRV-EXIT
                       ELSE
                           MOVE "Unknown case code; no solution."
                               TO SHOW-LINE-TEXT
                           PERFORM 450-SHOW-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       550-SOLVE-ASA-EXIT.
           EXIT.

       560-SOLVE-CRV.
      *    A circular curve from any two of its elements: f1, f2 =
      *    the elements the curve pair code names, lengths in the
      *    record's unit and a delta in the record's measure, with
      *    f3 the back tangent azimuth when the turn code is R or
      *    L.  CRVOUT solves the rest and formats the solution.
           MOVE WORK-CURVE-PAIR(1:1) TO CRVOUT-GIVEN-1.
           MOVE WORK-F1 TO XI.
           IF CRVOUT-GIVEN-1 = "D" THEN
               PERFORM 160-ANGLE-TO-RADIANS THRU
                   160-ANGLE-TO-RADIANS-EXIT
               IF RECORD-ERROR THEN
                   GO TO 560-SOLVE-CRV-EXIT
               END-IF
           END-IF.
           MOVE XI TO CRVOUT-VALUE-1.
           MOVE WORK-CURVE-PAIR(2:1) TO CRVOUT-GIVEN-2.
           MOVE WORK-F2 TO XI.
           IF CRVOUT-GIVEN-2 = "D" THEN
               PERFORM 160-ANGLE-TO-RADIANS THRU
                   160-ANGLE-TO-RADIANS-EXIT
               IF RECORD-ERROR THEN
                   GO TO 560-SOLVE-CRV-EXIT
               END-IF
           END-IF.
           MOVE XI TO CRVOUT-VALUE-2.
           MOVE ZERO TO CRVOUT-BACK-TANGENT.
           MOVE SPACE TO CRVOUT-TURN.
           IF WORK-CURVE-BEARING THEN
               MOVE WORK-F3 TO XI
               PERFORM 170-AZIMUTH-TO-RADIANS THRU
                   170-AZIMUTH-TO-RADIANS-EXIT
               IF RECORD-ERROR THEN
                   GO TO 560-SOLVE-CRV-EXIT
               END-IF
               MOVE XI TO CRVOUT-BACK-TANGENT
               MOVE WORK-CURVE-TURN TO CRVOUT-TURN
           END-IF.
           MOVE LENGTH-UNIT TO CRVOUT-LENGTH-UNIT.
           MOVE DEC-PLACES TO CRVOUT-DEC-PLACES.
           CALL "CRVOUT" USING CRVOUT-PARMS.
           IF CRVOUT-FAILED THEN
               MOVE SPACES TO SHOW-LINE-TEXT
               STRING "Curve: " DELIMITED BY SIZE
                       FUNCTION TRIM(CRVOUT-MESSAGE) DELIMITED BY SIZE
                       "; no solution." DELIMITED BY SIZE
                   INTO SHOW-LINE-TEXT
               PERFORM 450-SHOW-LINE
               GO TO 560-SOLVE-CRV-EXIT
           END-IF.
           MOVE "Solution:" TO SHOW-LINE-TEXT.
           PERFORM 450-SHOW-LINE.
           PERFORM 565-SHOW-CURVE-LINE
               VARYING SOLUTION-LINE-IX FROM 1 BY 1
               UNTIL SOLUTION-LINE-IX IS GREATER THAN
                   CRVOUT-LINE-COUNT.
           PERFORM 930-POST-SOLVE THRU 930-POST-SOLVE-EXIT.
           PERFORM 940-SHOW-POST-RESULT.
       560-SOLVE-CRV-EXIT.
           EXIT.

       565-SHOW-CURVE-LINE.
           MOVE CRVOUT-LINE(SOLUTION-LINE-IX) TO SHOW-LINE-TEXT.
           PERFORM 450-SHOW-LINE.

       570-WRITE-RUN-SUMMARY.
      *    Ties the run out: every case read is solved and posted,
      *    solved but not posted, solved but not fully posted, or
      *    left with no solution.
           COMPUTE CASES-NO-SOLUTION = CASES-READ - CASES-POSTED
               - CASES-NOT-POSTED - CASES-PARTIAL.
           MOVE "Run summary:" TO SHOW-LINE-TEXT.
           PERFORM 450-SHOW-LINE.
           MOVE "  Cases read:" TO CTL-LABEL.
           MOVE CASES-READ TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-RUN-COUNT.
           MOVE "  Cases solved and posted:" TO CTL-LABEL.
           MOVE CASES-POSTED TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-RUN-COUNT.
           MOVE "  Cases NOT POSTED:" TO CTL-LABEL.
           MOVE CASES-NOT-POSTED TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-RUN-COUNT.
           MOVE "  Cases NOT FULLY POSTED:" TO CTL-LABEL.
           MOVE CASES-PARTIAL TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-RUN-COUNT.
           MOVE "  Cases with no solution:" TO CTL-LABEL.
           MOVE CASES-NO-SOLUTION TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-RUN-COUNT.

       575-SHOW-RUN-COUNT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING CTL-LABEL DELIMITED BY SIZE
                   CTL-COUNT-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 450-SHOW-LINE.

       170-AZIMUTH-TO-RADIANS.
      *    Edits the back tangent azimuth in XI against the record's
      *    measure code and converts it to radians.  An azimuth
      *    runs from zero (north) up to a full circle.
           IF NOT VALID-WORK-MEASURE THEN
               MOVE "Measure code must be 'r', 'd', or 's'; no soln."
                   TO SHOW-LINE-TEXT
               PERFORM 450-SHOW-LINE
               MOVE "Y" TO RECORD-ERROR-SW
               GO TO 170-AZIMUTH-TO-RADIANS-EXIT
           END-IF.
           IF WORK-DMS-MEASURE THEN
               PERFORM 168-DMS-FIELD-TO-DEGREES
               IF DMS-MINUTES IS NOT LESS THAN 60 OR
                       DMS-SECONDS IS NOT LESS THAN 60 THEN
                   MOVE "Minutes and seconds run 0 to 59; no solution."
                       TO SHOW-LINE-TEXT
                   PERFORM 450-SHOW-LINE
                   MOVE "Y" TO RECORD-ERROR-SW
                   GO TO 170-AZIMUTH-TO-RADIANS-EXIT
               END-IF
           END-IF.
           IF WORK-DEGREE-MEASURE OR WORK-DMS-MEASURE THEN
               IF XI IS NOT LESS THAN 360 THEN
                   MOVE "Azimuth must be under a full circle; no soln."
                       TO SHOW-LINE-TEXT
                   PERFORM 450-SHOW-LINE
                   MOVE "Y" TO RECORD-ERROR-SW
               ELSE
                   COMPUTE XI ROUNDED = XI * PI / 180
               END-IF
           ELSE
               COMPUTE TWO-PI = 2 * PI
               IF XI IS NOT LESS THAN TWO-PI THEN
                   MOVE "Azimuth must be under a full circle; no soln."
                       TO SHOW-LINE-TEXT
                   PERFORM 450-SHOW-LINE
                   MOVE "Y" TO RECORD-ERROR-SW
               END-IF
           END-IF.
       170-AZIMUTH-TO-RADIANS-EXIT.
           EXIT.

       160-ANGLE-TO-RADIANS.
      *    Edits the angle in XI against the record's measure code
      *    and converts it to radians.  A bad measure code or an
           PERFORM 200-LAW-OF-COSINES.
           MOVE ZETA TO BETA.

           MOVE "Solution:" TO SHOW-LINE-TEXT.
           PERFORM 450-SHOW-LINE.
           PERFORM 430-SHOW-SOLUTION.
           PERFORM 930-POST-SOLVE THRU 930-POST-SOLVE-EXIT.
           PERFORM 940-SHOW-POST-RESULT.

       400-SOLVE-TRIANGLE-EXIT.
           EXIT.
       920-WRITE-MASTER.
      *    One history master record per solution, under the next
      *    solve serial number from TRICTL.DAT, carrying the area,
      *    shape, and kind exactly as solved.  A curve carries its
      *    radius, arc length, and chord as its sides and the
      *    segment area as its area.
           MOVE ZERO TO NEXT-SERIAL.
           OPEN INPUT TRICTL-FILE.
           IF TRICTL-FILE-OK THEN
           MOVE MASTER-TIMESTAMP(1:8) TO MAST-DATE.
           MOVE MASTER-TIMESTAMP(9:6) TO MAST-TIME.
           MOVE WORK-CASE TO MAST-SOLVER.
           IF CRV-CASE THEN
               MOVE CRVOUT-RADIUS TO MAST-SIDE-A
               MOVE CRVOUT-ARC TO MAST-SIDE-B
               MOVE CRVOUT-CHORD TO MAST-SIDE-C
               MOVE CRVOUT-AREA-SQFT TO MAST-AREA-SQFT
               MOVE CRVOUT-SHAPE TO MAST-SHAPE
               MOVE CRVOUT-KIND TO MAST-KIND
           ELSE
               MOVE DISP-A TO MAST-SIDE-A
               MOVE DISP-B TO MAST-SIDE-B
               MOVE DISP-C TO MAST-SIDE-C
               MOVE TRIOUT-AREA-SQFT TO MAST-AREA-SQFT
               MOVE TRIOUT-SHAPE TO MAST-SHAPE
               MOVE TRIOUT-KIND TO MAST-KIND
           END-IF.
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
           MOVE "TRIBATCH" TO TRILOCK-PROGRAM.
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
                   IF CRV-CASE THEN
                       PERFORM 902-WRITE-CURVE-AUDIT
                       IF AUDIT-FILE-OK THEN
                           PERFORM 912-WRITE-CURVE-EXPORT
                       END-IF
                   ELSE
                       PERFORM 900-WRITE-AUDIT
                       IF AUDIT-FILE-OK THEN
                           PERFORM 910-WRITE-EXPORT
                       END-IF
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

       940-SHOW-POST-RESULT.
      *    Flags a solve that did not post on the report under its
      *    solution, so the printed run does not pass it as done,
      *    and counts it for the run summary.
           IF SOLVE-POSTED THEN
               ADD 1 TO CASES-POSTED
           ELSE
               IF SOLVE-PARTIAL THEN
                   ADD 1 TO CASES-PARTIAL
                   MOVE SPACES TO SHOW-LINE-TEXT
                   STRING "NOT FULLY POSTED: master record written; "
                               DELIMITED BY SIZE
                           "audit line or export record missing."
                               DELIMITED BY SIZE
                       INTO SHOW-LINE-TEXT
               ELSE
                   ADD 1 TO CASES-NOT-POSTED
                   MOVE SPACES TO SHOW-LINE-TEXT
                   STRING "NOT POSTED: posting lock or file not "
                               DELIMITED BY SIZE
                           "available; resubmit the case."
                               DELIMITED BY SIZE
                       INTO SHOW-LINE-TEXT
               END-IF
               PERFORM 450-SHOW-LINE
           END-IF.

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
               WITH POINTER AUDIT-POINTER.
           WRITE AUDIT-RECORD.

       902-WRITE-CURVE-AUDIT.
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
                   WORK-CURVE-PAIR DELIMITED BY SIZE
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

       200-LAW-OF-COSINES.
      *    This computes an angle given three sides
           COMPUTE ZETA ROUNDED =
           MOVE TRIOUT-XC TO EXP-XC.
           MOVE TRIOUT-YC TO EXP-YC.
           WRITE EXPORT-RECORD FROM EXPORT-DETAIL.

       912-WRITE-CURVE-EXPORT.
      *    One record per solved curve, laid out as CURVE writes it:
      *    the inputs are the radius, the delta (radians, or decimal
      *    degrees for measure codes d and s), the arc length, the
      *    chord, the tangent, and the back tangent azimuth in the
      *    same measure (zero when not known); the three angle
      *    fields carry the delta and the chord and ahead tangent
      *    azimuths in degrees, and the vertex fields the PC, the
      *    PT, and the radius point.
           MOVE CURRENT-DATE TO EXP-TIMESTAMP.
           MOVE WORK-CASE TO EXP-CASE.
           MOVE 1 TO EXP-SOLUTION-NO.
           MOVE CRVOUT-RADIUS TO EXP-INPUT-1.
           MOVE CRVOUT-ARC TO EXP-INPUT-3.
           MOVE CRVOUT-CHORD TO EXP-INPUT-4.
           MOVE CRVOUT-TANGENT TO EXP-INPUT-5.
           IF WORK-DEGREE-MEASURE OR WORK-DMS-MEASURE THEN
               COMPUTE EXP-INPUT-2 ROUNDED = 180 * CRVOUT-DELTA / PI
               COMPUTE EXP-INPUT-6 ROUNDED =
                   180 * CRVOUT-BACK-TANGENT / PI
           ELSE
               MOVE CRVOUT-DELTA TO EXP-INPUT-2
               MOVE CRVOUT-BACK-TANGENT TO EXP-INPUT-6
           END-IF.
           MOVE WORK-MEASURE TO EXP-MEASURE.
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
