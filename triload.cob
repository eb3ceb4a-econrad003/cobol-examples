      *    counted.  The load REPLACES any existing master and
      *    leaves the last serial assigned in TRICTL.DAT.
      *
      *    A TRV line is a posted field traverse rather than a
      *    triangle: its sides are the perimeter, the linear
      *    misclosure, and the number of legs, and its enclosed
      *    area is read from the AREA= the line carries (lines
      *    written before the area was logged load with no area and
      *    are counted).  A CRV line is a circular curve; its sides
      *    are the radius, arc length, and chord, and its segment
      *    area is rebuilt from them directly.
      *
      *    The CXL lines TRIVOID writes record voids, not solves.
      *    Once every solve is loaded they are read again and each
      *    is applied to the solve it cancels, so a rebuilt master
      *    keeps its voids: the void code, reason, operator, and
      *    date are set.  The solve is found by the serial on the
      *    CXL line when that record still has the same solver and
      *    sides, else by the latest live solve for the job with
      *    the same solver and sides on or before the void; the
      *    corrected serial is carried only in the first case, when
      *    the numbering is known to be intact.  Lines written
      *    before the void date was logged take the date of the
      *    line.  A void that matches no loaded solve is reported.
      *
      *    An audit line is fixed through the sides -- timestamp in
      *    columns 1-21, solver tag in 23-25, and the three sides
      *    as edited values in 29-39, 43-53, and 57-67 -- and the
               RECORD KEY IS MAST-SERIAL
               ALTERNATE RECORD KEY IS MAST-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT TRICTL-FILE ASSIGN TO "TRICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       77  GAMMA                        PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.

      * Circular curve rebuild: the delta (arc length over
      * radius), the segment area in the unit entered and in
      * square feet, and the turn recovered from " DIR=" on the
      * audit line
       77  CRV-DELTA                    PIC S9(4)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TERM-1                       PIC S9(11)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TERM-2                       PIC S9(11)V9(14)
               SIGN TRAILING SEPARATE CHARACTER.
       77  CURVE-AREA                   PIC S9(9)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  CURVE-AREA-SQFT              PIC S9(9)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  RIGHT-TALLY                  PIC 9(3).
       77  LEFT-TALLY                   PIC 9(3).

      * Traverse rebuild: the enclosed area recovered from " AREA="
      * on the audit line
       77  AREA-PART                    PIC X(85).
       77  AREA-TEXT                    PIC X(20).
       77  TRAVERSE-AREA                PIC S9(9)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.

      * Master record fields set by each rebuild for the common
      * write (595-WRITE-MASTER-RECORD)
       77  LOAD-AREA-SQFT               PIC S9(9)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  LOAD-SHAPE                   PIC X(11).
       77  LOAD-KIND                    PIC X(6).
       77  LOAD-UNIT                    PIC X(1).

      * Void re-application: the fields of the CXL line, and the
      * solve it is matched to
       77  VOID-LEAD-PART               PIC X(85).
       77  VOID-SERIAL-PART             PIC X(85).
       77  VOID-OF-PART                 PIC X(85).
       77  VOID-REASON-PART             PIC X(85).
       77  VOID-OPER-PART               PIC X(85).
       77  VOID-CORR-PART               PIC X(85).
       77  VOID-JOB-PART                PIC X(85).
       77  VOID-DATE-PART               PIC X(85).
       77  VOID-SERIAL                  PIC 9(9).
       77  VOID-CORR-SERIAL             PIC 9(9).
       77  VOID-SOLVER                  PIC X(3).
       77  VOID-JOB-NO                  PIC X(8).
       77  VOID-LINE-DATE               PIC X(8).
       77  VOID-MATCH-SW                PIC X VALUE "N".
           88  VOID-MATCHED                 VALUE "Y".
       77  VOID-BY-SERIAL-SW            PIC X VALUE "N".
           88  VOID-BY-SERIAL               VALUE "Y".
       77  VOID-MATCH-SERIAL            PIC 9(9).
       77  JOB-SCAN-SW                  PIC X VALUE "N".
           88  JOB-SCAN-DONE                VALUE "Y".

      * Classification and area through the shared TRIOUT module,
      * so the loaded history matches what the solvers store
       COPY "triparms.cpy".
       77  NEXT-SERIAL                  PIC 9(9) VALUE ZERO.
       77  LOADED-COUNT                 PIC 9(6) VALUE ZERO.
       77  SKIPPED-COUNT                PIC 9(6) VALUE ZERO.
       77  CANCEL-COUNT                 PIC 9(6) VALUE ZERO.
       77  VOID-APPLIED-COUNT           PIC 9(6) VALUE ZERO.
       77  VOID-UNMATCHED-COUNT         PIC 9(6) VALUE ZERO.
       77  NO-AREA-COUNT                PIC 9(6) VALUE ZERO.
       77  CTL-COUNT-EDIT               PIC Z(5)9.

       PROCEDURE DIVISION.
           CLOSE AUDIT-FILE.
           CLOSE MASTER-FILE.
           PERFORM 560-SAVE-SERIAL.
           IF CANCEL-COUNT IS GREATER THAN 0 THEN
               PERFORM 600-APPLY-VOIDS THRU 600-APPLY-VOIDS-EXIT
           END-IF.
           MOVE LOADED-COUNT TO CTL-COUNT-EDIT.
           DISPLAY "Loaded " FUNCTION TRIM(CTL-COUNT-EDIT)
               " solves into TRIMAST.DAT.".
           MOVE SKIPPED-COUNT TO CTL-COUNT-EDIT.
           DISPLAY "Skipped " FUNCTION TRIM(CTL-COUNT-EDIT)
               " unparseable audit lines.".
           MOVE NO-AREA-COUNT TO CTL-COUNT-EDIT.
           DISPLAY "Loaded " FUNCTION TRIM(CTL-COUNT-EDIT)
               " traverses with no area on the audit line.".
           MOVE VOID-APPLIED-COUNT TO CTL-COUNT-EDIT.
           DISPLAY "Re-applied " FUNCTION TRIM(CTL-COUNT-EDIT)
               " voids from the void cancellation lines.".
           MOVE VOID-UNMATCHED-COUNT TO CTL-COUNT-EDIT.
           DISPLAY "Matched no loaded solve for "
               FUNCTION TRIM(CTL-COUNT-EDIT)
               " void cancellation lines.".
       500-RUN-LOAD-EXIT.
           EXIT.

               ADD 1 TO SKIPPED-COUNT
               GO TO 520-NEXT-RECORD
           END-IF.
           IF AUDIT-IN-SOLVER = "CXL" THEN
               ADD 1 TO CANCEL-COUNT
               GO TO 520-NEXT-RECORD
           END-IF.
           IF AUDIT-IN-SOLVER = "CRV" THEN
               PERFORM 570-RECOVER-CURVE THRU 570-RECOVER-CURVE-EXIT
           ELSE
               IF AUDIT-IN-SOLVER = "TRV" THEN
                   PERFORM 580-RECOVER-TRAVERSE
                       THRU 580-RECOVER-TRAVERSE-EXIT
               ELSE
                   PERFORM 530-RECOVER-SIDES
                       THRU 530-RECOVER-SIDES-EXIT
               END-IF
           END-IF.
       520-NEXT-RECORD.
           PERFORM 510-READ-AUDIT-RECORD.

           MOVE 4 TO TRIOUT-DEC-PLACES.
           MOVE "N" TO TRIOUT-COORDS-GIVEN.
           CALL "TRIOUT" USING TRIOUT-PARMS.
           MOVE TRIOUT-AREA-SQFT TO LOAD-AREA-SQFT.
           MOVE TRIOUT-SHAPE TO LOAD-SHAPE.
           MOVE TRIOUT-KIND TO LOAD-KIND.
           MOVE TRIOUT-LENGTH-UNIT TO LOAD-UNIT.
           PERFORM 595-WRITE-MASTER-RECORD.

       570-RECOVER-CURVE.
      *    Rebuilds a circular curve from the radius, arc length,
      *    and chord on the audit line: the delta is the arc over
      *    the radius, and the segment area R squared times (delta
      *    less the sine of delta) over two, as CRVOUT gives it.
           COMPUTE DISP-A = NUMVAL(AUDIT-IN-A)
               ON SIZE ERROR
                   GO TO 570-SKIP-RECORD
           END-COMPUTE.
           COMPUTE DISP-B = NUMVAL(AUDIT-IN-B)
               ON SIZE ERROR
                   GO TO 570-SKIP-RECORD
           END-COMPUTE.
           COMPUTE DISP-C = NUMVAL(AUDIT-IN-C)
               ON SIZE ERROR
                   GO TO 570-SKIP-RECORD
           END-COMPUTE.
           IF DISP-A IS NOT GREATER THAN 0 OR
                   DISP-B IS NOT GREATER THAN 0 OR
                   DISP-C IS NOT GREATER THAN 0 THEN
               GO TO 570-SKIP-RECORD
           END-IF.
           IF DISP-C IS GREATER THAN DISP-B THEN
               GO TO 570-SKIP-RECORD
           END-IF.
           COMPUTE CRV-DELTA ROUNDED = DISP-B / DISP-A
               ON SIZE ERROR
                   GO TO 570-SKIP-RECORD
           END-COMPUTE.
           IF CRV-DELTA IS NOT LESS THAN PI THEN
               GO TO 570-SKIP-RECORD
           END-IF.
           MOVE ZERO TO METER-TALLY.
           INSPECT AUDIT-IN-REST
               TALLYING METER-TALLY FOR ALL "UNIT=meters".
           COMPUTE TERM-1 = DISP-A * DISP-A.
           COMPUTE TERM-2 = SIN(CRV-DELTA).
           COMPUTE TERM-2 = CRV-DELTA - TERM-2.
           COMPUTE TERM-1 = TERM-1 * TERM-2.
           COMPUTE CURVE-AREA ROUNDED = TERM-1 / 2
               ON SIZE ERROR
                   GO TO 570-SKIP-RECORD
           END-COMPUTE.
           IF METER-TALLY IS GREATER THAN 0 THEN
               COMPUTE TERM-1 = CURVE-AREA * METERS-TO-FEET
               COMPUTE CURVE-AREA-SQFT ROUNDED =
                   TERM-1 * METERS-TO-FEET
                   ON SIZE ERROR
                       GO TO 570-SKIP-RECORD
               END-COMPUTE
           ELSE
               MOVE CURVE-AREA TO CURVE-AREA-SQFT
           END-IF.
           PERFORM 575-WRITE-CURVE-RECORD.
           GO TO 570-RECOVER-CURVE-EXIT.

       570-SKIP-RECORD.
           ADD 1 TO SKIPPED-COUNT.
       570-RECOVER-CURVE-EXIT.
           EXIT.

       575-WRITE-CURVE-RECORD.
           MOVE CURVE-AREA-SQFT TO LOAD-AREA-SQFT.
           MOVE "curve" TO LOAD-SHAPE.
           MOVE ZERO TO RIGHT-TALLY.
           MOVE ZERO TO LEFT-TALLY.
           INSPECT AUDIT-IN-REST
               TALLYING RIGHT-TALLY FOR ALL "DIR=right"
                   LEFT-TALLY FOR ALL "DIR=left".
           IF RIGHT-TALLY IS GREATER THAN 0 THEN
               MOVE "right" TO LOAD-KIND
           ELSE
               IF LEFT-TALLY IS GREATER THAN 0 THEN
                   MOVE "left" TO LOAD-KIND
               ELSE
                   MOVE SPACES TO LOAD-KIND
               END-IF
           END-IF.
           IF METER-TALLY IS GREATER THAN 0 THEN
               MOVE "M" TO LOAD-UNIT
           ELSE
               MOVE "F" TO LOAD-UNIT
           END-IF.
           PERFORM 595-WRITE-MASTER-RECORD.

       580-RECOVER-TRAVERSE.
      *    Rebuilds a posted traverse the way TRAVERSE writes it:
      *    the perimeter, linear misclosure, and number of legs as
      *    its sides, and the enclosed area from the audit line.
           COMPUTE DISP-A = NUMVAL(AUDIT-IN-A)
               ON SIZE ERROR
                   GO TO 580-SKIP-RECORD
           END-COMPUTE.
           COMPUTE DISP-B = NUMVAL(AUDIT-IN-B)
               ON SIZE ERROR
                   GO TO 580-SKIP-RECORD
           END-COMPUTE.
           COMPUTE DISP-C = NUMVAL(AUDIT-IN-C)
               ON SIZE ERROR
                   GO TO 580-SKIP-RECORD
           END-COMPUTE.
           IF DISP-A IS NOT GREATER THAN 0 OR
                   DISP-B IS LESS THAN 0 OR
                   DISP-C IS NOT GREATER THAN 0 THEN
               GO TO 580-SKIP-RECORD
           END-IF.
           MOVE ZERO TO METER-TALLY.
           INSPECT AUDIT-IN-REST
               TALLYING METER-TALLY FOR ALL "UNIT=meters".
           MOVE SPACES TO REST-PART.
           MOVE SPACES TO AREA-PART.
           MOVE SPACES TO AREA-TEXT.
           UNSTRING AUDIT-IN-REST DELIMITED BY "AREA="
               INTO REST-PART AREA-PART.
           UNSTRING AREA-PART DELIMITED BY SPACE
               INTO AREA-TEXT.
           MOVE ZERO TO TRAVERSE-AREA.
           IF AREA-TEXT = SPACES THEN
               ADD 1 TO NO-AREA-COUNT
           ELSE
               COMPUTE TRAVERSE-AREA = NUMVAL(AREA-TEXT)
                   ON SIZE ERROR
                       GO TO 580-SKIP-RECORD
               END-COMPUTE
           END-IF.
           IF METER-TALLY IS GREATER THAN 0 THEN
               COMPUTE TERM-1 = TRAVERSE-AREA * METERS-TO-FEET
               COMPUTE LOAD-AREA-SQFT ROUNDED =
                   TERM-1 * METERS-TO-FEET
                   ON SIZE ERROR
                       GO TO 580-SKIP-RECORD
               END-COMPUTE
               MOVE "M" TO LOAD-UNIT
           ELSE
               MOVE TRAVERSE-AREA TO LOAD-AREA-SQFT
               MOVE "F" TO LOAD-UNIT
           END-IF.
           MOVE "traverse" TO LOAD-SHAPE.
           MOVE "closed" TO LOAD-KIND.
           PERFORM 595-WRITE-MASTER-RECORD.
           GO TO 580-RECOVER-TRAVERSE-EXIT.

       580-SKIP-RECORD.
           ADD 1 TO SKIPPED-COUNT.
       580-RECOVER-TRAVERSE-EXIT.
           EXIT.

       595-WRITE-MASTER-RECORD.
      *    Writes the master record for the audit line under the
      *    next serial, from the recovered sides and the area,
      *    shape, kind, and unit the rebuild set.
           ADD 1 TO NEXT-SERIAL.
           MOVE NEXT-SERIAL TO MAST-SERIAL.
           MOVE AUDIT-IN-TIMESTAMP(1:8) TO MAST-DATE.
           MOVE DISP-A TO MAST-SIDE-A.
           MOVE DISP-B TO MAST-SIDE-B.
           MOVE DISP-C TO MAST-SIDE-C.
           MOVE LOAD-AREA-SQFT TO MAST-AREA-SQFT.
           MOVE LOAD-SHAPE TO MAST-SHAPE.
           MOVE LOAD-KIND TO MAST-KIND.
           MOVE LOAD-UNIT TO MAST-UNIT.
           MOVE SPACES TO REST-PART.
           MOVE SPACES TO JOB-PART.
           UNSTRING AUDIT-IN-REST DELIMITED BY "JOB="
               INTO REST-PART JOB-PART.
           MOVE JOB-PART(1:8) TO MAST-JOB-NO.
           MOVE SPACES TO MAST-VOID-INFO.
           MOVE ZERO TO MAST-CORRECTED-SERIAL.
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Warning: unable to write serial "
               WRITE TRICTL-RECORD
               CLOSE TRICTL-FILE
           END-IF.

       600-APPLY-VOIDS.
      *    Second pass over the log: each CXL line is applied to
      *    the loaded solve it cancels.
           OPEN I-O MASTER-FILE.
           IF NOT MASTER-FILE-OK THEN
               DISPLAY "Unable to reopen MASTER-FILE, status = "
                   MASTER-FILE-STATUS "; the voids are not applied."
               MOVE CANCEL-COUNT TO VOID-UNMATCHED-COUNT
               GO TO 600-APPLY-VOIDS-EXIT
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK THEN
               DISPLAY "Unable to reopen AUDIT-FILE, status = "
                   AUDIT-FILE-STATUS "; the voids are not applied."
               MOVE CANCEL-COUNT TO VOID-UNMATCHED-COUNT
               CLOSE MASTER-FILE
               GO TO 600-APPLY-VOIDS-EXIT
           END-IF.
           MOVE "N" TO AUDIT-EOF-SW.
           PERFORM 510-READ-AUDIT-RECORD.
           PERFORM 610-APPLY-VOID-RECORD THRU 610-NEXT-RECORD
               UNTIL AUDIT-EOF.
           CLOSE AUDIT-FILE.
           CLOSE MASTER-FILE.
       600-APPLY-VOIDS-EXIT.
           EXIT.

       610-APPLY-VOID-RECORD.
           IF AUDIT-IN-TIMESTAMP(1:8) IS NOT NUMERIC OR
                   AUDIT-IN-SOLVER NOT = "CXL" THEN
               GO TO 610-NEXT-RECORD
           END-IF.
           PERFORM 620-READ-VOID-LINE.
           MOVE "N" TO VOID-MATCH-SW.
           MOVE "N" TO VOID-BY-SERIAL-SW.
           PERFORM 630-MATCH-BY-SERIAL THRU 630-MATCH-BY-SERIAL-EXIT.
           IF NOT VOID-MATCHED THEN
               PERFORM 640-MATCH-BY-JOB THRU 640-MATCH-BY-JOB-EXIT
           END-IF.
           IF NOT VOID-MATCHED THEN
               ADD 1 TO VOID-UNMATCHED-COUNT
               DISPLAY "Warning: no loaded solve matches the void "
                   "logged " AUDIT-IN-TIMESTAMP(1:14)
                   " for serial " VOID-SERIAL
               GO TO 610-NEXT-RECORD
           END-IF.
           PERFORM 650-MARK-VOID.
       610-NEXT-RECORD.
           PERFORM 510-READ-AUDIT-RECORD.

       620-READ-VOID-LINE.
      *    The CXL line carries the voided solve's sides in the
      *    fixed columns, then SERIAL=, OF=, RSN= (the reason),
      *    OP= (the operator), CORR=, and JOB=, and on lines written
      *    since it was logged, DATE= (the void date as keyed).
      *    Older lines spell the reason and operator labels out as
      *    REASON= and OPER=.
           COMPUTE DISP-A = NUMVAL(AUDIT-IN-A).
           COMPUTE DISP-B = NUMVAL(AUDIT-IN-B).
           COMPUTE DISP-C = NUMVAL(AUDIT-IN-C).
           MOVE SPACES TO VOID-LEAD-PART.
           MOVE SPACES TO VOID-SERIAL-PART.
           MOVE SPACES TO VOID-OF-PART.
           MOVE SPACES TO VOID-REASON-PART.
           MOVE SPACES TO VOID-OPER-PART.
           MOVE SPACES TO VOID-CORR-PART.
           MOVE SPACES TO VOID-JOB-PART.
           MOVE SPACES TO VOID-DATE-PART.
           UNSTRING AUDIT-IN-REST DELIMITED BY "SERIAL="
                   OR " OF=" OR " RSN=" OR " REASON=" OR " OP="
                   OR " OPER=" OR " CORR=" OR " JOB=" OR " DATE="
               INTO VOID-LEAD-PART VOID-SERIAL-PART VOID-OF-PART
                   VOID-REASON-PART VOID-OPER-PART VOID-CORR-PART
                   VOID-JOB-PART VOID-DATE-PART.
           COMPUTE VOID-SERIAL = NUMVAL(VOID-SERIAL-PART).
           COMPUTE VOID-CORR-SERIAL = NUMVAL(VOID-CORR-PART).
           MOVE VOID-OF-PART(1:3) TO VOID-SOLVER.
           MOVE VOID-JOB-PART(1:8) TO VOID-JOB-NO.
           IF VOID-DATE-PART(1:8) IS NUMERIC THEN
               MOVE VOID-DATE-PART(1:8) TO VOID-LINE-DATE
           ELSE
               MOVE AUDIT-IN-TIMESTAMP(1:8) TO VOID-LINE-DATE
           END-IF.

       630-MATCH-BY-SERIAL.
      *    The serial on the CXL line is the solve's serial when it
      *    was voided; it still names the same solve when the log
      *    has loaded one for one.
           IF VOID-SERIAL = 0 THEN
               GO TO 630-MATCH-BY-SERIAL-EXIT
           END-IF.
           MOVE VOID-SERIAL TO MAST-SERIAL.
           READ MASTER-FILE
               INVALID KEY
                   GO TO 630-MATCH-BY-SERIAL-EXIT
           END-READ.
           IF MAST-SOLVER = VOID-SOLVER AND
                   MAST-SIDE-A = DISP-A AND
                   MAST-SIDE-B = DISP-B AND
                   MAST-SIDE-C = DISP-C AND
                   NOT MAST-VOIDED THEN
               MOVE "Y" TO VOID-MATCH-SW
               MOVE "Y" TO VOID-BY-SERIAL-SW
               MOVE VOID-SERIAL TO VOID-MATCH-SERIAL
           END-IF.
       630-MATCH-BY-SERIAL-EXIT.
           EXIT.

       640-MATCH-BY-JOB.
      *    Otherwise the latest live solve for the job with the same
      *    solver and sides, solved on or before the void.  A job's
      *    solves come back on its key in the order they loaded.
           MOVE "N" TO JOB-SCAN-SW.
           MOVE VOID-JOB-NO TO MAST-JOB-NO.
           START MASTER-FILE KEY IS EQUAL TO MAST-JOB-NO
               INVALID KEY
                   GO TO 640-MATCH-BY-JOB-EXIT
           END-START.
           PERFORM 645-CHECK-JOB-SOLVE UNTIL JOB-SCAN-DONE.
       640-MATCH-BY-JOB-EXIT.
           EXIT.

       645-CHECK-JOB-SOLVE.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO JOB-SCAN-SW
           END-READ.
           IF NOT JOB-SCAN-DONE AND MAST-JOB-NO NOT = VOID-JOB-NO THEN
               MOVE "Y" TO JOB-SCAN-SW
           END-IF.
           IF NOT JOB-SCAN-DONE THEN
               IF MAST-SOLVER = VOID-SOLVER AND
                       MAST-SIDE-A = DISP-A AND
                       MAST-SIDE-B = DISP-B AND
                       MAST-SIDE-C = DISP-C AND
                       MAST-DATE IS NOT GREATER THAN VOID-LINE-DATE AND
                       NOT MAST-VOIDED THEN
                   MOVE "Y" TO VOID-MATCH-SW
                   MOVE MAST-SERIAL TO VOID-MATCH-SERIAL
               END-IF
           END-IF.

       650-MARK-VOID.
      *    The corrected re-solve is carried only when the voided
      *    solve kept its serial and the re-solve is on the master.
           IF VOID-BY-SERIAL AND
                   VOID-CORR-SERIAL IS GREATER THAN 0 THEN
               MOVE VOID-CORR-SERIAL TO MAST-SERIAL
               READ MASTER-FILE KEY IS MAST-SERIAL
                   INVALID KEY
                       MOVE ZERO TO VOID-CORR-SERIAL
               END-READ
           ELSE
               MOVE ZERO TO VOID-CORR-SERIAL
           END-IF.
           MOVE VOID-MATCH-SERIAL TO MAST-SERIAL.
           READ MASTER-FILE KEY IS MAST-SERIAL
               INVALID KEY
                   DISPLAY "Warning: unable to reread serial "
                       MAST-SERIAL ", status = " MASTER-FILE-STATUS
                   ADD 1 TO VOID-UNMATCHED-COUNT
           END-READ.
           IF MASTER-FILE-OK THEN
               MOVE "V" TO MAST-VOID-CODE
               MOVE VOID-REASON-PART(1:2) TO MAST-VOID-REASON
               MOVE VOID-OPER-PART(1:8) TO MAST-VOID-OPERATOR
               MOVE VOID-LINE-DATE TO MAST-VOID-DATE
               MOVE VOID-CORR-SERIAL TO MAST-CORRECTED-SERIAL
               REWRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Warning: unable to void serial "
                           MAST-SERIAL ", status = "
                           MASTER-FILE-STATUS
                       ADD 1 TO VOID-UNMATCHED-COUNT
               END-REWRITE
               IF MASTER-FILE-OK THEN
                   ADD 1 TO VOID-APPLIED-COUNT
               END-IF
           END-IF.
