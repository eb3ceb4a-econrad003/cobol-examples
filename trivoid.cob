       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TRIVOID".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. Void-and-correct maintenance for the triangle
      *    history master TRIMAST.DAT.  A mis-keyed solve is never
      *    deleted: the operator names it by serial number, gives a
      *    reason code, their operator id, and the void date, and
      *    optionally the serial of the corrected re-solve, and the
      *    master record is marked void with those details.  TRIBILL
      *    and AUDITRPT pass over voided records from then on.
      *
      *    Each void is audited and leaves a CXL cancellation record
      *    in EXPORT.DAT, written as a pair the way a solver writes
      *    its audit line and export record, so RECON reconciles
      *    voids like any solve.  The cancellation names the
      *    feature CAD/GIS is to drop by the timestamp, case, and
      *    solution number of the voided solve's own export record,
      *    looked up in EXPORT.DAT and the staging archive
      *    EXPORT.ARC; the next EXPSTAGE extract carries it over.
      *
      *    Reason codes:
      *        KE - keying error in the inputs
      *        DU - duplicate of another solve
      *        WJ - booked to the wrong job
      *        WU - entered in the wrong unit
      *        OT - other (see the operator)

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
           SELECT ARCHIVE-FILE ASSIGN TO "EXPORT.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "TRIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-SERIAL
               ALTERNATE RECORD KEY IS MAST-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                 PIC X(152).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(319).

       FD  MASTER-FILE.
       COPY "trimast.cpy".

       WORKING-STORAGE SECTION.
      * File status and end-of-file
       77  AUDIT-FILE-STATUS            PIC X(2).
           88  AUDIT-FILE-OK                VALUE "00".
       77  EXPORT-FILE-STATUS           PIC X(2).
           88  EXPORT-FILE-OK               VALUE "00".
       77  ARCHIVE-FILE-STATUS          PIC X(2).
           88  ARCHIVE-FILE-OK              VALUE "00".
       77  MASTER-FILE-STATUS           PIC X(2).
           88  MASTER-FILE-OK               VALUE "00".
       77  EXPORT-EOF-SW                PIC X VALUE "N".
           88  EXPORT-EOF                   VALUE "Y".
       77  ARCHIVE-EOF-SW               PIC X VALUE "N".
           88  ARCHIVE-EOF                  VALUE "Y".

      * The export record layout shared with the solvers
       COPY "triexp.cpy".

      * The solve being voided, and the corrected re-solve
       77  SERIAL-TEXT                  PIC X(12).
       77  WANTED-SERIAL                PIC 9(9).
       77  CORRECTED-SERIAL             PIC 9(9).

      * Void details as entered
       77  VOID-REASON                  PIC X(2) VALUE SPACES.
           88  VALID-VOID-REASON            VALUES "KE", "DU", "WJ",
                                            "WU", "OT".
       77  VOID-OPERATOR                PIC X(8) VALUE SPACES.
       77  VOID-DATE                    PIC X(8) VALUE SPACES.
       77  VOID-TIMESTAMP               PIC X(21).

      * Confirm and again answers
       77  CONFIRM-SW                   PIC X VALUE SPACE.
           88  VALID-CONFIRM-SW             VALUES "y", "n".
           88  CONFIRM-ANSWER               VALUE "y".
       77  AGAIN-SW                     PIC X VALUE "y".
           88  VALID-AGAIN-SW               VALUES "y", "n".
           88  AGAIN-ANSWER                 VALUE "y".

      * Search for the voided solve's own export record: the same
      * case, day, and sides, nearest in time to the master's
      * stamp (the export and master clock reads can differ by a
      * second or two)
       77  ORIG-FOUND-SW                PIC X VALUE "N".
           88  ORIG-FOUND                   VALUE "Y".
       77  ORIG-TIMESTAMP               PIC X(21).
       77  ORIG-CASE                    PIC X(3).
       77  ORIG-SOLUTION-NO             PIC X(1).
       77  ORIG-GAP                     PIC 9(5).
       77  CAND-GAP                     PIC 9(5).
       77  MAST-SECONDS                 PIC 9(5).
       77  CAND-SECONDS                 PIC 9(5).
       77  CAND-SIDE-A                  PIC S9(5)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  CAND-SIDE-B                  PIC S9(5)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  CAND-SIDE-C                  PIC S9(5)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TIME-TEXT                    PIC X(6).
       77  TIME-HH                      PIC 9(2).
       77  TIME-MM                      PIC 9(2).
       77  TIME-SS                      PIC 9(2).
       77  TIME-SECONDS                 PIC 9(5).

      * Area back into the square of the unit entered for the
      * cancellation record
       77  METERS-TO-FEET               PIC 9V9(5) VALUE 3.28084.

      * Audit line building
       77  AUDIT-POINTER                PIC 9(3).
       77  XVAL                         PIC Z(5).9(4)-.
       77  AREA-EDIT                    PIC Z(8)9.99.
       77  SERIAL-EDIT                  PIC Z(8)9.

      * Run counter
       77  VOID-COUNT                   PIC 9(6) VALUE ZERO.

      * Set once the master is marked, and again if the CXL pair
      * behind it then fails to write or close out, so a void that
      * is not fully posted is reported and left out of the count
       77  VOID-MARKED-SW               PIC X VALUE "N".
           88  VOID-MARKED                  VALUE "Y".
       77  VOID-PARTIAL-SW              PIC X VALUE "N".
           88  VOID-PARTIAL                 VALUE "Y".
       77  CTL-COUNT-EDIT               PIC Z(5)9.

      * Posting lock, held while a void is posted so it cannot
      * interleave with a solve or an EXPSTAGE rewrite of EXPORT.DAT
       COPY "lockparm.cpy".

       PROCEDURE DIVISION.
       000-MAIN.
           OPEN I-O MASTER-FILE.
           IF NOT MASTER-FILE-OK THEN
               DISPLAY "Unable to open MASTER-FILE, status = "
                   MASTER-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM 200-VOID-ONE THRU 200-VOID-ONE-EXIT
               UNTIL NOT AGAIN-ANSWER.
           CLOSE MASTER-FILE.
           MOVE VOID-COUNT TO CTL-COUNT-EDIT.
           DISPLAY "Voided " FUNCTION TRIM(CTL-COUNT-EDIT)
               " solves.".
           GOBACK.

       200-VOID-ONE.
           MOVE "N" TO VOID-MARKED-SW.
           MOVE "N" TO VOID-PARTIAL-SW.
           PERFORM 210-GET-SERIAL.
           MOVE WANTED-SERIAL TO MAST-SERIAL.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "  serial " WANTED-SERIAL
                       " is not on file."
                   GO TO 200-VOID-ANOTHER
           END-READ.
           IF MAST-VOIDED THEN
               DISPLAY "  serial " WANTED-SERIAL " was voided on "
                   MAST-VOID-DATE " by " MAST-VOID-OPERATOR
                   " (reason " MAST-VOID-REASON ")."
               GO TO 200-VOID-ANOTHER
           END-IF.
           PERFORM 220-SHOW-MASTER.
           PERFORM 230-GET-REASON.
           PERFORM 240-GET-OPERATOR.
           PERFORM 250-GET-VOID-DATE.
           PERFORM 260-GET-CORRECTED-SERIAL
               THRU 260-GET-CORRECTED-SERIAL-EXIT.
           PERFORM 270-CONFIRM-VOID.
           IF NOT CONFIRM-ANSWER THEN
               DISPLAY "  nothing voided."
               GO TO 200-VOID-ANOTHER
           END-IF.

      *    The void is posted under the posting lock, like a solve.
           MOVE "A" TO TRILOCK-REQUEST.
           MOVE "TRIVOID" TO TRILOCK-PROGRAM.
           MOVE MAST-JOB-NO TO TRILOCK-JOB-NO.
           CALL "TRILOCK" USING TRILOCK-PARMS.
           IF NOT TRILOCK-GRANTED THEN
               DISPLAY TRILOCK-MESSAGE
               DISPLAY "  nothing voided; try again when the other "
                   "session has finished."
               GO TO 200-VOID-ANOTHER
           END-IF.
      *    Checking the corrected serial reads over the record
      *    area, so the solve being voided is read back -- under
      *    the lock, in case another session voided it meanwhile.
           MOVE WANTED-SERIAL TO MAST-SERIAL.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "  serial " WANTED-SERIAL
                       " is no longer on file; nothing voided."
                   GO TO 200-VOID-RELEASE
           END-READ.
           IF MAST-VOIDED THEN
               DISPLAY "  serial " WANTED-SERIAL " was voided on "
                   MAST-VOID-DATE " by " MAST-VOID-OPERATOR
                   " meanwhile; nothing voided."
               GO TO 200-VOID-RELEASE
           END-IF.

      *    The void is posted as one unit, the way a solver posts
      *    a solve: the original export record is looked up and the
      *    audit log and export file opened first, so nothing is
      *    marked unless the CXL pair can be written; then the
      *    master is marked, and only a void that took is audited
      *    and sent to CAD.  The CXL export record follows only an
      *    audit line that took, and a void whose pair fails to
      *    write or close out is reported as not fully posted and
      *    is not counted.
           PERFORM 800-FIND-ORIGINAL-EXPORT.
           PERFORM 905-OPEN-AUDIT.
           PERFORM 906-OPEN-EXPORT.
           IF NOT AUDIT-FILE-OK OR NOT EXPORT-FILE-OK THEN
               DISPLAY "  unable to open the audit log or export "
                   "file, status = " AUDIT-FILE-STATUS
                   "/" EXPORT-FILE-STATUS "; nothing voided."
               GO TO 200-VOID-CLOSE
           END-IF.
           MOVE "V" TO MAST-VOID-CODE.
           MOVE VOID-REASON TO MAST-VOID-REASON.
           MOVE VOID-OPERATOR TO MAST-VOID-OPERATOR.
           MOVE VOID-DATE TO MAST-VOID-DATE.
           MOVE CORRECTED-SERIAL TO MAST-CORRECTED-SERIAL.
           REWRITE MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF MASTER-FILE-STATUS(1:1) NOT = "0" THEN
               DISPLAY "  unable to void serial " WANTED-SERIAL
                   ", status = " MASTER-FILE-STATUS
               GO TO 200-VOID-CLOSE
           END-IF.
           MOVE "Y" TO VOID-MARKED-SW.
           MOVE CURRENT-DATE TO VOID-TIMESTAMP.
           PERFORM 900-WRITE-AUDIT.
           IF AUDIT-FILE-OK THEN
               PERFORM 910-WRITE-EXPORT
           END-IF.
           PERFORM 935-CHECK-POST-WRITES.

       200-VOID-CLOSE.
           CLOSE AUDIT-FILE.
           CLOSE EXPORT-FILE.
           IF VOID-MARKED THEN
               PERFORM 935-CHECK-POST-WRITES
               IF NOT VOID-PARTIAL THEN
                   ADD 1 TO VOID-COUNT
                   DISPLAY "  serial " WANTED-SERIAL " voided."
               END-IF
           END-IF.

       200-VOID-RELEASE.
           MOVE "R" TO TRILOCK-REQUEST.
           CALL "TRILOCK" USING TRILOCK-PARMS.

       200-VOID-ANOTHER.
           PERFORM 280-ASK-ANOTHER.
       200-VOID-ONE-EXIT.
           EXIT.

       210-GET-SERIAL.
           DISPLAY "Enter the serial number of the solve to void:".
           ACCEPT SERIAL-TEXT.
           IF SERIAL-TEXT = SPACES THEN
               DISPLAY "  the serial number may not be blank, "
                   "try again..."
               GO TO 210-GET-SERIAL
           END-IF.
           COMPUTE WANTED-SERIAL = NUMVAL(SERIAL-TEXT)
               ON SIZE ERROR
                   DISPLAY "  serial number out of range, "
                       "try again..."
                   GO TO 210-GET-SERIAL
           END-COMPUTE.

       220-SHOW-MASTER.
           DISPLAY "  serial " MAST-SERIAL "  solved " MAST-DATE
               " " MAST-TIME "  by " MAST-SOLVER
               "  job " MAST-JOB-NO.
           MOVE MAST-SIDE-A TO XVAL.
           DISPLAY "    A = " XVAL.
           MOVE MAST-SIDE-B TO XVAL.
           DISPLAY "    B = " XVAL.
           MOVE MAST-SIDE-C TO XVAL.
           DISPLAY "    C = " XVAL.
           COMPUTE AREA-EDIT ROUNDED = MAST-AREA-SQFT.
           DISPLAY "    area " FUNCTION TRIM(AREA-EDIT)
               " sq feet, " MAST-SHAPE " " MAST-KIND.

       230-GET-REASON.
           DISPLAY "Enter the reason code (KE keying error, "
               "DU duplicate, WJ wrong job,".
           DISPLAY "  WU wrong unit, OT other):".
           ACCEPT VOID-REASON.
           IF NOT VALID-VOID-REASON THEN
               DISPLAY "  valid responses are 'KE', 'DU', 'WJ', "
                   "'WU', and 'OT', try again..."
               GO TO 230-GET-REASON
           END-IF.

       240-GET-OPERATOR.
           DISPLAY "Enter your operator id (up to 8 characters):".
           ACCEPT VOID-OPERATOR.
           IF VOID-OPERATOR = SPACES THEN
               DISPLAY "  the operator id may not be blank, "
                   "try again..."
               GO TO 240-GET-OPERATOR
           END-IF.

       250-GET-VOID-DATE.
           DISPLAY "Enter the void date (YYYYMMDD, blank for "
               "today):".
           ACCEPT VOID-DATE.
           IF VOID-DATE = SPACES THEN
               MOVE CURRENT-DATE TO VOID-TIMESTAMP
               MOVE VOID-TIMESTAMP(1:8) TO VOID-DATE
           END-IF.
           IF VOID-DATE IS NOT NUMERIC THEN
               DISPLAY "  enter eight digits or leave blank, "
                   "try again..."
               GO TO 250-GET-VOID-DATE
           END-IF.

       260-GET-CORRECTED-SERIAL.
      *    The corrected re-solve must itself be a live record on
      *    the master; blank means the solve is simply withdrawn.
           MOVE ZERO TO CORRECTED-SERIAL.
           DISPLAY "Enter the serial of the corrected re-solve "
               "(blank if none):".
           ACCEPT SERIAL-TEXT.
           IF SERIAL-TEXT = SPACES THEN
               GO TO 260-GET-CORRECTED-SERIAL-EXIT
           END-IF.
           COMPUTE CORRECTED-SERIAL = NUMVAL(SERIAL-TEXT)
               ON SIZE ERROR
                   DISPLAY "  serial number out of range, "
                       "try again..."
                   GO TO 260-GET-CORRECTED-SERIAL
           END-COMPUTE.
           IF CORRECTED-SERIAL = WANTED-SERIAL THEN
               DISPLAY "  a solve cannot correct itself, "
                   "try again..."
               GO TO 260-GET-CORRECTED-SERIAL
           END-IF.
           MOVE CORRECTED-SERIAL TO MAST-SERIAL.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "  serial " CORRECTED-SERIAL
                       " is not on file, try again..."
                   GO TO 260-GET-CORRECTED-SERIAL
           END-READ.
           IF MAST-VOIDED THEN
               DISPLAY "  serial " CORRECTED-SERIAL
                   " is itself void, try again..."
               GO TO 260-GET-CORRECTED-SERIAL
           END-IF.
       260-GET-CORRECTED-SERIAL-EXIT.
           EXIT.

       270-CONFIRM-VOID.
           DISPLAY "Void serial " WANTED-SERIAL "? (y/n)".
           ACCEPT CONFIRM-SW.
           IF NOT VALID-CONFIRM-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 270-CONFIRM-VOID
           END-IF.

       280-ASK-ANOTHER.
           DISPLAY "Void another solve? (y/n)".
           ACCEPT AGAIN-SW.
           IF NOT VALID-AGAIN-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 280-ASK-ANOTHER
           END-IF.

       800-FIND-ORIGINAL-EXPORT.
      *    Scans the working export file and the archive for the
      *    voided solve's own record.  When none is found (a solve
      *    loaded from the old log, or an export file rebuilt by
      *    hand), the cancellation names the solve by the master's
      *    date and time and the solution number is left blank.
           MOVE "N" TO ORIG-FOUND-SW.
           MOVE 99999 TO ORIG-GAP.
           MOVE MAST-TIME TO TIME-TEXT.
           PERFORM 850-TIME-TO-SECONDS.
           MOVE TIME-SECONDS TO MAST-SECONDS.
           OPEN INPUT EXPORT-FILE.
           IF EXPORT-FILE-OK THEN
               MOVE "N" TO EXPORT-EOF-SW
               PERFORM 810-READ-EXPORT-RECORD
               PERFORM 815-CHECK-EXPORT-RECORD UNTIL EXPORT-EOF
               CLOSE EXPORT-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-OK THEN
               MOVE "N" TO ARCHIVE-EOF-SW
               PERFORM 820-READ-ARCHIVE-RECORD
               PERFORM 825-CHECK-ARCHIVE-RECORD UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF.
           IF NOT ORIG-FOUND THEN
               DISPLAY "  Warning: the solve's export record was "
                   "not found; the cancellation names it by the "
                   "master's date and time."
               MOVE SPACES TO ORIG-TIMESTAMP
               MOVE MAST-DATE TO ORIG-TIMESTAMP(1:8)
               MOVE MAST-TIME TO ORIG-TIMESTAMP(9:6)
               MOVE MAST-SOLVER TO ORIG-CASE
               MOVE SPACE TO ORIG-SOLUTION-NO
           END-IF.

       810-READ-EXPORT-RECORD.
           READ EXPORT-FILE INTO EXPORT-DETAIL
               AT END
                   MOVE "Y" TO EXPORT-EOF-SW
           END-READ.

       815-CHECK-EXPORT-RECORD.
           PERFORM 830-CHECK-CANDIDATE THRU 830-CHECK-CANDIDATE-EXIT.
           PERFORM 810-READ-EXPORT-RECORD.

       820-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE INTO EXPORT-DETAIL
               AT END
                   MOVE "Y" TO ARCHIVE-EOF-SW
           END-READ.

       825-CHECK-ARCHIVE-RECORD.
           PERFORM 830-CHECK-CANDIDATE THRU 830-CHECK-CANDIDATE-EXIT.
           PERFORM 820-READ-ARCHIVE-RECORD.

       830-CHECK-CANDIDATE.
      *    The record in EXPORT-DETAIL is a candidate when its case
      *    and day are the voided solve's and its three sides match
      *    the master's to the four places both carry; the nearest
      *    in time wins.
           IF EXP-CASE NOT = MAST-SOLVER OR
                   EXP-TIMESTAMP(1:8) NOT = MAST-DATE THEN
               GO TO 830-CHECK-CANDIDATE-EXIT
           END-IF.
           IF EXP-TIMESTAMP(9:6) IS NOT NUMERIC THEN
               GO TO 830-CHECK-CANDIDATE-EXIT
           END-IF.
           COMPUTE CAND-SIDE-A = NUMVAL(EXP-SIDE-A).
           COMPUTE CAND-SIDE-B = NUMVAL(EXP-SIDE-B).
           COMPUTE CAND-SIDE-C = NUMVAL(EXP-SIDE-C).
           IF CAND-SIDE-A NOT = MAST-SIDE-A OR
                   CAND-SIDE-B NOT = MAST-SIDE-B OR
                   CAND-SIDE-C NOT = MAST-SIDE-C THEN
               GO TO 830-CHECK-CANDIDATE-EXIT
           END-IF.
           MOVE EXP-TIMESTAMP(9:6) TO TIME-TEXT.
           PERFORM 850-TIME-TO-SECONDS.
           MOVE TIME-SECONDS TO CAND-SECONDS.
           IF CAND-SECONDS IS GREATER THAN MAST-SECONDS THEN
               COMPUTE CAND-GAP = CAND-SECONDS - MAST-SECONDS
           ELSE
               COMPUTE CAND-GAP = MAST-SECONDS - CAND-SECONDS
           END-IF.
           IF CAND-GAP IS LESS THAN ORIG-GAP THEN
               MOVE "Y" TO ORIG-FOUND-SW
               MOVE CAND-GAP TO ORIG-GAP
               MOVE EXP-TIMESTAMP TO ORIG-TIMESTAMP
               MOVE EXP-CASE TO ORIG-CASE
               MOVE EXP-SOLUTION-NO TO ORIG-SOLUTION-NO
           END-IF.
       830-CHECK-CANDIDATE-EXIT.
           EXIT.

       850-TIME-TO-SECONDS.
      *    HHMMSS in TIME-TEXT to seconds past midnight; a damaged
      *    time counts as midnight.
           MOVE ZERO TO TIME-SECONDS.
           IF TIME-TEXT IS NUMERIC THEN
               MOVE TIME-TEXT(1:2) TO TIME-HH
               MOVE TIME-TEXT(3:2) TO TIME-MM
               MOVE TIME-TEXT(5:2) TO TIME-SS
               COMPUTE TIME-SECONDS =
                   TIME-HH * 3600 + TIME-MM * 60 + TIME-SS
           END-IF.

       900-WRITE-AUDIT.
      *    The void's audit line carries the voided solve's sides,
      *    so it pairs with the cancellation record in RECON the
      *    way a solve's line pairs with its export record, and the
      *    void details, so that TRILOAD can mark the solve void
      *    again when the master is rebuilt from the log.  The
      *    void labels are kept short (RSN= the reason, OP= the
      *    operator) so that with nine-digit serials the line, void
      *    date last, still fills no more than the audit record.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO AUDIT-POINTER.
           MOVE MAST-SIDE-A TO XVAL.
           STRING VOID-TIMESTAMP DELIMITED BY SIZE
                   " CXL A=" DELIMITED BY SIZE
                   XVAL DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE MAST-SIDE-B TO XVAL.
           STRING " B=" DELIMITED BY SIZE
                   XVAL DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE MAST-SIDE-C TO XVAL.
           STRING " C=" DELIMITED BY SIZE
                   XVAL DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE MAST-SERIAL TO SERIAL-EDIT.
           STRING " SERIAL=" DELIMITED BY SIZE
                   FUNCTION TRIM(SERIAL-EDIT) DELIMITED BY SIZE
                   " OF=" DELIMITED BY SIZE
                   MAST-SOLVER DELIMITED BY SIZE
                   " RSN=" DELIMITED BY SIZE
                   MAST-VOID-REASON DELIMITED BY SIZE
                   " OP=" DELIMITED BY SIZE
                   MAST-VOID-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           MOVE MAST-CORRECTED-SERIAL TO SERIAL-EDIT.
           STRING " CORR=" DELIMITED BY SIZE
                   FUNCTION TRIM(SERIAL-EDIT) DELIMITED BY SIZE
                   " JOB=" DELIMITED BY SIZE
                   MAST-JOB-NO DELIMITED BY SIZE
                   " DATE=" DELIMITED BY SIZE
                   MAST-VOID-DATE DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER AUDIT-POINTER.
           WRITE AUDIT-RECORD.

       910-WRITE-EXPORT.
      *    The CXL cancellation record, stamped with the audit
      *    line's timestamp and left unsent for the next EXPSTAGE
      *    extract.
           MOVE VOID-TIMESTAMP TO EXP-TIMESTAMP.
           MOVE "CXL" TO EXP-CASE.
           MOVE ZERO TO EXP-SOLUTION-NO.
           MOVE ZERO TO EXP-INPUT-1.
           MOVE ZERO TO EXP-INPUT-2.
           MOVE ZERO TO EXP-INPUT-3.
           MOVE ZERO TO EXP-INPUT-4.
           MOVE ZERO TO EXP-INPUT-5.
           MOVE ZERO TO EXP-INPUT-6.
           MOVE SPACE TO EXP-MEASURE.
           MOVE MAST-SIDE-A TO EXP-SIDE-A.
           MOVE MAST-SIDE-B TO EXP-SIDE-B.
           MOVE MAST-SIDE-C TO EXP-SIDE-C.
           MOVE ZERO TO EXP-ALPHA-DEG.
           MOVE ZERO TO EXP-BETA-DEG.
           MOVE ZERO TO EXP-GAMMA-DEG.
           IF MAST-UNIT = "M" THEN
               COMPUTE EXP-AREA ROUNDED = MAST-AREA-SQFT
                   / (METERS-TO-FEET * METERS-TO-FEET)
           ELSE
               COMPUTE EXP-AREA ROUNDED = MAST-AREA-SQFT
           END-IF.
           MOVE MAST-SHAPE TO EXP-SHAPE.
           MOVE MAST-KIND TO EXP-KIND.
           MOVE MAST-UNIT TO EXP-UNIT.
           MOVE ZERO TO EXP-BATCH-NO.
           MOVE MAST-JOB-NO TO EXP-JOB-NO.
           MOVE ZERO TO EXP-XA.
           MOVE ZERO TO EXP-YA.
           MOVE ZERO TO EXP-XB.
           MOVE ZERO TO EXP-YB.
           MOVE ZERO TO EXP-XC.
           MOVE ZERO TO EXP-YC.
           MOVE ORIG-TIMESTAMP TO EXP-CANCEL-TIMESTAMP.
           MOVE ORIG-CASE TO EXP-CANCEL-CASE.
           MOVE ORIG-SOLUTION-NO TO EXP-CANCEL-SOLUTION-NO.
           WRITE EXPORT-RECORD FROM EXPORT-DETAIL.

       935-CHECK-POST-WRITES.
      *    Reported once, at the first failure, with the statuses
      *    that caused it.
           IF NOT VOID-PARTIAL THEN
               IF NOT AUDIT-FILE-OK OR NOT EXPORT-FILE-OK THEN
                   DISPLAY "  serial " WANTED-SERIAL " voided but not "
                       "fully posted, status = " AUDIT-FILE-STATUS
                       "/" EXPORT-FILE-STATUS
                   MOVE "Y" TO VOID-PARTIAL-SW
               END-IF
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
