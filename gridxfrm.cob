       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GRIDXFRM".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. Puts a job surveyed on an assumed local system
      *    (5000,5000 and an assumed north, say) onto the county
      *    grid, so what goes to the GIS lines up with it.  The
      *    operator names two or more control points -- points on
      *    the point master for the job whose grid coordinates are
      *    known -- and keys their grid coordinates.  The program
      *    fits a four-parameter (similarity, or Helmert)
      *    transformation to them: one rotation, one scale, and a
      *    shift in X and Y.  Two control points fix it exactly;
      *    with more it is a least squares fit, and the residual at
      *    each control point (its given grid position less the
      *    position the fit puts it at) is reported with the
      *    largest one marked, so a bad control point stands out.
      *    The operator may drop a control point and solve again
      *    before accepting.
      *
      *    On acceptance every point of the job on the point master
      *    is written, transformed, to GRIDPTS.DAT under a header
      *    recording the parameters used (gridpts.cpy), and the
      *    header is appended to GRIDPARM.DAT.  The same parameters
      *    can then be applied to the job's export records in a
      *    transfer batch, from the working export file and the
      *    archive as EXPSTAGE re-cuts them; the grid copy goes to
      *    GRIDEXP.DAT with the vertex coordinates widened for grid
      *    values (gridexp.cpy).  Only the VTX and TRV records carry
      *    survey coordinates; the keyed triangle solves and the
      *    circular curves are drawn in their own standard
      *    position, which has no place on the grid, so they are
      *    counted and left out, and a void cancellation goes
      *    through with its coordinates zero.
      *    Batch mode takes the job's latest saved parameters.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTMAST-FILE ASSIGN TO "PTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-KEY
               FILE STATUS IS PTMAST-FILE-STATUS.
           SELECT GRIDPTS-FILE ASSIGN TO "GRIDPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRIDPTS-FILE-STATUS.
           SELECT GRIDPARM-FILE ASSIGN TO "GRIDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRIDPARM-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "EXPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "EXPORT.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT GRIDEXP-FILE ASSIGN TO "GRIDEXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRIDEXP-FILE-STATUS.
           SELECT PREFS-FILE ASSIGN TO "PREFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREFS-FILE-STATUS.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-NO
               FILE STATUS IS JOBMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PTMAST-FILE.
       COPY "ptmast.cpy".

       FD  GRIDPTS-FILE.
       01  GRIDPTS-RECORD               PIC X(110).

       FD  GRIDPARM-FILE.
       01  GRIDPARM-RECORD              PIC X(110).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(319).

       FD  GRIDEXP-FILE.
       01  GRIDEXP-RECORD               PIC X(337).

       FD  PREFS-FILE.
       01  PREFS-RECORD                 PIC X(11).

       FD  JOBMAST-FILE.
       COPY "jobmast.cpy".

       WORKING-STORAGE SECTION.
      * File status and end-of-file
       77  PTMAST-FILE-STATUS           PIC X(2).
           88  PTMAST-FILE-OK               VALUE "00".
       77  GRIDPTS-FILE-STATUS          PIC X(2).
           88  GRIDPTS-FILE-OK              VALUE "00".
       77  GRIDPARM-FILE-STATUS         PIC X(2).
           88  GRIDPARM-FILE-OK             VALUE "00".
       77  EXPORT-FILE-STATUS           PIC X(2).
           88  EXPORT-FILE-OK               VALUE "00".
       77  ARCHIVE-FILE-STATUS          PIC X(2).
           88  ARCHIVE-FILE-OK              VALUE "00".
       77  GRIDEXP-FILE-STATUS          PIC X(2).
           88  GRIDEXP-FILE-OK              VALUE "00".
       77  PREFS-FILE-STATUS            PIC X(2).
           88  PREFS-FILE-OK                VALUE "00".
       77  JOBMAST-FILE-STATUS          PIC X(2).
           88  JOBMAST-FILE-OK              VALUE "00".
       77  POINT-EOF-SW                 PIC X VALUE "N".
           88  POINT-EOF                    VALUE "Y".
       77  PARM-EOF-SW                  PIC X VALUE "N".
           88  PARM-EOF                     VALUE "Y".
       77  EXPORT-EOF-SW                PIC X VALUE "N".
           88  EXPORT-EOF                   VALUE "Y".
       77  ARCHIVE-EOF-SW               PIC X VALUE "N".
           88  ARCHIVE-EOF                  VALUE "Y".

      * Run mode
       77  XFORM-MODE                   PIC X VALUE SPACE.
           88  VALID-XFORM-MODE             VALUES "T", "B".
           88  TRANSFORM-MODE               VALUE "T".
           88  BATCH-MODE                   VALUE "B".

      * The job being put on the grid, defaulted from the session
      * preferences and validated against the jobs master
       77  XFORM-JOB-NO                 PIC X(8) VALUE SPACES.
       77  JOB-ANSWER                   PIC X(8) VALUE SPACES.
       77  JOB-VALID-SW                 PIC X VALUE "N".
           88  JOB-VALID                    VALUE "Y".

      * Control points: local coordinates from the point master,
      * grid coordinates as keyed, and the fit's residuals
       77  CP-COUNT                     PIC 9(2) COMP VALUE ZERO.
       77  CP-IX                        PIC 9(2) COMP.
       77  CP-NEXT-IX                   PIC 9(2) COMP.
       77  CP-FOUND-IX                  PIC 9(2) COMP.
       77  CP-NUMBER                    PIC 9(2).
       77  CP-COUNT-EDIT                PIC Z9.
       01  CONTROL-TABLE.
           02  CP-POINT OCCURS 20 TIMES.
               03  CP-PT-NO             PIC 9(5).
               03  CP-LOCAL-X           PIC S9(5)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  CP-LOCAL-Y           PIC S9(5)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  CP-GRID-X            PIC S9(8)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  CP-GRID-Y            PIC S9(8)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  CP-RESID-X           PIC S9(6)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  CP-RESID-Y           PIC S9(6)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  CP-RESID             PIC S9(6)V9(4)
                       SIGN TRAILING SEPARATE CHARACTER.
       77  CONTROL-DONE-SW              PIC X VALUE "N".
           88  CONTROL-DONE                 VALUE "Y".

      * Point number entry
       77  PT-NO-TEXT                   PIC X(8).
       77  PT-NO-WANTED                 PIC 9(5).
       77  PT-NO-EDIT                   PIC Z(4)9.
       77  INPUT-PROMPT                 PIC X(72).
       77  COORD-TEXT                   PIC X(16).
       77  GRID-VALUE                   PIC S9(8)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.

      * The least squares fit.  Coordinates are reduced to the
      * centroids of the control points before the sums are
      * taken, which keeps the sums small and makes the shift fall
      * out of the centroids directly.
       77  SUM-LOCAL-X                  PIC S9(8)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SUM-LOCAL-Y                  PIC S9(8)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SUM-GRID-X                   PIC S9(11)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SUM-GRID-Y                   PIC S9(11)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  LOCAL-XC                     PIC S9(6)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  LOCAL-YC                     PIC S9(6)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  GRID-XC                      PIC S9(9)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  GRID-YC                      PIC S9(9)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  DELTA-X                      PIC S9(7)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  DELTA-Y                      PIC S9(7)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  DELTA-GRID-X                 PIC S9(9)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  DELTA-GRID-Y                 PIC S9(9)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SUM-LL                       PIC S9(15)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SUM-P                        PIC S9(18)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SUM-Q                        PIC S9(18)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TERM-1                       PIC S9(17)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  TERM-2                       PIC S9(17)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  XFORM-ERROR-SW               PIC X VALUE "N".
           88  XFORM-ERROR                  VALUE "Y".

      * The transformation (see gridpts.cpy for the equations)
       77  COEF-A                       PIC S9(3)V9(12)
               SIGN TRAILING SEPARATE CHARACTER.
       77  COEF-B                       PIC S9(3)V9(12)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SHIFT-X                      PIC S9(9)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SHIFT-Y                      PIC S9(9)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  SCALE-VALUE                  PIC 9(3)V9(9).
       77  ROTATION                     PIC S9(1)V9(12)
               SIGN TRAILING SEPARATE CHARACTER.
       77  ROTATION-DEG                 PIC S9(3)V9(6)
               SIGN TRAILING SEPARATE CHARACTER.
       77  PARM-DATE                    PIC X(8).

      * Residuals.  The standard error of the fit is taken over
      * the redundant observations, two per control point less the
      * four parameters, so two control points have none.
       77  SUM-RESID-SQ                 PIC S9(13)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  STD-ERROR                    PIC 9(5)V9(4).
       77  LARGEST-RESID                PIC S9(6)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  LARGEST-IX                   PIC 9(2) COMP.

      * One point through the transformation (380-PUT-ON-GRID)
       77  LOCAL-X                      PIC S9(6)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  LOCAL-Y                      PIC S9(6)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  GRID-X                       PIC S9(8)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  GRID-Y                       PIC S9(8)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  GRID-RANGE-SW                PIC X VALUE "N".
           88  GRID-OUT-OF-RANGE            VALUE "Y".

      * Rotation shown in degrees-minutes-seconds (390-FORMAT-DMS)
       77  XI                           PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  ZETA                         PIC S9(5)V9(8)
               SIGN TRAILING SEPARATE CHARACTER.
       77  DMS-SHOW-TEXT                PIC X(16).
       77  DMS-SHOW-DEGREES             PIC 9(3).
       77  DMS-SHOW-MINUTES             PIC 9(2).
       77  DMS-SHOW-SECONDS             PIC 9(2).
       77  DMS-SHOW-TENTH               PIC 9(1).
       77  DMS-TENTH-SECS               PIC 9(3).
       77  DMS-DEG-EDIT                 PIC ZZ9.
       77  DMS-MIN-EDIT                 PIC 9(2).
       77  DMS-SEC-EDIT                 PIC 9(2).

      * Display editing
       77  LOCAL-EDIT                   PIC -(5)9.9(4).
       77  GRID-EDIT                    PIC -(8)9.9(4).
       77  SHIFT-EDIT                   PIC -(9)9.9(4).
       77  SCALE-EDIT                   PIC Z(2)9.9(9).
       77  ROTATION-EDIT                PIC -(3)9.9(6).
       77  RESID-EDIT                   PIC -(5)9.9(4).
       77  CTL-COUNT-EDIT               PIC Z(5)9.

      * One line of the residual listing
       01  RESIDUAL-LINE.
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  RL-PT-NO                 PIC Z(4)9.
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  RL-GRID-X                PIC -(8)9.9(4).
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  RL-GRID-Y                PIC -(8)9.9(4).
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  RL-RESID-X               PIC -(5)9.9(4).
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  RL-RESID-Y               PIC -(5)9.9(4).
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  RL-RESID                 PIC -(5)9.9(4).
           02  FILLER                   PIC X(2) VALUE SPACES.
           02  RL-FLAG                  PIC X(10).

      * Operator answers
       77  REVIEW-ANSWER                PIC X VALUE SPACE.
           88  VALID-REVIEW-ANSWER          VALUES "A", "D", "Q".
           88  ACCEPT-ANSWER                VALUE "A".
           88  DROP-ANSWER                  VALUE "D".
           88  QUIT-ANSWER                  VALUE "Q".
       77  BATCH-SW                     PIC X VALUE SPACE.
           88  VALID-BATCH-SW               VALUES "y", "n".
           88  BATCH-ANSWER                 VALUE "y".

      * The grid point file and the saved parameters
       COPY "gridpts.cpy".
       77  SAVED-HEADER                 PIC X(110).
       77  PARAMETERS-FOUND-SW          PIC X VALUE "N".
           88  PARAMETERS-FOUND             VALUE "Y".
       77  GRID-POINTS-WRITTEN-SW       PIC X VALUE "N".
           88  GRID-POINTS-WRITTEN          VALUE "Y".
       77  RUN-TIMESTAMP                PIC X(21).
       77  GRID-POINT-COUNT             PIC 9(6) VALUE ZERO.
       77  OUT-OF-RANGE-COUNT           PIC 9(6) VALUE ZERO.

      * Transfer batch on the grid
       COPY "triexp.cpy".
       COPY "gridexp.cpy".
       77  BATCH-TEXT                   PIC X(6).
       77  WANTED-BATCH-NO              PIC 9(6) VALUE ZERO.
       77  BATCH-NO-EDIT                PIC 9(6).
       77  HDR-LINE-TEXT                PIC X(210).
       77  BATCH-RECORD-COUNT           PIC 9(6) VALUE ZERO.
       77  GRID-RECORD-COUNT            PIC 9(6) VALUE ZERO.
       77  OTHER-JOB-COUNT              PIC 9(6) VALUE ZERO.
       77  NOT-SURVEY-COUNT             PIC 9(6) VALUE ZERO.
       77  GRID-CANCEL-COUNT            PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-SELECT-MODE.
           PERFORM 100-GET-SESSION-JOB THRU 100-GET-SESSION-JOB-EXIT.
           PERFORM 120-GET-JOB-NO THRU 120-GET-JOB-NO-EXIT.
           IF TRANSFORM-MODE THEN
               PERFORM 200-TRANSFORM-RUN THRU 200-TRANSFORM-RUN-EXIT
           ELSE
               PERFORM 700-BATCH-RUN THRU 700-BATCH-RUN-EXIT
           END-IF.
           GOBACK.

       050-SELECT-MODE.
           DISPLAY "(T)ransform the job's points from control "
               "points, or put a transfer (B)atch on the grid?".
           ACCEPT XFORM-MODE.
           IF NOT VALID-XFORM-MODE THEN
               DISPLAY "  valid responses are 'T' and 'B', "
                   "try again..."
               GO TO 050-SELECT-MODE
           END-IF.

       100-GET-SESSION-JOB.
      *    The active job saved by MENU is the default; a missing
      *    preferences file just leaves no default.
           MOVE SPACES TO XFORM-JOB-NO.
           OPEN INPUT PREFS-FILE.
           IF NOT PREFS-FILE-OK THEN
               GO TO 100-GET-SESSION-JOB-EXIT
           END-IF.
           READ PREFS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PREFS-RECORD(4:8) TO XFORM-JOB-NO
           END-READ.
           CLOSE PREFS-FILE.
       100-GET-SESSION-JOB-EXIT.
           EXIT.

       120-GET-JOB-NO.
           DISPLAY "Job number to put on the grid ["
               XFORM-JOB-NO "]:".
           ACCEPT JOB-ANSWER.
           IF JOB-ANSWER NOT = SPACES THEN
               MOVE JOB-ANSWER TO XFORM-JOB-NO
           END-IF.
           IF XFORM-JOB-NO = SPACES THEN
               DISPLAY "  the job number may not be blank, "
                   "try again..."
               GO TO 120-GET-JOB-NO
           END-IF.
           PERFORM 130-VALIDATE-JOB THRU 130-VALIDATE-JOB-EXIT.
           IF NOT JOB-VALID THEN
               MOVE SPACES TO XFORM-JOB-NO
               GO TO 120-GET-JOB-NO
           END-IF.
       120-GET-JOB-NO-EXIT.
           EXIT.

       130-VALIDATE-JOB.
      *    The job must be on the jobs master; a missing jobs master
      *    (a new installation) only draws a warning.  A closed job
      *    may still be wanted on the grid for the GIS.
           MOVE "N" TO JOB-VALID-SW.
           OPEN INPUT JOBMAST-FILE.
           IF NOT JOBMAST-FILE-OK THEN
               DISPLAY "  Warning: jobs master not available "
                   "(status " JOBMAST-FILE-STATUS "); job number "
                   "accepted unvalidated."
               MOVE "Y" TO JOB-VALID-SW
               GO TO 130-VALIDATE-JOB-EXIT
           END-IF.
           MOVE XFORM-JOB-NO TO JOB-NO.
           READ JOBMAST-FILE
               INVALID KEY
                   DISPLAY "  job " XFORM-JOB-NO " is not on the "
                       "jobs master, try again..."
                   CLOSE JOBMAST-FILE
                   GO TO 130-VALIDATE-JOB-EXIT
           END-READ.
           CLOSE JOBMAST-FILE.
           DISPLAY "  client: " JOB-CLIENT-NAME.
           IF JOB-CLOSED THEN
               DISPLAY "  Warning: job " XFORM-JOB-NO " is closed."
           END-IF.
           MOVE "Y" TO JOB-VALID-SW.
       130-VALIDATE-JOB-EXIT.
           EXIT.

       200-TRANSFORM-RUN.
           MOVE "N" TO GRID-POINTS-WRITTEN-SW.
           OPEN INPUT PTMAST-FILE.
           IF NOT PTMAST-FILE-OK THEN
               DISPLAY "Unable to open PTMAST-FILE, status = "
                   PTMAST-FILE-STATUS
               GO TO 200-TRANSFORM-RUN-EXIT
           END-IF.
           MOVE ZERO TO CP-COUNT.
           MOVE "N" TO CONTROL-DONE-SW.
           PERFORM 210-GET-CONTROL-POINT
               THRU 210-GET-CONTROL-POINT-EXIT
               UNTIL CONTROL-DONE.

       205-SOLVE.
           PERFORM 300-COMPUTE-PARAMETERS
               THRU 300-COMPUTE-PARAMETERS-EXIT.
           IF XFORM-ERROR THEN
               DISPLAY "Nothing was written; check the control "
                   "points and run again."
               GO TO 208-CLOSE-POINT-MASTER
           END-IF.
           PERFORM 350-COMPUTE-RESIDUALS.
           PERFORM 400-SHOW-SOLUTION.
           PERFORM 450-REVIEW-SOLUTION.
           IF DROP-ANSWER THEN
               PERFORM 460-DROP-CONTROL-POINT
               GO TO 205-SOLVE
           END-IF.
           IF QUIT-ANSWER THEN
               DISPLAY "Nothing was written."
               GO TO 208-CLOSE-POINT-MASTER
           END-IF.
           PERFORM 500-WRITE-GRID-POINTS
               THRU 500-WRITE-GRID-POINTS-EXIT.

       208-CLOSE-POINT-MASTER.
           CLOSE PTMAST-FILE.
           IF GRID-POINTS-WRITTEN THEN
               PERFORM 550-SAVE-PARAMETERS
               PERFORM 600-OFFER-BATCH
               IF BATCH-ANSWER THEN
                   PERFORM 750-TRANSFORM-BATCH
                       THRU 750-TRANSFORM-BATCH-EXIT
               END-IF
           END-IF.
       200-TRANSFORM-RUN-EXIT.
           EXIT.

       210-GET-CONTROL-POINT.
      *    A control point must be on the point master for the job
      *    (its local coordinates come from there) and may be named
      *    only once; its grid coordinates are keyed.
           COMPUTE CP-NUMBER = CP-COUNT + 1.
           MOVE CP-NUMBER TO CP-COUNT-EDIT.
           DISPLAY "Enter the point number of control point "
               FUNCTION TRIM(CP-COUNT-EDIT) ":".
           DISPLAY "  (blank when all the control points are in)".
           ACCEPT PT-NO-TEXT.
           IF PT-NO-TEXT = SPACES THEN
               IF CP-COUNT IS LESS THAN 2 THEN
                   DISPLAY "  at least two control points are "
                       "needed, try again..."
                   GO TO 210-GET-CONTROL-POINT
               END-IF
               MOVE "Y" TO CONTROL-DONE-SW
               GO TO 210-GET-CONTROL-POINT-EXIT
           END-IF.
           COMPUTE PT-NO-WANTED = NUMVAL(PT-NO-TEXT)
               ON SIZE ERROR
                   DISPLAY "  point number out of range, "
                       "try again..."
                   GO TO 210-GET-CONTROL-POINT
           END-COMPUTE.
           IF PT-NO-WANTED = 0 THEN
               DISPLAY "  point numbers start at 1, try again..."
               GO TO 210-GET-CONTROL-POINT
           END-IF.
           MOVE PT-NO-WANTED TO PT-NO-EDIT.
           MOVE ZERO TO CP-FOUND-IX.
           PERFORM 215-CHECK-CONTROL-USED
               VARYING CP-IX FROM 1 BY 1
               UNTIL CP-IX IS GREATER THAN CP-COUNT.
           IF CP-FOUND-IX IS GREATER THAN 0 THEN
               DISPLAY "  point " FUNCTION TRIM(PT-NO-EDIT)
                   " is already a control point, try again..."
               GO TO 210-GET-CONTROL-POINT
           END-IF.
           MOVE XFORM-JOB-NO TO PTM-JOB-NO.
           MOVE PT-NO-WANTED TO PTM-POINT-NO.
           READ PTMAST-FILE
               INVALID KEY
                   DISPLAY "  point " FUNCTION TRIM(PT-NO-EDIT)
                       " is not on the point master for job "
                       XFORM-JOB-NO ", try again..."
                   GO TO 210-GET-CONTROL-POINT
           END-READ.
           ADD 1 TO CP-COUNT.
           MOVE PT-NO-WANTED TO CP-PT-NO(CP-COUNT).
           MOVE PTM-X TO CP-LOCAL-X(CP-COUNT).
           MOVE PTM-Y TO CP-LOCAL-Y(CP-COUNT).
           DISPLAY "  found: " PTM-DESC.
           MOVE PTM-X TO LOCAL-EDIT.
           DISPLAY "    local X = " LOCAL-EDIT.
           MOVE PTM-Y TO LOCAL-EDIT.
           DISPLAY "    local Y = " LOCAL-EDIT.
           MOVE SPACES TO INPUT-PROMPT.
           STRING "Enter the grid X (easting) of point "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(PT-NO-EDIT) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
               INTO INPUT-PROMPT.
           PERFORM 220-GET-GRID-COORDINATE.
           MOVE GRID-VALUE TO CP-GRID-X(CP-COUNT).
           MOVE SPACES TO INPUT-PROMPT.
           STRING "Enter the grid Y (northing) of point "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(PT-NO-EDIT) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
               INTO INPUT-PROMPT.
           PERFORM 220-GET-GRID-COORDINATE.
           MOVE GRID-VALUE TO CP-GRID-Y(CP-COUNT).
           IF CP-COUNT = 20 THEN
               DISPLAY "  that is the most control points one "
                   "solution takes (20)."
               MOVE "Y" TO CONTROL-DONE-SW
           END-IF.
       210-GET-CONTROL-POINT-EXIT.
           EXIT.

       215-CHECK-CONTROL-USED.
           IF CP-PT-NO(CP-IX) = PT-NO-WANTED THEN
               MOVE CP-IX TO CP-FOUND-IX
           END-IF.

       220-GET-GRID-COORDINATE.
      *    Grid coordinates run to eight whole digits, so they are
      *    keyed as text and converted with NUMVAL.
           DISPLAY INPUT-PROMPT.
           ACCEPT COORD-TEXT.
           COMPUTE GRID-VALUE = NUMVAL(COORD-TEXT)
               ON SIZE ERROR
                   DISPLAY "  coordinate out of range, try again..."
                   GO TO 220-GET-GRID-COORDINATE
           END-COMPUTE.
           MOVE GRID-VALUE TO GRID-EDIT.
           DISPLAY "  entered: " GRID-EDIT.

       300-COMPUTE-PARAMETERS.
      *    Least squares fit of the similarity transformation to
      *    the control points, worked from the centroids:
      *        A = sum(dx * dX + dy * dY) / sum(dx**2 + dy**2)
      *        B = sum(dx * dY - dy * dX) / sum(dx**2 + dy**2)
      *    where dx, dy are local and dX, dY grid, each less its
      *    centroid.  The shift then carries the local centroid
      *    onto the grid centroid.  With two control points the fit
      *    is exact.
           MOVE "N" TO XFORM-ERROR-SW.
           MOVE ZERO TO SUM-LOCAL-X SUM-LOCAL-Y SUM-GRID-X SUM-GRID-Y.
           PERFORM 305-ADD-TO-CENTROID
               VARYING CP-IX FROM 1 BY 1
               UNTIL CP-IX IS GREATER THAN CP-COUNT.
           COMPUTE LOCAL-XC ROUNDED = SUM-LOCAL-X / CP-COUNT.
           COMPUTE LOCAL-YC ROUNDED = SUM-LOCAL-Y / CP-COUNT.
           COMPUTE GRID-XC ROUNDED = SUM-GRID-X / CP-COUNT.
           COMPUTE GRID-YC ROUNDED = SUM-GRID-Y / CP-COUNT.
           MOVE ZERO TO SUM-LL SUM-P SUM-Q.
           PERFORM 310-ADD-TO-NORMALS
               VARYING CP-IX FROM 1 BY 1
               UNTIL CP-IX IS GREATER THAN CP-COUNT.
           IF SUM-LL IS LESS THAN 0.0001 THEN
               DISPLAY "The control points all fall at one local "
                   "position; they fix no rotation or scale."
               MOVE "Y" TO XFORM-ERROR-SW
               GO TO 300-COMPUTE-PARAMETERS-EXIT
           END-IF.
           COMPUTE COEF-A ROUNDED = SUM-P / SUM-LL
               ON SIZE ERROR
                   DISPLAY "Scale: Arithmetic overflow"
                   MOVE "Y" TO XFORM-ERROR-SW
                   GO TO 300-COMPUTE-PARAMETERS-EXIT
           END-COMPUTE.
           COMPUTE COEF-B ROUNDED = SUM-Q / SUM-LL
               ON SIZE ERROR
                   DISPLAY "Scale: Arithmetic overflow"
                   MOVE "Y" TO XFORM-ERROR-SW
                   GO TO 300-COMPUTE-PARAMETERS-EXIT
           END-COMPUTE.
           COMPUTE SCALE-VALUE ROUNDED =
               SQRT(COEF-A ** 2 + COEF-B ** 2)
               ON SIZE ERROR
                   DISPLAY "Scale: Arithmetic overflow"
                   MOVE "Y" TO XFORM-ERROR-SW
                   GO TO 300-COMPUTE-PARAMETERS-EXIT
           END-COMPUTE.
           IF SCALE-VALUE IS LESS THAN 0.000001 THEN
               DISPLAY "The control points all fall at one grid "
                   "position; they fix no rotation or scale."
               MOVE "Y" TO XFORM-ERROR-SW
               GO TO 300-COMPUTE-PARAMETERS-EXIT
           END-IF.
           COMPUTE TERM-1 = COEF-A * LOCAL-XC.
           COMPUTE TERM-2 = COEF-B * LOCAL-YC.
           COMPUTE SHIFT-X ROUNDED = GRID-XC - TERM-1 + TERM-2
               ON SIZE ERROR
                   DISPLAY "Shift: Arithmetic overflow"
                   MOVE "Y" TO XFORM-ERROR-SW
                   GO TO 300-COMPUTE-PARAMETERS-EXIT
           END-COMPUTE.
           COMPUTE TERM-1 = COEF-B * LOCAL-XC.
           COMPUTE TERM-2 = COEF-A * LOCAL-YC.
           COMPUTE SHIFT-Y ROUNDED = GRID-YC - TERM-1 - TERM-2
               ON SIZE ERROR
                   DISPLAY "Shift: Arithmetic overflow"
                   MOVE "Y" TO XFORM-ERROR-SW
                   GO TO 300-COMPUTE-PARAMETERS-EXIT
           END-COMPUTE.
           PERFORM 320-COMPUTE-ROTATION.
       300-COMPUTE-PARAMETERS-EXIT.
           EXIT.

       305-ADD-TO-CENTROID.
           ADD CP-LOCAL-X(CP-IX) TO SUM-LOCAL-X.
           ADD CP-LOCAL-Y(CP-IX) TO SUM-LOCAL-Y.
           ADD CP-GRID-X(CP-IX) TO SUM-GRID-X.
           ADD CP-GRID-Y(CP-IX) TO SUM-GRID-Y.

       310-ADD-TO-NORMALS.
           COMPUTE DELTA-X = CP-LOCAL-X(CP-IX) - LOCAL-XC.
           COMPUTE DELTA-Y = CP-LOCAL-Y(CP-IX) - LOCAL-YC.
           COMPUTE DELTA-GRID-X = CP-GRID-X(CP-IX) - GRID-XC.
           COMPUTE DELTA-GRID-Y = CP-GRID-Y(CP-IX) - GRID-YC.
           COMPUTE TERM-1 = DELTA-X * DELTA-X.
           COMPUTE TERM-2 = DELTA-Y * DELTA-Y.
           COMPUTE SUM-LL = SUM-LL + TERM-1 + TERM-2.
           COMPUTE TERM-1 = DELTA-X * DELTA-GRID-X.
           COMPUTE TERM-2 = DELTA-Y * DELTA-GRID-Y.
           COMPUTE SUM-P = SUM-P + TERM-1 + TERM-2.
           COMPUTE TERM-1 = DELTA-X * DELTA-GRID-Y.
           COMPUTE TERM-2 = DELTA-Y * DELTA-GRID-X.
           COMPUTE SUM-Q = SUM-Q + TERM-1 - TERM-2.

       320-COMPUTE-ROTATION.
      *    The angle whose cosine and sine are A and B over the
      *    scale, counterclockwise positive, from -180 to +180
      *    degrees.
           IF COEF-A = 0 THEN
               IF COEF-B IS GREATER THAN 0 THEN
                   COMPUTE ROTATION ROUNDED = PI / 2
               ELSE
                   COMPUTE ROTATION ROUNDED = 0 - PI / 2
               END-IF
           ELSE
               COMPUTE ROTATION ROUNDED = ATAN(COEF-B / COEF-A)
               IF COEF-A IS LESS THAN 0 THEN
                   IF COEF-B IS LESS THAN 0 THEN
                       COMPUTE ROTATION ROUNDED = ROTATION - PI
                   ELSE
                       COMPUTE ROTATION ROUNDED = ROTATION + PI
                   END-IF
               END-IF
           END-IF.
           COMPUTE ROTATION-DEG ROUNDED = ROTATION * 180 / PI.

       350-COMPUTE-RESIDUALS.
           MOVE ZERO TO SUM-RESID-SQ.
           MOVE ZERO TO LARGEST-RESID.
           MOVE ZERO TO LARGEST-IX.
           PERFORM 355-COMPUTE-RESIDUAL
               VARYING CP-IX FROM 1 BY 1
               UNTIL CP-IX IS GREATER THAN CP-COUNT.
           MOVE ZERO TO STD-ERROR.
           IF CP-COUNT IS GREATER THAN 2 THEN
               COMPUTE STD-ERROR ROUNDED =
                   SQRT(SUM-RESID-SQ / (2 * CP-COUNT - 4))
                   ON SIZE ERROR
                       MOVE 99999.9999 TO STD-ERROR
               END-COMPUTE
           END-IF.

       355-COMPUTE-RESIDUAL.
      *    Given grid position less the position the fit puts the
      *    control point at.
           MOVE CP-LOCAL-X(CP-IX) TO LOCAL-X.
           MOVE CP-LOCAL-Y(CP-IX) TO LOCAL-Y.
           MOVE "N" TO GRID-RANGE-SW.
           PERFORM 380-PUT-ON-GRID.
           COMPUTE CP-RESID-X(CP-IX) ROUNDED = CP-GRID-X(CP-IX) - GRID-X
               ON SIZE ERROR
                   MOVE 999999.9999 TO CP-RESID-X(CP-IX)
           END-COMPUTE.
           COMPUTE CP-RESID-Y(CP-IX) ROUNDED = CP-GRID-Y(CP-IX) - GRID-Y
               ON SIZE ERROR
                   MOVE 999999.9999 TO CP-RESID-Y(CP-IX)
           END-COMPUTE.
           COMPUTE TERM-1 = CP-RESID-X(CP-IX) * CP-RESID-X(CP-IX).
           COMPUTE TERM-2 = CP-RESID-Y(CP-IX) * CP-RESID-Y(CP-IX).
           COMPUTE CP-RESID(CP-IX) ROUNDED = SQRT(TERM-1 + TERM-2)
               ON SIZE ERROR
                   MOVE 999999.9999 TO CP-RESID(CP-IX)
           END-COMPUTE.
           COMPUTE SUM-RESID-SQ = SUM-RESID-SQ + TERM-1 + TERM-2.
           IF CP-RESID(CP-IX) IS GREATER THAN LARGEST-RESID THEN
               MOVE CP-RESID(CP-IX) TO LARGEST-RESID
               MOVE CP-IX TO LARGEST-IX
           END-IF.

       380-PUT-ON-GRID.
      *    LOCAL-X, LOCAL-Y onto the grid in GRID-X, GRID-Y.  The
      *    caller clears GRID-RANGE-SW; a result too wide for the
      *    grid fields sets it.
           COMPUTE TERM-1 = COEF-A * LOCAL-X.
           COMPUTE TERM-2 = COEF-B * LOCAL-Y.
           COMPUTE GRID-X ROUNDED = TERM-1 - TERM-2 + SHIFT-X
               ON SIZE ERROR
                   MOVE "Y" TO GRID-RANGE-SW
           END-COMPUTE.
           COMPUTE TERM-1 = COEF-B * LOCAL-X.
           COMPUTE TERM-2 = COEF-A * LOCAL-Y.
           COMPUTE GRID-Y ROUNDED = TERM-1 + TERM-2 + SHIFT-Y
               ON SIZE ERROR
                   MOVE "Y" TO GRID-RANGE-SW
           END-COMPUTE.

       390-FORMAT-DMS.
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

       400-SHOW-SOLUTION.
           MOVE CP-COUNT TO CP-COUNT-EDIT.
           DISPLAY "Transformation from "
               FUNCTION TRIM(CP-COUNT-EDIT)
               " control points, job " XFORM-JOB-NO ":".
           PERFORM 405-SHOW-PARAMETERS.
           DISPLAY "Residuals at the control points (given grid "
               "less computed):".
           DISPLAY "  Point          Grid X          Grid Y"
               "      Resid X      Resid Y     Residual".
           PERFORM 410-SHOW-RESIDUAL-LINE
               VARYING CP-IX FROM 1 BY 1
               UNTIL CP-IX IS GREATER THAN CP-COUNT.
           IF CP-COUNT IS GREATER THAN 2 THEN
               MOVE STD-ERROR TO RESID-EDIT
               DISPLAY "  Standard error of the fit: "
                   FUNCTION TRIM(RESID-EDIT)
           ELSE
               DISPLAY "  Two control points fit exactly and check "
                   "nothing; a third shows up a bad one."
           END-IF.

       405-SHOW-PARAMETERS.
           MOVE SCALE-VALUE TO SCALE-EDIT.
           DISPLAY "  Scale factor: " FUNCTION TRIM(SCALE-EDIT).
           COMPUTE XI = ABS(ROTATION).
           PERFORM 390-FORMAT-DMS.
           IF ROTATION IS LESS THAN 0 THEN
               DISPLAY "  Rotation:     " FUNCTION TRIM(DMS-SHOW-TEXT)
                   " clockwise"
           ELSE
               DISPLAY "  Rotation:     " FUNCTION TRIM(DMS-SHOW-TEXT)
                   " counterclockwise"
           END-IF.
           MOVE SHIFT-X TO SHIFT-EDIT.
           DISPLAY "  Shift in X:   " FUNCTION TRIM(SHIFT-EDIT).
           MOVE SHIFT-Y TO SHIFT-EDIT.
           DISPLAY "  Shift in Y:   " FUNCTION TRIM(SHIFT-EDIT).

       410-SHOW-RESIDUAL-LINE.
           MOVE CP-PT-NO(CP-IX) TO RL-PT-NO.
           MOVE CP-GRID-X(CP-IX) TO RL-GRID-X.
           MOVE CP-GRID-Y(CP-IX) TO RL-GRID-Y.
           MOVE CP-RESID-X(CP-IX) TO RL-RESID-X.
           MOVE CP-RESID-Y(CP-IX) TO RL-RESID-Y.
           MOVE CP-RESID(CP-IX) TO RL-RESID.
           MOVE SPACES TO RL-FLAG.
           IF CP-COUNT IS GREATER THAN 2 AND CP-IX = LARGEST-IX THEN
               MOVE "<- largest" TO RL-FLAG
           END-IF.
           DISPLAY RESIDUAL-LINE.

       450-REVIEW-SOLUTION.
           DISPLAY "(A)ccept and write the grid points, (D)rop a "
               "control point and solve again, or (Q)uit?".
           ACCEPT REVIEW-ANSWER.
           IF NOT VALID-REVIEW-ANSWER THEN
               DISPLAY "  valid responses are 'A', 'D', and 'Q', "
                   "try again..."
               GO TO 450-REVIEW-SOLUTION
           END-IF.
           IF DROP-ANSWER AND CP-COUNT IS LESS THAN 3 THEN
               DISPLAY "  two control points are the fewest that "
                   "fix a solution, try again..."
               GO TO 450-REVIEW-SOLUTION
           END-IF.

       460-DROP-CONTROL-POINT.
           DISPLAY "Enter the point number of the control point "
               "to drop:".
           ACCEPT PT-NO-TEXT.
           COMPUTE PT-NO-WANTED = NUMVAL(PT-NO-TEXT)
               ON SIZE ERROR
                   DISPLAY "  point number out of range, "
                       "try again..."
                   GO TO 460-DROP-CONTROL-POINT
           END-COMPUTE.
           MOVE PT-NO-WANTED TO PT-NO-EDIT.
           MOVE ZERO TO CP-FOUND-IX.
           PERFORM 215-CHECK-CONTROL-USED
               VARYING CP-IX FROM 1 BY 1
               UNTIL CP-IX IS GREATER THAN CP-COUNT.
           IF CP-FOUND-IX = 0 THEN
               DISPLAY "  point " FUNCTION TRIM(PT-NO-EDIT)
                   " is not one of the control points, try again..."
               GO TO 460-DROP-CONTROL-POINT
           END-IF.
           PERFORM 465-SHIFT-CONTROL-POINT
               VARYING CP-IX FROM CP-FOUND-IX BY 1
               UNTIL CP-IX IS NOT LESS THAN CP-COUNT.
           SUBTRACT 1 FROM CP-COUNT.
           DISPLAY "  point " FUNCTION TRIM(PT-NO-EDIT)
               " dropped; solving again from the rest.".

       465-SHIFT-CONTROL-POINT.
           COMPUTE CP-NEXT-IX = CP-IX + 1.
           MOVE CP-POINT(CP-NEXT-IX) TO CP-POINT(CP-IX).

       500-WRITE-GRID-POINTS.
      *    The header first, then every point of the job in point
      *    number order.
           OPEN OUTPUT GRIDPTS-FILE.
           IF NOT GRIDPTS-FILE-OK THEN
               DISPLAY "Unable to open GRIDPTS-FILE, status = "
                   GRIDPTS-FILE-STATUS
               GO TO 500-WRITE-GRID-POINTS-EXIT
           END-IF.
           MOVE CURRENT-DATE TO RUN-TIMESTAMP.
           PERFORM 510-BUILD-HEADER.
           MOVE GRID-POINT-RECORD TO SAVED-HEADER.
           WRITE GRIDPTS-RECORD FROM GRID-POINT-RECORD.
           MOVE ZERO TO GRID-POINT-COUNT.
           MOVE ZERO TO OUT-OF-RANGE-COUNT.
           MOVE "N" TO POINT-EOF-SW.
           MOVE XFORM-JOB-NO TO PTM-JOB-NO.
           MOVE ZERO TO PTM-POINT-NO.
           START PTMAST-FILE KEY IS NOT LESS THAN PTM-KEY
               INVALID KEY
                   MOVE "Y" TO POINT-EOF-SW
           END-START.
           IF NOT POINT-EOF THEN
               PERFORM 520-READ-NEXT-POINT
           END-IF.
           PERFORM 525-WRITE-GRID-POINT UNTIL POINT-EOF.
           CLOSE GRIDPTS-FILE.
           MOVE "Y" TO GRID-POINTS-WRITTEN-SW.
           MOVE GRID-POINT-COUNT TO CTL-COUNT-EDIT.
           DISPLAY FUNCTION TRIM(CTL-COUNT-EDIT) " points of job "
               XFORM-JOB-NO " written to GRIDPTS.DAT on the grid.".
           IF OUT-OF-RANGE-COUNT IS GREATER THAN 0 THEN
               MOVE OUT-OF-RANGE-COUNT TO CTL-COUNT-EDIT
               DISPLAY "  " FUNCTION TRIM(CTL-COUNT-EDIT)
                   " points fell outside the grid field range and "
                   "were left out."
           END-IF.
       500-WRITE-GRID-POINTS-EXIT.
           EXIT.

       510-BUILD-HEADER.
           MOVE SPACES TO GRID-POINT-RECORD.
           MOVE "H" TO GPT-RECORD-TYPE.
           MOVE XFORM-JOB-NO TO GPT-JOB-NO.
           MOVE RUN-TIMESTAMP(1:8) TO GPH-RUN-DATE.
           MOVE RUN-TIMESTAMP(1:8) TO PARM-DATE.
           MOVE CP-COUNT TO GPH-CONTROL-COUNT.
           MOVE COEF-A TO GPH-COEF-A.
           MOVE COEF-B TO GPH-COEF-B.
           MOVE SHIFT-X TO GPH-SHIFT-X.
           MOVE SHIFT-Y TO GPH-SHIFT-Y.
           MOVE SCALE-VALUE TO GPH-SCALE.
           MOVE ROTATION-DEG TO GPH-ROTATION-DEG.
           MOVE STD-ERROR TO GPH-STD-ERROR.

       520-READ-NEXT-POINT.
           READ PTMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO POINT-EOF-SW
           END-READ.
           IF NOT POINT-EOF AND PTM-JOB-NO NOT = XFORM-JOB-NO THEN
               MOVE "Y" TO POINT-EOF-SW
           END-IF.

       525-WRITE-GRID-POINT.
           MOVE PTM-X TO LOCAL-X.
           MOVE PTM-Y TO LOCAL-Y.
           MOVE "N" TO GRID-RANGE-SW.
           PERFORM 380-PUT-ON-GRID.
           IF GRID-OUT-OF-RANGE THEN
               MOVE PTM-POINT-NO TO PT-NO-EDIT
               DISPLAY "  point " FUNCTION TRIM(PT-NO-EDIT)
                   " falls outside the grid field range; "
                   "not written."
               ADD 1 TO OUT-OF-RANGE-COUNT
           ELSE
               MOVE SPACES TO GRID-POINT-RECORD
               MOVE "P" TO GPT-RECORD-TYPE
               MOVE XFORM-JOB-NO TO GPT-JOB-NO
               MOVE PTM-POINT-NO TO GPT-POINT-NO
               MOVE GRID-X TO GPT-GRID-X
               MOVE GRID-Y TO GPT-GRID-Y
               MOVE PTM-X TO GPT-LOCAL-X
               MOVE PTM-Y TO GPT-LOCAL-Y
               MOVE PTM-DESC TO GPT-DESC
               MOVE PTM-SOURCE TO GPT-SOURCE
               WRITE GRIDPTS-RECORD FROM GRID-POINT-RECORD
               ADD 1 TO GRID-POINT-COUNT
           END-IF.
           PERFORM 520-READ-NEXT-POINT.

       550-SAVE-PARAMETERS.
      *    Kept for the job's transfer batches; the latest set for
      *    a job is the one batch mode uses.
           OPEN EXTEND GRIDPARM-FILE.
           IF NOT GRIDPARM-FILE-OK THEN
               OPEN OUTPUT GRIDPARM-FILE
               CLOSE GRIDPARM-FILE
               OPEN EXTEND GRIDPARM-FILE
           END-IF.
           IF NOT GRIDPARM-FILE-OK THEN
               DISPLAY "Warning: unable to save the parameters in "
                   "GRIDPARM.DAT, status = " GRIDPARM-FILE-STATUS
           ELSE
               WRITE GRIDPARM-RECORD FROM SAVED-HEADER
               CLOSE GRIDPARM-FILE
               DISPLAY "The parameters are saved in GRIDPARM.DAT for "
                   "the job's transfer batches."
           END-IF.

       600-OFFER-BATCH.
           DISPLAY "Put a transfer batch on the grid with these "
               "parameters? (y/n)".
           ACCEPT BATCH-SW.
           IF NOT VALID-BATCH-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 600-OFFER-BATCH
           END-IF.

       700-BATCH-RUN.
           PERFORM 710-FIND-PARAMETERS THRU 710-FIND-PARAMETERS-EXIT.
           IF NOT PARAMETERS-FOUND THEN
               GO TO 700-BATCH-RUN-EXIT
           END-IF.
           MOVE GPH-CONTROL-COUNT TO CP-COUNT-EDIT.
           DISPLAY "Grid parameters for job " XFORM-JOB-NO
               " of " PARM-DATE ", from "
               FUNCTION TRIM(CP-COUNT-EDIT) " control points:".
           PERFORM 405-SHOW-PARAMETERS.
           IF GPH-CONTROL-COUNT IS GREATER THAN 2 THEN
               MOVE STD-ERROR TO RESID-EDIT
               DISPLAY "  Standard error of the fit: "
                   FUNCTION TRIM(RESID-EDIT)
           END-IF.
           PERFORM 750-TRANSFORM-BATCH THRU 750-TRANSFORM-BATCH-EXIT.
       700-BATCH-RUN-EXIT.
           EXIT.

       710-FIND-PARAMETERS.
      *    The last set saved for the job wins; the file is in the
      *    order the sets were accepted.
           MOVE "N" TO PARAMETERS-FOUND-SW.
           OPEN INPUT GRIDPARM-FILE.
           IF NOT GRIDPARM-FILE-OK THEN
               DISPLAY "No grid parameters have been saved "
                   "(GRIDPARM.DAT); put the job's points on the "
                   "grid first."
               GO TO 710-FIND-PARAMETERS-EXIT
           END-IF.
           MOVE "N" TO PARM-EOF-SW.
           PERFORM 715-READ-PARAMETERS.
           PERFORM 716-KEEP-PARAMETERS UNTIL PARM-EOF.
           CLOSE GRIDPARM-FILE.
           IF NOT PARAMETERS-FOUND THEN
               DISPLAY "No grid parameters are saved for job "
                   XFORM-JOB-NO "; put the job's points on the grid "
                   "first."
               GO TO 710-FIND-PARAMETERS-EXIT
           END-IF.
           MOVE SAVED-HEADER TO GRID-POINT-RECORD.
           MOVE GPH-RUN-DATE TO PARM-DATE.
           MOVE GPH-COEF-A TO COEF-A.
           MOVE GPH-COEF-B TO COEF-B.
           MOVE GPH-SHIFT-X TO SHIFT-X.
           MOVE GPH-SHIFT-Y TO SHIFT-Y.
           MOVE GPH-SCALE TO SCALE-VALUE.
           MOVE GPH-ROTATION-DEG TO ROTATION-DEG.
           COMPUTE ROTATION ROUNDED = ROTATION-DEG * PI / 180.
           MOVE GPH-STD-ERROR TO STD-ERROR.
       710-FIND-PARAMETERS-EXIT.
           EXIT.

       715-READ-PARAMETERS.
           READ GRIDPARM-FILE
               AT END
                   MOVE "Y" TO PARM-EOF-SW
           END-READ.

       716-KEEP-PARAMETERS.
           MOVE GRIDPARM-RECORD TO GRID-POINT-RECORD.
           IF GPT-HEADER AND GPT-JOB-NO = XFORM-JOB-NO THEN
               MOVE GRIDPARM-RECORD TO SAVED-HEADER
               MOVE "Y" TO PARAMETERS-FOUND-SW
           END-IF.
           PERFORM 715-READ-PARAMETERS.

       750-TRANSFORM-BATCH.
      *    The batch is gathered from the working file and the
      *    archive, as a re-cut would gather it, and only the job's
      *    own records go into the grid copy; the parameters are
      *    those of the job's local system.
           PERFORM 755-GET-WANTED-BATCH.
           MOVE WANTED-BATCH-NO TO BATCH-NO-EDIT.
           OPEN OUTPUT GRIDEXP-FILE.
           IF NOT GRIDEXP-FILE-OK THEN
               DISPLAY "Unable to open GRIDEXP-FILE, status = "
                   GRIDEXP-FILE-STATUS
               GO TO 750-TRANSFORM-BATCH-EXIT
           END-IF.
           PERFORM 785-WRITE-BATCH-HEADER.
           MOVE ZERO TO BATCH-RECORD-COUNT GRID-RECORD-COUNT
               OTHER-JOB-COUNT NOT-SURVEY-COUNT GRID-CANCEL-COUNT
               OUT-OF-RANGE-COUNT.

           OPEN INPUT EXPORT-FILE.
           IF EXPORT-FILE-OK THEN
               MOVE "N" TO EXPORT-EOF-SW
               PERFORM 760-READ-EXPORT-RECORD
               PERFORM 765-GRID-EXPORT-RECORD UNTIL EXPORT-EOF
               CLOSE EXPORT-FILE
           END-IF.

      *    The batch may already have been rolled to the archive.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-OK THEN
               MOVE "N" TO ARCHIVE-EOF-SW
               PERFORM 770-READ-ARCHIVE-RECORD
               PERFORM 775-GRID-ARCHIVE-RECORD UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM 790-WRITE-BATCH-TRAILER.
           CLOSE GRIDEXP-FILE.
           PERFORM 795-SHOW-BATCH-SUMMARY
               THRU 795-SHOW-BATCH-SUMMARY-EXIT.
       750-TRANSFORM-BATCH-EXIT.
           EXIT.

       755-GET-WANTED-BATCH.
           DISPLAY "Enter the batch number to put on the grid "
               "(6 digits):".
           ACCEPT BATCH-TEXT.
           IF BATCH-TEXT IS NOT NUMERIC THEN
               DISPLAY "  enter six digits, try again..."
               GO TO 755-GET-WANTED-BATCH
           END-IF.
           MOVE BATCH-TEXT TO WANTED-BATCH-NO.
           IF WANTED-BATCH-NO = ZERO THEN
               DISPLAY "  batch numbers start at 1, try again..."
               GO TO 755-GET-WANTED-BATCH
           END-IF.

       760-READ-EXPORT-RECORD.
           READ EXPORT-FILE
               AT END
                   MOVE "Y" TO EXPORT-EOF-SW
           END-READ.

       765-GRID-EXPORT-RECORD.
           MOVE EXPORT-RECORD TO EXPORT-DETAIL.
           PERFORM 780-GRID-BATCH-RECORD
               THRU 780-GRID-BATCH-RECORD-DONE.
           PERFORM 760-READ-EXPORT-RECORD.

       770-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO ARCHIVE-EOF-SW
           END-READ.

       775-GRID-ARCHIVE-RECORD.
           MOVE ARCHIVE-RECORD TO EXPORT-DETAIL.
           PERFORM 780-GRID-BATCH-RECORD
               THRU 780-GRID-BATCH-RECORD-DONE.
           PERFORM 770-READ-ARCHIVE-RECORD.

       780-GRID-BATCH-RECORD.
      *    A record of the batch for the job: VTX and TRV vertices
      *    go onto the grid, a void cancellation carries zero
      *    coordinates as it always does, and a keyed triangle
      *    solve or a curve (standard-position vertices) is left
      *    out.
           IF EXP-BATCH-NO IS NOT NUMERIC THEN
               GO TO 780-GRID-BATCH-RECORD-DONE
           END-IF.
           IF EXP-BATCH-NO NOT = WANTED-BATCH-NO THEN
               GO TO 780-GRID-BATCH-RECORD-DONE
           END-IF.
           ADD 1 TO BATCH-RECORD-COUNT.
           IF EXP-JOB-NO NOT = XFORM-JOB-NO THEN
               ADD 1 TO OTHER-JOB-COUNT
               GO TO 780-GRID-BATCH-RECORD-DONE
           END-IF.
           MOVE EXPORT-DETAIL(1:220) TO GEX-LEADING-FIELDS.
           MOVE EXPORT-DETAIL(293:27) TO GEX-CANCEL-FIELDS.
           IF EXP-CASE = "CXL" THEN
               MOVE ZERO TO GEX-XA GEX-YA GEX-XB GEX-YB
                   GEX-XC GEX-YC
               ADD 1 TO GRID-CANCEL-COUNT
               GO TO 781-WRITE-GRID-RECORD
           END-IF.
           IF EXP-CASE NOT = "VTX" AND EXP-CASE NOT = "TRV" THEN
               ADD 1 TO NOT-SURVEY-COUNT
               GO TO 780-GRID-BATCH-RECORD-DONE
           END-IF.
           MOVE "N" TO GRID-RANGE-SW.
           COMPUTE LOCAL-X = NUMVAL(EXP-XA).
           COMPUTE LOCAL-Y = NUMVAL(EXP-YA).
           PERFORM 380-PUT-ON-GRID.
           MOVE GRID-X TO GEX-XA.
           MOVE GRID-Y TO GEX-YA.
           COMPUTE LOCAL-X = NUMVAL(EXP-XB).
           COMPUTE LOCAL-Y = NUMVAL(EXP-YB).
           PERFORM 380-PUT-ON-GRID.
           MOVE GRID-X TO GEX-XB.
           MOVE GRID-Y TO GEX-YB.
           COMPUTE LOCAL-X = NUMVAL(EXP-XC).
           COMPUTE LOCAL-Y = NUMVAL(EXP-YC).
           PERFORM 380-PUT-ON-GRID.
           MOVE GRID-X TO GEX-XC.
           MOVE GRID-Y TO GEX-YC.
           IF GRID-OUT-OF-RANGE THEN
               DISPLAY "  " EXP-CASE " record of " EXP-TIMESTAMP
                   " falls outside the grid field range; "
                   "left out."
               ADD 1 TO OUT-OF-RANGE-COUNT
               GO TO 780-GRID-BATCH-RECORD-DONE
           END-IF.
       781-WRITE-GRID-RECORD.
           MOVE GRID-EXPORT-DETAIL TO GRIDEXP-RECORD.
           WRITE GRIDEXP-RECORD.
           ADD 1 TO GRID-RECORD-COUNT.
       780-GRID-BATCH-RECORD-DONE.
           EXIT.

       785-WRITE-BATCH-HEADER.
      *    Laid out like the TRANSFER.DAT header, naming the job and
      *    the parameters the batch was put on the grid with.
           MOVE SCALE-VALUE TO SCALE-EDIT.
           MOVE ROTATION-DEG TO ROTATION-EDIT.
           MOVE SPACES TO HDR-LINE-TEXT.
           STRING "BATCH=" DELIMITED BY SIZE
                   BATCH-NO-EDIT DELIMITED BY SIZE
                   " JOB=" DELIMITED BY SIZE
                   XFORM-JOB-NO DELIMITED BY SPACE
                   " GRID=" DELIMITED BY SIZE
                   PARM-DATE DELIMITED BY SIZE
                   " SCALE=" DELIMITED BY SIZE
                   FUNCTION TRIM(SCALE-EDIT) DELIMITED BY SIZE
                   " ROTATION=" DELIMITED BY SIZE
                   FUNCTION TRIM(ROTATION-EDIT) DELIMITED BY SIZE
               INTO HDR-LINE-TEXT.
           MOVE HDR-LINE-TEXT TO GRIDEXP-RECORD.
           WRITE GRIDEXP-RECORD.

       790-WRITE-BATCH-TRAILER.
           MOVE GRID-RECORD-COUNT TO CTL-COUNT-EDIT.
           MOVE SPACES TO HDR-LINE-TEXT.
           STRING "END BATCH=" DELIMITED BY SIZE
                   BATCH-NO-EDIT DELIMITED BY SIZE
                   " COUNT=" DELIMITED BY SIZE
                   FUNCTION TRIM(CTL-COUNT-EDIT) DELIMITED BY SIZE
               INTO HDR-LINE-TEXT.
           MOVE HDR-LINE-TEXT TO GRIDEXP-RECORD.
           WRITE GRIDEXP-RECORD.

       795-SHOW-BATCH-SUMMARY.
           IF BATCH-RECORD-COUNT = 0 THEN
               DISPLAY "No records found for batch " BATCH-NO-EDIT
                   "."
               GO TO 795-SHOW-BATCH-SUMMARY-EXIT
           END-IF.
           MOVE GRID-RECORD-COUNT TO CTL-COUNT-EDIT.
           DISPLAY "Batch " BATCH-NO-EDIT " for job " XFORM-JOB-NO
               " put on the grid in GRIDEXP.DAT: "
               FUNCTION TRIM(CTL-COUNT-EDIT) " records.".
           IF GRID-CANCEL-COUNT IS GREATER THAN 0 THEN
               MOVE GRID-CANCEL-COUNT TO CTL-COUNT-EDIT
               DISPLAY "  including " FUNCTION TRIM(CTL-COUNT-EDIT)
                   " void cancellation records."
           END-IF.
           IF OTHER-JOB-COUNT IS GREATER THAN 0 THEN
               MOVE OTHER-JOB-COUNT TO CTL-COUNT-EDIT
               DISPLAY "  " FUNCTION TRIM(CTL-COUNT-EDIT)
                   " records of other jobs left out."
           END-IF.
           IF NOT-SURVEY-COUNT IS GREATER THAN 0 THEN
               MOVE NOT-SURVEY-COUNT TO CTL-COUNT-EDIT
               DISPLAY "  " FUNCTION TRIM(CTL-COUNT-EDIT)
                   " keyed solves and curves (no survey "
                   "coordinates) left out."
           END-IF.
           IF OUT-OF-RANGE-COUNT IS GREATER THAN 0 THEN
               MOVE OUT-OF-RANGE-COUNT TO CTL-COUNT-EDIT
               DISPLAY "  " FUNCTION TRIM(CTL-COUNT-EDIT)
                   " records outside the grid field range left out."
           END-IF.
       795-SHOW-BATCH-SUMMARY-EXIT.
           EXIT.
