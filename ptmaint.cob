       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PTMAINT".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. Maintenance for the point master PTMAST.DAT:
      *    add a point, change its coordinates or description,
      *    delete it, or list a job's points in point number order.
      *    Work is done one job at a time, starting with the session
      *    job from PREFS.DAT; points keyed or re-keyed here are
      *    marked source "K" so they can be told from the download
      *    and from traverse-adjusted stations.  A closed job can
      *    still be corrected, with a warning.

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

       FD  PREFS-FILE.
       01  PREFS-RECORD                 PIC X(11).

       FD  JOBMAST-FILE.
       COPY "jobmast.cpy".

       WORKING-STORAGE SECTION.
       77  PTMAST-FILE-STATUS           PIC X(2).
           88  PTMAST-FILE-OK               VALUE "00".
       77  PREFS-FILE-STATUS            PIC X(2).
           88  PREFS-FILE-OK                VALUE "00".
       77  JOBMAST-FILE-STATUS          PIC X(2).
           88  JOBMAST-FILE-OK              VALUE "00".

       77  MAINT-CHOICE                 PIC X VALUE SPACE.
           88  VALID-MAINT-CHOICE           VALUES "A", "C", "D",
                                            "L", "J", "Q".
           88  ADD-CHOICE                   VALUE "A".
           88  CHANGE-CHOICE                VALUE "C".
           88  DELETE-CHOICE                VALUE "D".
           88  LIST-CHOICE                  VALUE "L".
           88  JOB-CHOICE                   VALUE "J".
           88  QUIT-CHOICE                  VALUE "Q".

      * The job being maintained, defaulted from the session
      * preferences and checked against the jobs master
       77  MAINT-JOB-NO                 PIC X(8) VALUE SPACES.
       77  JOB-ANSWER                   PIC X(8) VALUE SPACES.
       77  JOB-VALID-SW                 PIC X VALUE "N".
           88  JOB-VALID                    VALUE "Y".

      * Point number and coordinates are keyed as text: the point
      * number so a stray character is caught, the coordinates so a
      * leading minus sign can be entered naturally.
       77  PT-NO-TEXT                   PIC X(8).
       77  PT-NO-WANTED                 PIC 9(5).
       77  COORD-TEXT                   PIC X(16).
       77  NEW-COORD                    PIC S9(5)V9(4)
               SIGN TRAILING SEPARATE CHARACTER.
       77  NEW-DESC                     PIC X(20).
       77  COORDS-CHANGED-SW            PIC X VALUE "N".
           88  COORDS-CHANGED               VALUE "Y".
       77  POINT-CHANGED-SW             PIC X VALUE "N".
           88  POINT-CHANGED                VALUE "Y".

       77  PROCEED-SW                   PIC X VALUE SPACE.
           88  VALID-PROCEED-SW             VALUES "y", "n".
           88  PROCEED-ANSWER               VALUE "y".

       77  RUN-TIMESTAMP                PIC X(21).

      * Listing
       77  LIST-EOF-SW                  PIC X VALUE "N".
           88  LIST-EOF                     VALUE "Y".
       77  LIST-COUNT                   PIC 9(5) VALUE ZERO.
       77  LIST-COUNT-EDIT              PIC Z(4)9.
       77  XVAL                         PIC Z(5).9(4)-.
       77  YVAL                         PIC Z(5).9(4)-.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-PTMAST.
           IF NOT PTMAST-FILE-OK THEN
               DISPLAY "Unable to open PTMAST-FILE, status = "
                   PTMAST-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM 110-GET-SESSION-JOB THRU 110-GET-SESSION-JOB-EXIT.
           PERFORM 120-GET-JOB-NO THRU 120-GET-JOB-NO-EXIT.
           PERFORM 200-SHOW-MENU UNTIL QUIT-CHOICE.
           CLOSE PTMAST-FILE.
           GOBACK.

       100-OPEN-PTMAST.
           OPEN I-O PTMAST-FILE.
           IF NOT PTMAST-FILE-OK THEN
               OPEN OUTPUT PTMAST-FILE
               CLOSE PTMAST-FILE
               OPEN I-O PTMAST-FILE
           END-IF.

       110-GET-SESSION-JOB.
      *    The active job saved by MENU is the first default.
           MOVE SPACES TO MAINT-JOB-NO.
           OPEN INPUT PREFS-FILE.
           IF NOT PREFS-FILE-OK THEN
               GO TO 110-GET-SESSION-JOB-EXIT
           END-IF.
           READ PREFS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PREFS-RECORD(4:8) TO MAINT-JOB-NO
           END-READ.
           CLOSE PREFS-FILE.
       110-GET-SESSION-JOB-EXIT.
           EXIT.

       120-GET-JOB-NO.
           DISPLAY "Job number whose points are maintained ["
               MAINT-JOB-NO "]:".
           ACCEPT JOB-ANSWER.
           IF JOB-ANSWER NOT = SPACES THEN
               MOVE JOB-ANSWER TO MAINT-JOB-NO
           END-IF.
           IF MAINT-JOB-NO = SPACES THEN
               DISPLAY "  the job number may not be blank, "
                   "try again..."
               GO TO 120-GET-JOB-NO
           END-IF.
           PERFORM 130-VALIDATE-JOB THRU 130-VALIDATE-JOB-EXIT.
           IF NOT JOB-VALID THEN
               MOVE SPACES TO MAINT-JOB-NO
               GO TO 120-GET-JOB-NO
           END-IF.
       120-GET-JOB-NO-EXIT.
           EXIT.

       130-VALIDATE-JOB.
      *    The job must be on the jobs master; a missing jobs master
      *    (a new installation) only draws a warning.
           MOVE "N" TO JOB-VALID-SW.
           OPEN INPUT JOBMAST-FILE.
           IF NOT JOBMAST-FILE-OK THEN
               DISPLAY "  Warning: jobs master not available "
                   "(status " JOBMAST-FILE-STATUS "); job number "
                   "accepted unvalidated."
               MOVE "Y" TO JOB-VALID-SW
               GO TO 130-VALIDATE-JOB-EXIT
           END-IF.
           MOVE MAINT-JOB-NO TO JOB-NO.
           READ JOBMAST-FILE
               INVALID KEY
                   DISPLAY "  job " MAINT-JOB-NO " is not on the "
                       "jobs master, try again..."
                   CLOSE JOBMAST-FILE
                   GO TO 130-VALIDATE-JOB-EXIT
           END-READ.
           CLOSE JOBMAST-FILE.
           DISPLAY "  client: " JOB-CLIENT-NAME.
           IF JOB-CLOSED THEN
               DISPLAY "  Warning: job " MAINT-JOB-NO " is closed."
           END-IF.
           MOVE "Y" TO JOB-VALID-SW.
       130-VALIDATE-JOB-EXIT.
           EXIT.

       200-SHOW-MENU.
           DISPLAY "Point master maintenance, job " MAINT-JOB-NO ":".
           DISPLAY "  A) Add a point".
           DISPLAY "  C) Change a point".
           DISPLAY "  D) Delete a point".
           DISPLAY "  L) List the job's points".
           DISPLAY "  J) Change to another job".
           DISPLAY "  Q) Quit".
           ACCEPT MAINT-CHOICE.
           IF NOT VALID-MAINT-CHOICE THEN
               DISPLAY "  valid responses are 'A', 'C', 'D', 'L', "
                   "'J', 'Q', try again..."
           ELSE
               IF ADD-CHOICE THEN
                   PERFORM 300-ADD-POINT THRU 300-ADD-POINT-EXIT
               ELSE
                   IF CHANGE-CHOICE THEN
                       PERFORM 400-CHANGE-POINT
                           THRU 400-CHANGE-POINT-EXIT
                   ELSE
                       IF DELETE-CHOICE THEN
                           PERFORM 500-DELETE-POINT
                               THRU 500-DELETE-POINT-EXIT
                       ELSE
                           IF LIST-CHOICE THEN
                               PERFORM 600-LIST-POINTS
                                   THRU 600-LIST-POINTS-EXIT
                           ELSE
                               IF JOB-CHOICE THEN
                                   PERFORM 120-GET-JOB-NO
                                       THRU 120-GET-JOB-NO-EXIT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       250-GET-POINT-NO.
           DISPLAY "Enter the point number:".
           ACCEPT PT-NO-TEXT.
           COMPUTE PT-NO-WANTED = NUMVAL(PT-NO-TEXT)
               ON SIZE ERROR
                   DISPLAY "  point number out of range, "
                       "try again..."
                   GO TO 250-GET-POINT-NO
           END-COMPUTE.
           IF PT-NO-WANTED = ZERO THEN
               DISPLAY "  the point number may not be zero, "
                   "try again..."
               GO TO 250-GET-POINT-NO
           END-IF.

       260-READ-POINT.
      *    Reads the wanted point of the job into the point master
      *    record; a not-found leaves the file status for the
      *    caller to test.
           MOVE MAINT-JOB-NO TO PTM-JOB-NO.
           MOVE PT-NO-WANTED TO PTM-POINT-NO.
           READ PTMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       270-SHOW-POINT.
           MOVE PTM-X TO XVAL.
           MOVE PTM-Y TO YVAL.
           DISPLAY "  point " PTM-POINT-NO "  " PTM-DESC.
           DISPLAY "    X = " XVAL "  Y = " YVAL
               "  source " PTM-SOURCE "  changed " PTM-DATE-CHANGED.

       280-GET-COORDINATE.
      *    Blank keeps the current value (change only).
           ACCEPT COORD-TEXT.
           IF COORD-TEXT = SPACES THEN
               GO TO 280-GET-COORDINATE-EXIT
           END-IF.
           COMPUTE NEW-COORD = NUMVAL(COORD-TEXT)
               ON SIZE ERROR
                   DISPLAY "  coordinate out of range, try again..."
                   GO TO 280-GET-COORDINATE
           END-COMPUTE.
       280-GET-COORDINATE-EXIT.
           EXIT.

       300-ADD-POINT.
           PERFORM 250-GET-POINT-NO.
           PERFORM 260-READ-POINT.
           IF PTMAST-FILE-OK THEN
               DISPLAY "  point " PT-NO-WANTED " already exists "
                   "for job " MAINT-JOB-NO ":"
               PERFORM 270-SHOW-POINT
               GO TO 300-ADD-POINT-EXIT
           END-IF.
       310-ADD-X.
           DISPLAY "Enter the X coordinate:".
           MOVE SPACES TO COORD-TEXT.
           PERFORM 280-GET-COORDINATE THRU 280-GET-COORDINATE-EXIT.
           IF COORD-TEXT = SPACES THEN
               DISPLAY "  the coordinate may not be blank, "
                   "try again..."
               GO TO 310-ADD-X
           END-IF.
           MOVE NEW-COORD TO PTM-X.
       320-ADD-Y.
           DISPLAY "Enter the Y coordinate:".
           MOVE SPACES TO COORD-TEXT.
           PERFORM 280-GET-COORDINATE THRU 280-GET-COORDINATE-EXIT.
           IF COORD-TEXT = SPACES THEN
               DISPLAY "  the coordinate may not be blank, "
                   "try again..."
               GO TO 320-ADD-Y
           END-IF.
           MOVE NEW-COORD TO PTM-Y.
           DISPLAY "Enter the description:".
           ACCEPT NEW-DESC.
           MOVE MAINT-JOB-NO TO PTM-JOB-NO.
           MOVE PT-NO-WANTED TO PTM-POINT-NO.
           MOVE NEW-DESC TO PTM-DESC.
           MOVE "K" TO PTM-SOURCE.
           MOVE CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO PTM-DATE-CHANGED.
           WRITE POINT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "  unable to add the point, status = "
                       PTMAST-FILE-STATUS
                   GO TO 300-ADD-POINT-EXIT
           END-WRITE.
           DISPLAY "  point " PT-NO-WANTED " added.".
       300-ADD-POINT-EXIT.
           EXIT.

       400-CHANGE-POINT.
           PERFORM 250-GET-POINT-NO.
           PERFORM 260-READ-POINT.
           IF NOT PTMAST-FILE-OK THEN
               DISPLAY "  point " PT-NO-WANTED " is not on file "
                   "for job " MAINT-JOB-NO "."
               GO TO 400-CHANGE-POINT-EXIT
           END-IF.
           PERFORM 270-SHOW-POINT.
           MOVE "N" TO COORDS-CHANGED-SW.
           MOVE "N" TO POINT-CHANGED-SW.
           DISPLAY "Enter the new X coordinate (blank keeps the "
               "current one):".
           MOVE SPACES TO COORD-TEXT.
           PERFORM 280-GET-COORDINATE THRU 280-GET-COORDINATE-EXIT.
           IF COORD-TEXT NOT = SPACES THEN
               MOVE NEW-COORD TO PTM-X
               MOVE "Y" TO COORDS-CHANGED-SW
           END-IF.
           DISPLAY "Enter the new Y coordinate (blank keeps the "
               "current one):".
           MOVE SPACES TO COORD-TEXT.
           PERFORM 280-GET-COORDINATE THRU 280-GET-COORDINATE-EXIT.
           IF COORD-TEXT NOT = SPACES THEN
               MOVE NEW-COORD TO PTM-Y
               MOVE "Y" TO COORDS-CHANGED-SW
           END-IF.
           DISPLAY "Enter the new description (blank keeps the "
               "current one):".
           ACCEPT NEW-DESC.
           IF NEW-DESC NOT = SPACES THEN
               MOVE NEW-DESC TO PTM-DESC
               MOVE "Y" TO POINT-CHANGED-SW
           END-IF.
      *    Re-keyed coordinates are no longer the download's or the
      *    adjustment's; a new description alone leaves the source.
           IF COORDS-CHANGED THEN
               MOVE "K" TO PTM-SOURCE
               MOVE "Y" TO POINT-CHANGED-SW
           END-IF.
           IF NOT POINT-CHANGED THEN
               DISPLAY "  point unchanged."
               GO TO 400-CHANGE-POINT-EXIT
           END-IF.
           MOVE CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO PTM-DATE-CHANGED.
           REWRITE POINT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "  unable to change the point, status = "
                       PTMAST-FILE-STATUS
                   GO TO 400-CHANGE-POINT-EXIT
           END-REWRITE.
           DISPLAY "  point " PT-NO-WANTED " changed.".
       400-CHANGE-POINT-EXIT.
           EXIT.

       500-DELETE-POINT.
           PERFORM 250-GET-POINT-NO.
           PERFORM 260-READ-POINT.
           IF NOT PTMAST-FILE-OK THEN
               DISPLAY "  point " PT-NO-WANTED " is not on file "
                   "for job " MAINT-JOB-NO "."
               GO TO 500-DELETE-POINT-EXIT
           END-IF.
           PERFORM 270-SHOW-POINT.
       510-CONFIRM-DELETE.
           DISPLAY "Delete this point? (y/n)".
           ACCEPT PROCEED-SW.
           IF NOT VALID-PROCEED-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 510-CONFIRM-DELETE
           END-IF.
           IF NOT PROCEED-ANSWER THEN
               DISPLAY "  point not deleted."
               GO TO 500-DELETE-POINT-EXIT
           END-IF.
           DELETE PTMAST-FILE
               INVALID KEY
                   DISPLAY "  unable to delete the point, status = "
                       PTMAST-FILE-STATUS
                   GO TO 500-DELETE-POINT-EXIT
           END-DELETE.
           DISPLAY "  point " PT-NO-WANTED " deleted.".
       500-DELETE-POINT-EXIT.
           EXIT.

       600-LIST-POINTS.
      *    Positions at the job's lowest point number and reads on
      *    until the key moves to the next job.
           MOVE ZERO TO LIST-COUNT.
           MOVE "N" TO LIST-EOF-SW.
           MOVE MAINT-JOB-NO TO PTM-JOB-NO.
           MOVE ZERO TO PTM-POINT-NO.
           START PTMAST-FILE KEY IS NOT LESS THAN PTM-KEY
               INVALID KEY
                   MOVE "Y" TO LIST-EOF-SW
           END-START.
           IF NOT LIST-EOF THEN
               DISPLAY "Points on file for job " MAINT-JOB-NO ":"
               DISPLAY "  Point          X               Y       "
                   "   Src Changed  Description"
               PERFORM 610-READ-NEXT-POINT
               PERFORM 620-LIST-POINT UNTIL LIST-EOF
           END-IF.
           MOVE LIST-COUNT TO LIST-COUNT-EDIT.
           DISPLAY "  " FUNCTION TRIM(LIST-COUNT-EDIT)
               " points listed for job " MAINT-JOB-NO ".".
       600-LIST-POINTS-EXIT.
           EXIT.

       610-READ-NEXT-POINT.
           READ PTMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF-SW
           END-READ.
           IF NOT LIST-EOF AND PTM-JOB-NO NOT = MAINT-JOB-NO THEN
               MOVE "Y" TO LIST-EOF-SW
           END-IF.

       620-LIST-POINT.
           ADD 1 TO LIST-COUNT.
           MOVE PTM-X TO XVAL.
           MOVE PTM-Y TO YVAL.
           DISPLAY "  " PTM-POINT-NO "  " XVAL "  " YVAL "  "
               PTM-SOURCE "   " PTM-DATE-CHANGED " " PTM-DESC.
           PERFORM 610-READ-NEXT-POINT.
