       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PTLOAD".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. Loads a total station download into the point
      *    master PTMAST.DAT for one client job.  The download is
      *    the flat POINTS.DAT file the data collector writes: point
      *    number, X, Y, and a free-form description.  The job is
      *    the session job -- the active job of the last MENU
      *    session, from PREFS.DAT -- unless the operator names
      *    another, and must be an open job on the jobs master.
      *
      *    Each good point is added under the job with source "D"
      *    (download) and today's date.  A point number already on
      *    the master for the job, whether loaded earlier or
      *    repeated in the same download, is reported and left as
      *    it is; a mis-shot point is corrected in PTMAINT, not by
      *    loading over it.  Duplicates and records that fail the
      *    edits go to PTREJECT.DAT with a reason code and the
      *    download record number, in the download layout so the
      *    file can be corrected and loaded again as it stands.
      *        Reason codes:  PN - point number missing or zero
      *                       XY - a coordinate is not numeric
      *                       DU - point already on the master
      *                       WE - the master write failed

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOWNLOAD-FILE ASSIGN TO "POINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOWNLOAD-FILE-STATUS.
           SELECT PTMAST-FILE ASSIGN TO "PTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-KEY
               FILE STATUS IS PTMAST-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "PTREJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
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
       FD  DOWNLOAD-FILE.
      * One coordinate point as downloaded from the total station
       01  DOWNLOAD-RECORD.
           02  DL-POINT-NO              PIC 9(5).
           02  DL-X                     PIC S9(5)V9(4)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  DL-Y                     PIC S9(5)V9(4)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  DL-DESC                  PIC X(20).

       FD  PTMAST-FILE.
       COPY "ptmast.cpy".

       FD  REJECT-FILE.
      * The failing download record image, then the reason code and
      * the download record number
       01  REJECT-RECORD.
           02  REJECT-POINT             PIC X(45).
           02  FILLER                   PIC X(1).
           02  REJECT-REASON            PIC X(2).
           02  FILLER                   PIC X(1).
           02  REJECT-RECNO             PIC 9(6).

       FD  PREFS-FILE.
       01  PREFS-RECORD                 PIC X(11).

       FD  JOBMAST-FILE.
       COPY "jobmast.cpy".

       WORKING-STORAGE SECTION.
      * File status and end-of-file
       77  DOWNLOAD-FILE-STATUS         PIC X(2).
           88  DOWNLOAD-FILE-OK             VALUE "00".
       77  PTMAST-FILE-STATUS           PIC X(2).
           88  PTMAST-FILE-OK               VALUE "00".
           88  PTMAST-DUPLICATE             VALUE "22".
       77  REJECT-FILE-STATUS           PIC X(2).
           88  REJECT-FILE-OK               VALUE "00".
       77  PREFS-FILE-STATUS            PIC X(2).
           88  PREFS-FILE-OK                VALUE "00".
       77  JOBMAST-FILE-STATUS          PIC X(2).
           88  JOBMAST-FILE-OK              VALUE "00".
       77  DOWNLOAD-EOF-SW              PIC X VALUE "N".
           88  DOWNLOAD-EOF                 VALUE "Y".

      * The job the download is loaded for, defaulted from the
      * session preferences and validated against the jobs master
       77  LOAD-JOB-NO                  PIC X(8) VALUE SPACES.
       77  JOB-ANSWER                   PIC X(8) VALUE SPACES.
       77  JOB-VALID-SW                 PIC X VALUE "N".
           88  JOB-VALID                    VALUE "Y".

       77  RUN-TIMESTAMP                PIC X(21).
       77  REJECT-REASON-CODE           PIC X(2).

      * Run control counts
       77  RECORDS-READ                 PIC 9(6) VALUE ZERO.
       77  LOADED-COUNT                 PIC 9(6) VALUE ZERO.
       77  DUPLICATE-COUNT              PIC 9(6) VALUE ZERO.
       77  REJECT-COUNT                 PIC 9(6) VALUE ZERO.
       77  REJECT-PN-COUNT              PIC 9(6) VALUE ZERO.
       77  REJECT-XY-COUNT              PIC 9(6) VALUE ZERO.
       77  REJECT-WE-COUNT              PIC 9(6) VALUE ZERO.
       77  CTL-LABEL                    PIC X(34).
       77  CTL-COUNT-EDIT               PIC Z(5)9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-GET-SESSION-JOB THRU 100-GET-SESSION-JOB-EXIT.
           PERFORM 120-GET-JOB-NO THRU 120-GET-JOB-NO-EXIT.
           PERFORM 500-RUN-LOAD THRU 500-RUN-LOAD-EXIT.
           GOBACK.

       100-GET-SESSION-JOB.
      *    The active job saved by MENU is the default; a missing
      *    preferences file just leaves no default.
           MOVE SPACES TO LOAD-JOB-NO.
           OPEN INPUT PREFS-FILE.
           IF NOT PREFS-FILE-OK THEN
               GO TO 100-GET-SESSION-JOB-EXIT
           END-IF.
           READ PREFS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PREFS-RECORD(4:8) TO LOAD-JOB-NO
           END-READ.
           CLOSE PREFS-FILE.
       100-GET-SESSION-JOB-EXIT.
           EXIT.

       120-GET-JOB-NO.
           DISPLAY "Job number to load the points into ["
               LOAD-JOB-NO "]:".
           ACCEPT JOB-ANSWER.
           IF JOB-ANSWER NOT = SPACES THEN
               MOVE JOB-ANSWER TO LOAD-JOB-NO
           END-IF.
           IF LOAD-JOB-NO = SPACES THEN
               DISPLAY "  the job number may not be blank, "
                   "try again..."
               GO TO 120-GET-JOB-NO
           END-IF.
           PERFORM 130-VALIDATE-JOB THRU 130-VALIDATE-JOB-EXIT.
           IF NOT JOB-VALID THEN
               MOVE SPACES TO LOAD-JOB-NO
               GO TO 120-GET-JOB-NO
           END-IF.
       120-GET-JOB-NO-EXIT.
           EXIT.

       130-VALIDATE-JOB.
      *    The job must be on the jobs master and open.  A missing
      *    jobs master (a new installation) only draws a warning.
           MOVE "N" TO JOB-VALID-SW.
           OPEN INPUT JOBMAST-FILE.
           IF NOT JOBMAST-FILE-OK THEN
               DISPLAY "  Warning: jobs master not available "
                   "(status " JOBMAST-FILE-STATUS "); job number "
                   "accepted unvalidated."
               MOVE "Y" TO JOB-VALID-SW
               GO TO 130-VALIDATE-JOB-EXIT
           END-IF.
           MOVE LOAD-JOB-NO TO JOB-NO.
           READ JOBMAST-FILE
               INVALID KEY
                   DISPLAY "  job " LOAD-JOB-NO " is not on the "
                       "jobs master, try again..."
                   CLOSE JOBMAST-FILE
                   GO TO 130-VALIDATE-JOB-EXIT
           END-READ.
           CLOSE JOBMAST-FILE.
           IF JOB-CLOSED THEN
               DISPLAY "  job " LOAD-JOB-NO " is closed, "
                   "try again..."
               GO TO 130-VALIDATE-JOB-EXIT
           END-IF.
           DISPLAY "  client: " JOB-CLIENT-NAME.
           MOVE "Y" TO JOB-VALID-SW.
       130-VALIDATE-JOB-EXIT.
           EXIT.

       500-RUN-LOAD.
           OPEN INPUT DOWNLOAD-FILE.
           IF NOT DOWNLOAD-FILE-OK THEN
               DISPLAY "Unable to open DOWNLOAD-FILE, status = "
                   DOWNLOAD-FILE-STATUS
               GO TO 500-RUN-LOAD-EXIT
           END-IF.
           OPEN I-O PTMAST-FILE.
           IF NOT PTMAST-FILE-OK THEN
               OPEN OUTPUT PTMAST-FILE
               CLOSE PTMAST-FILE
               OPEN I-O PTMAST-FILE
           END-IF.
           IF NOT PTMAST-FILE-OK THEN
               DISPLAY "Unable to open PTMAST-FILE, status = "
                   PTMAST-FILE-STATUS
               CLOSE DOWNLOAD-FILE
               GO TO 500-RUN-LOAD-EXIT
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT REJECT-FILE-OK THEN
               DISPLAY "Unable to open REJECT-FILE, status = "
                   REJECT-FILE-STATUS
               CLOSE DOWNLOAD-FILE
               CLOSE PTMAST-FILE
               GO TO 500-RUN-LOAD-EXIT
           END-IF.
           MOVE CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE "N" TO DOWNLOAD-EOF-SW.
           PERFORM 510-READ-DOWNLOAD.
           PERFORM 515-PROCESS-DOWNLOAD-RECORD UNTIL DOWNLOAD-EOF.
           CLOSE DOWNLOAD-FILE.
           CLOSE PTMAST-FILE.
           CLOSE REJECT-FILE.
           PERFORM 570-SHOW-CONTROL-SUMMARY.
       500-RUN-LOAD-EXIT.
           EXIT.

       510-READ-DOWNLOAD.
           READ DOWNLOAD-FILE
               AT END
                   MOVE "Y" TO DOWNLOAD-EOF-SW
               NOT AT END
                   ADD 1 TO RECORDS-READ
           END-READ.

       515-PROCESS-DOWNLOAD-RECORD.
           PERFORM 520-LOAD-POINT THRU 520-LOAD-POINT-EXIT.
           PERFORM 510-READ-DOWNLOAD.

       520-LOAD-POINT.
           IF DL-POINT-NO IS NOT NUMERIC THEN
               MOVE "PN" TO REJECT-REASON-CODE
               PERFORM 530-WRITE-REJECT
               GO TO 520-LOAD-POINT-EXIT
           END-IF.
           IF DL-POINT-NO = ZERO THEN
               MOVE "PN" TO REJECT-REASON-CODE
               PERFORM 530-WRITE-REJECT
               GO TO 520-LOAD-POINT-EXIT
           END-IF.
           IF DL-X IS NOT NUMERIC OR DL-Y IS NOT NUMERIC THEN
               MOVE "XY" TO REJECT-REASON-CODE
               PERFORM 530-WRITE-REJECT
               GO TO 520-LOAD-POINT-EXIT
           END-IF.
           MOVE LOAD-JOB-NO TO PTM-JOB-NO.
           MOVE DL-POINT-NO TO PTM-POINT-NO.
           MOVE DL-X TO PTM-X.
           MOVE DL-Y TO PTM-Y.
           MOVE DL-DESC TO PTM-DESC.
           MOVE "D" TO PTM-SOURCE.
           MOVE RUN-TIMESTAMP(1:8) TO PTM-DATE-CHANGED.
           WRITE POINT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF PTMAST-FILE-OK THEN
               ADD 1 TO LOADED-COUNT
               GO TO 520-LOAD-POINT-EXIT
           END-IF.
           IF PTMAST-DUPLICATE THEN
               DISPLAY "  point " DL-POINT-NO " (record "
                   RECORDS-READ ") is already on the master for "
                   "job " LOAD-JOB-NO "; not loaded."
               MOVE "DU" TO REJECT-REASON-CODE
           ELSE
               DISPLAY "  unable to load point " DL-POINT-NO
                   ", status = " PTMAST-FILE-STATUS
               MOVE "WE" TO REJECT-REASON-CODE
           END-IF.
           PERFORM 530-WRITE-REJECT.
       520-LOAD-POINT-EXIT.
           EXIT.

       530-WRITE-REJECT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE DOWNLOAD-RECORD TO REJECT-POINT.
           MOVE REJECT-REASON-CODE TO REJECT-REASON.
           MOVE RECORDS-READ TO REJECT-RECNO.
           WRITE REJECT-RECORD.
           IF REJECT-REASON-CODE = "DU" THEN
               ADD 1 TO DUPLICATE-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
               IF REJECT-REASON-CODE = "PN" THEN
                   ADD 1 TO REJECT-PN-COUNT
               ELSE
                   IF REJECT-REASON-CODE = "XY" THEN
                       ADD 1 TO REJECT-XY-COUNT
                   ELSE
                       ADD 1 TO REJECT-WE-COUNT
                   END-IF
               END-IF
           END-IF.

       570-SHOW-CONTROL-SUMMARY.
      *    Every download record is accounted for as loaded, a
      *    duplicate, or a reject under one of the reason codes.
           DISPLAY "Point load for job " LOAD-JOB-NO ":".
           MOVE "  Download records read:" TO CTL-LABEL.
           MOVE RECORDS-READ TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.
           MOVE "  Points loaded:" TO CTL-LABEL.
           MOVE LOADED-COUNT TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.
           MOVE "  Duplicates (DU):" TO CTL-LABEL.
           MOVE DUPLICATE-COUNT TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.
           MOVE "  Records rejected:" TO CTL-LABEL.
           MOVE REJECT-COUNT TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.
           MOVE "    PN - point number missing:" TO CTL-LABEL.
           MOVE REJECT-PN-COUNT TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.
           MOVE "    XY - coordinate not numeric:" TO CTL-LABEL.
           MOVE REJECT-XY-COUNT TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.
           MOVE "    WE - master write failed:" TO CTL-LABEL.
           MOVE REJECT-WE-COUNT TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.
           IF DUPLICATE-COUNT IS GREATER THAN 0 OR
                   REJECT-COUNT IS GREATER THAN 0 THEN
               DISPLAY "Duplicates and rejects are in PTREJECT.DAT."
           END-IF.

       575-SHOW-CONTROL-COUNT.
           DISPLAY CTL-LABEL CTL-COUNT-EDIT.
