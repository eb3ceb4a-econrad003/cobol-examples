       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EODRUN".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. End-of-day controller.  Runs the nightly
      *    stream for one business date, in order, without anyone
      *    answering the steps' prompts:
      *        1 - RECON, reconciling the business date's audit
      *            lines against the export records;
      *        2 - EXPSTAGE in E mode, cutting the unsent export
      *            records to TRANSFER.DAT for CAD/GIS;
      *        3 - AUDITRPT, the activity report for the date.
      *    Each step is CALLed through its end-of-day entry with
      *    its parameters (see eodparms.cpy) and hands back how it
      *    went.  The stream stops at a step that fails, and at
      *    RECON when the files do not tie out -- so no transfer is
      *    cut from an export file RECON has just flagged -- unless
      *    the operator answered at the start to carry on past
      *    unmatched records.  A step that fails outright always
      *    stops the stream.
      *
      *    Every run is logged to EODLOG.DAT: a RUN line when it
      *    starts, a STEP line per step with its start and end
      *    times, status, and counts, and an END line with the
      *    completion status.  A run whose log has no COMPLETE end
      *    line did not finish, so the next run offers to pick it
      *    up for the same business date at the step that stopped
      *    it; the steps already done are not run again.
      *
      *    The STEP line counts are, for RECON, the matched pairs,
      *    the unmatched audit lines, and the unmatched export
      *    records; for EXPSTAGE, the records cut, the batch
      *    number, and the void cancellations carried; and for
      *    AUDITRPT, the solves reported and the voids left out.
      *
      *    The prompts read from the console, so the stream can be
      *    run unattended with its answers redirected from a file:
      *    the restart answer (only asked when the last run did not
      *    finish), the business date (blank for today), and the
      *    unmatched-records override.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "EODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
      * One run log line: the line type (RUN, STEP, or END), the
      * business date, the step number and program, the start and
      * end times (YYYYMMDDHHMMSS), the status, the step's three
      * counts, and its one-line result
       01  LOG-RECORD.
           02  LOG-TYPE                 PIC X(4).
               88  LOG-RUN-LINE             VALUE "RUN".
               88  LOG-STEP-LINE            VALUE "STEP".
               88  LOG-END-LINE             VALUE "END".
           02  FILLER                   PIC X(1).
           02  LOG-BUSINESS-DATE        PIC X(8).
           02  FILLER                   PIC X(1).
           02  LOG-STEP-NO              PIC 9(1).
           02  FILLER                   PIC X(1).
           02  LOG-STEP-NAME            PIC X(8).
           02  FILLER                   PIC X(1).
           02  LOG-START-TIME           PIC X(14).
           02  FILLER                   PIC X(1).
           02  LOG-END-TIME             PIC X(14).
           02  FILLER                   PIC X(1).
           02  LOG-STATUS               PIC X(8).
               88  LOG-STEP-DONE            VALUES "OK",
                                            "OVERRIDE".
               88  LOG-RUN-COMPLETE         VALUE "COMPLETE".
           02  FILLER                   PIC X(1).
           02  LOG-COUNT-1              PIC 9(6).
           02  FILLER                   PIC X(1).
           02  LOG-COUNT-2              PIC 9(6).
           02  FILLER                   PIC X(1).
           02  LOG-COUNT-3              PIC 9(6).
           02  FILLER                   PIC X(1).
           02  LOG-MESSAGE              PIC X(60).

       WORKING-STORAGE SECTION.
      * File status and end-of-file
       77  LOG-FILE-STATUS              PIC X(2).
           88  LOG-FILE-OK                  VALUE "00".
       77  LOG-EOF-SW                   PIC X VALUE "N".
           88  LOG-EOF                      VALUE "Y".

      * The parameter block handed to each step
       COPY "eodparms.cpy".

      * The stream, in running order
       77  STEP-NO                      PIC 9(1).
       77  STEP-COUNT                   PIC 9(1) VALUE 3.
       01  STEP-TABLE.
           02  STEP-NAME OCCURS 3 TIMES PIC X(8).

      * What the log says about the last run: its business date,
      * the last step that finished, and whether it completed
       77  LAST-RUN-FOUND-SW            PIC X VALUE "N".
           88  LAST-RUN-FOUND               VALUE "Y".
       77  LAST-RUN-OPEN-SW             PIC X VALUE "N".
           88  LAST-RUN-OPEN                VALUE "Y".
       77  LAST-RUN-DATE                PIC X(8).
       77  LAST-DONE-STEP               PIC 9(1).
       77  RESTART-STEP                 PIC 9(1).

      * This run: business date, first step, and how it ended
       77  BUSINESS-DATE                PIC X(8) VALUE SPACES.
       77  START-STEP                   PIC 9(1) VALUE 1.
       77  STOP-STEP                    PIC 9(1) VALUE ZERO.
       77  STREAM-STOP-SW               PIC X VALUE "N".
           88  STREAM-STOPPED               VALUE "Y".
       77  RUN-START-TIME               PIC X(14).
       77  STEP-START-TIME              PIC X(14).
       77  RUN-TIMESTAMP                PIC X(21).
       77  STEP-STATUS-TEXT             PIC X(8).

      * Operator answers
       77  RESTART-SW                   PIC X VALUE SPACE.
           88  VALID-RESTART-SW             VALUES "y", "n".
           88  RESTART-ANSWER               VALUE "y".
       77  OVERRIDE-SW                  PIC X VALUE SPACE.
           88  VALID-OVERRIDE-SW            VALUES "y", "n".
           88  OVERRIDE-ANSWER              VALUE "y".

      * Console line building
       77  COUNT-1-EDIT                 PIC Z(5)9.
       77  COUNT-2-EDIT                 PIC Z(5)9.
       77  COUNT-3-EDIT                 PIC Z(5)9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INIT-STEP-TABLE.
           PERFORM 200-FIND-LAST-RUN THRU 200-FIND-LAST-RUN-EXIT.
           PERFORM 250-CHOOSE-RESTART THRU 250-CHOOSE-RESTART-EXIT.
           IF NOT RESTART-ANSWER THEN
               PERFORM 260-GET-BUSINESS-DATE
           END-IF.
           PERFORM 270-GET-OVERRIDE.
           PERFORM 280-OPEN-LOG.
           IF NOT LOG-FILE-OK THEN
               DISPLAY "Unable to open LOG-FILE, status = "
                   LOG-FILE-STATUS
               DISPLAY "Nothing run; the stream is not run without "
                   "its log."
               GOBACK
           END-IF.

           MOVE CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:14) TO RUN-START-TIME.
           PERFORM 300-LOG-RUN-START.
           MOVE "N" TO STREAM-STOP-SW.
           PERFORM 400-RUN-STEP THRU 400-RUN-STEP-EXIT
               VARYING STEP-NO FROM START-STEP BY 1
               UNTIL STEP-NO IS GREATER THAN STEP-COUNT
                   OR STREAM-STOPPED.
           PERFORM 500-LOG-RUN-END.
           CLOSE LOG-FILE.
           IF STREAM-STOPPED THEN
               DISPLAY "End-of-day run for " BUSINESS-DATE
                   " STOPPED at step " STOP-STEP " ("
                   FUNCTION TRIM(STEP-NAME(STOP-STEP)) ")."
               DISPLAY "Correct the cause and run EODRUN again to "
                   "restart at that step."
           ELSE
               DISPLAY "End-of-day run for " BUSINESS-DATE
                   " complete."
           END-IF.
           GOBACK.

       100-INIT-STEP-TABLE.
           MOVE "RECON"    TO STEP-NAME(1).
           MOVE "EXPSTAGE" TO STEP-NAME(2).
           MOVE "AUDITRPT" TO STEP-NAME(3).

       200-FIND-LAST-RUN.
      *    Reads the run log through to find the last run and how
      *    far it got.  A run is finished only when its END line
      *    says COMPLETE; one that stopped, or never wrote its END
      *    line at all, is still open.  No log yet means no run to
      *    pick up.
           MOVE "N" TO LAST-RUN-FOUND-SW.
           MOVE "N" TO LAST-RUN-OPEN-SW.
           MOVE ZERO TO LAST-DONE-STEP.
           OPEN INPUT LOG-FILE.
           IF NOT LOG-FILE-OK THEN
               GO TO 200-FIND-LAST-RUN-EXIT
           END-IF.
           MOVE "N" TO LOG-EOF-SW.
           PERFORM 210-READ-LOG-RECORD.
           PERFORM 220-CHECK-LOG-RECORD UNTIL LOG-EOF.
           CLOSE LOG-FILE.
       200-FIND-LAST-RUN-EXIT.
           EXIT.

       210-READ-LOG-RECORD.
           READ LOG-FILE
               AT END
                   MOVE "Y" TO LOG-EOF-SW
           END-READ.

       220-CHECK-LOG-RECORD.
      *    A RUN line opens a run that starts at its step number,
      *    so the steps before it count as done (they finished in
      *    the run it picked up).
           IF LOG-RUN-LINE THEN
               MOVE "Y" TO LAST-RUN-FOUND-SW
               MOVE "Y" TO LAST-RUN-OPEN-SW
               MOVE LOG-BUSINESS-DATE TO LAST-RUN-DATE
               IF LOG-STEP-NO IS NUMERIC AND
                       LOG-STEP-NO IS GREATER THAN 0 THEN
                   COMPUTE LAST-DONE-STEP = LOG-STEP-NO - 1
               ELSE
                   MOVE ZERO TO LAST-DONE-STEP
               END-IF
           END-IF.
           IF LOG-STEP-LINE AND LOG-STEP-DONE AND
                   LOG-STEP-NO IS NUMERIC THEN
               MOVE LOG-STEP-NO TO LAST-DONE-STEP
           END-IF.
           IF LOG-END-LINE AND LOG-RUN-COMPLETE THEN
               MOVE "N" TO LAST-RUN-OPEN-SW
           END-IF.
           PERFORM 210-READ-LOG-RECORD.

       250-CHOOSE-RESTART.
           MOVE "n" TO RESTART-SW.
           MOVE 1 TO START-STEP.
           IF NOT LAST-RUN-OPEN THEN
               GO TO 250-CHOOSE-RESTART-EXIT
           END-IF.
           IF LAST-DONE-STEP IS NOT LESS THAN STEP-COUNT THEN
      *        Every step finished but the END line was never
      *        written; there is nothing left to pick up.
               GO TO 250-CHOOSE-RESTART-EXIT
           END-IF.
           COMPUTE RESTART-STEP = LAST-DONE-STEP + 1.
           DISPLAY "The end-of-day run for " LAST-RUN-DATE
               " did not finish: step " RESTART-STEP " ("
               FUNCTION TRIM(STEP-NAME(RESTART-STEP))
               ") did not complete.".
       250-ASK-RESTART.
           DISPLAY "Restart that run at step " RESTART-STEP
               "? (y/n)".
           ACCEPT RESTART-SW.
           IF NOT VALID-RESTART-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 250-ASK-RESTART
           END-IF.
           IF RESTART-ANSWER THEN
               MOVE LAST-RUN-DATE TO BUSINESS-DATE
               MOVE RESTART-STEP TO START-STEP
           ELSE
               DISPLAY "  the unfinished run is abandoned; a new "
                   "run starts at step 1."
           END-IF.
       250-CHOOSE-RESTART-EXIT.
           EXIT.

       260-GET-BUSINESS-DATE.
           DISPLAY "Enter the business date (YYYYMMDD, blank for "
               "today):".
           ACCEPT BUSINESS-DATE.
           IF BUSINESS-DATE = SPACES THEN
               MOVE CURRENT-DATE TO RUN-TIMESTAMP
               MOVE RUN-TIMESTAMP(1:8) TO BUSINESS-DATE
           END-IF.
           IF BUSINESS-DATE IS NOT NUMERIC THEN
               DISPLAY "  enter eight digits or leave blank, "
                   "try again..."
               GO TO 260-GET-BUSINESS-DATE
           END-IF.

       270-GET-OVERRIDE.
           DISPLAY "Carry on past unmatched records in RECON? (y/n)".
           ACCEPT OVERRIDE-SW.
           IF NOT VALID-OVERRIDE-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 270-GET-OVERRIDE
           END-IF.

       280-OPEN-LOG.
           OPEN EXTEND LOG-FILE.
           IF NOT LOG-FILE-OK THEN
               OPEN OUTPUT LOG-FILE
               CLOSE LOG-FILE
               OPEN EXTEND LOG-FILE
           END-IF.

       300-LOG-RUN-START.
           MOVE SPACES TO LOG-RECORD.
           MOVE "RUN" TO LOG-TYPE.
           MOVE BUSINESS-DATE TO LOG-BUSINESS-DATE.
           MOVE START-STEP TO LOG-STEP-NO.
           MOVE RUN-START-TIME TO LOG-START-TIME.
           MOVE ZERO TO LOG-COUNT-1 LOG-COUNT-2 LOG-COUNT-3.
           IF RESTART-ANSWER THEN
               MOVE "RESTART" TO LOG-STATUS
               MOVE "Picking up the unfinished run." TO LOG-MESSAGE
           ELSE
               MOVE "START" TO LOG-STATUS
           END-IF.
           IF OVERRIDE-ANSWER THEN
               MOVE "Operator override: carry on past unmatched."
                   TO LOG-MESSAGE
           END-IF.
           PERFORM 900-WRITE-LOG.
           DISPLAY "End-of-day run for " BUSINESS-DATE
               " starting at step " START-STEP ".".

       400-RUN-STEP.
           MOVE CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:14) TO STEP-START-TIME.
           DISPLAY "Step " STEP-NO " " FUNCTION TRIM(STEP-NAME(STEP-NO))
               " started " STEP-START-TIME.
           MOVE BUSINESS-DATE TO EOD-FROM-DATE.
           MOVE BUSINESS-DATE TO EOD-TO-DATE.
           MOVE "E" TO EOD-STAGE-MODE.
      *    A step that returns without setting its outcome is taken
      *    as failed.
           MOVE "8" TO EOD-STEP-STATUS.
           MOVE ZERO TO EOD-COUNT-1 EOD-COUNT-2 EOD-COUNT-3.
           MOVE SPACES TO EOD-STEP-MESSAGE.
           IF STEP-NO = 1 THEN
               CALL "RECONP" USING EOD-PARMS
                   ON EXCEPTION
                       PERFORM 410-STEP-NOT-FOUND
               END-CALL
           ELSE
               IF STEP-NO = 2 THEN
                   CALL "EXPSTGP" USING EOD-PARMS
                       ON EXCEPTION
                           PERFORM 410-STEP-NOT-FOUND
                   END-CALL
               ELSE
                   CALL "AUDRPTP" USING EOD-PARMS
                       ON EXCEPTION
                           PERFORM 410-STEP-NOT-FOUND
                   END-CALL
               END-IF
           END-IF.

           IF EOD-STEP-OK THEN
               MOVE "OK" TO STEP-STATUS-TEXT
           ELSE
               IF EOD-STEP-EXCEPTION THEN
                   IF OVERRIDE-ANSWER THEN
                       MOVE "OVERRIDE" TO STEP-STATUS-TEXT
                   ELSE
                       MOVE "EXCEPTN" TO STEP-STATUS-TEXT
                       MOVE "Y" TO STREAM-STOP-SW
                   END-IF
               ELSE
                   MOVE "FAILED" TO STEP-STATUS-TEXT
                   MOVE "Y" TO STREAM-STOP-SW
               END-IF
           END-IF.
           IF STREAM-STOPPED THEN
               MOVE STEP-NO TO STOP-STEP
           END-IF.
           PERFORM 420-LOG-STEP.
       400-RUN-STEP-EXIT.
           EXIT.

       410-STEP-NOT-FOUND.
           MOVE "8" TO EOD-STEP-STATUS.
           MOVE "The step program could not be loaded."
               TO EOD-STEP-MESSAGE.

       420-LOG-STEP.
           MOVE SPACES TO LOG-RECORD.
           MOVE "STEP" TO LOG-TYPE.
           MOVE BUSINESS-DATE TO LOG-BUSINESS-DATE.
           MOVE STEP-NO TO LOG-STEP-NO.
           MOVE STEP-NAME(STEP-NO) TO LOG-STEP-NAME.
           MOVE STEP-START-TIME TO LOG-START-TIME.
           MOVE CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:14) TO LOG-END-TIME.
           MOVE STEP-STATUS-TEXT TO LOG-STATUS.
           MOVE EOD-COUNT-1 TO LOG-COUNT-1.
           MOVE EOD-COUNT-2 TO LOG-COUNT-2.
           MOVE EOD-COUNT-3 TO LOG-COUNT-3.
           MOVE EOD-STEP-MESSAGE TO LOG-MESSAGE.
           PERFORM 900-WRITE-LOG.
           MOVE EOD-COUNT-1 TO COUNT-1-EDIT.
           MOVE EOD-COUNT-2 TO COUNT-2-EDIT.
           MOVE EOD-COUNT-3 TO COUNT-3-EDIT.
           DISPLAY "Step " STEP-NO " " FUNCTION TRIM(STEP-NAME(STEP-NO))
               " ended " LOG-END-TIME "  " FUNCTION TRIM(LOG-STATUS)
               "  counts " FUNCTION TRIM(COUNT-1-EDIT) " / "
               FUNCTION TRIM(COUNT-2-EDIT) " / "
               FUNCTION TRIM(COUNT-3-EDIT).
           DISPLAY "  " FUNCTION TRIM(EOD-STEP-MESSAGE).

       500-LOG-RUN-END.
           MOVE SPACES TO LOG-RECORD.
           MOVE "END" TO LOG-TYPE.
           MOVE BUSINESS-DATE TO LOG-BUSINESS-DATE.
           MOVE STOP-STEP TO LOG-STEP-NO.
           MOVE RUN-START-TIME TO LOG-START-TIME.
           MOVE CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:14) TO LOG-END-TIME.
           MOVE ZERO TO LOG-COUNT-1 LOG-COUNT-2 LOG-COUNT-3.
           IF STREAM-STOPPED THEN
               MOVE "STOPPED" TO LOG-STATUS
               MOVE SPACES TO LOG-MESSAGE
               STRING "Stopped at " DELIMITED BY SIZE
                       STEP-NAME(STOP-STEP) DELIMITED BY SPACE
                       "; the next run restarts there."
                           DELIMITED BY SIZE
                   INTO LOG-MESSAGE
           ELSE
               MOVE "COMPLETE" TO LOG-STATUS
               MOVE "All steps complete." TO LOG-MESSAGE
           END-IF.
           PERFORM 900-WRITE-LOG.

       900-WRITE-LOG.
           WRITE LOG-RECORD.
