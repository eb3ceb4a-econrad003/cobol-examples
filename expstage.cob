      *            stays small.
      *    The transfer file opens with a batch header line (batch
      *    number and cut date) and closes with a count trailer so
      *    the CAD side can verify the hand-off.  A void in TRIVOID
      *    leaves an unsent CXL cancellation record in EXPORT.DAT,
      *    so the next extract carries it like any other record
      *    and CAD drops the feature it names.
      *
      *    Extract and archive rewrite EXPORT.DAT, so they hold the
      *    TRILOCK posting lock while they run; solvers posting
      *    meanwhile wait for them.
      *
      *    The end-of-day controller EODRUN calls the EXPSTGP entry
      *    with the mode already chosen (E at end of day) and is
      *    told how the run went, with the records cut, the batch
      *    number, and the cancellations carried.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD              PIC X(319).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(319).

       FD  EXPCTL-FILE.
      * A single record holding the last batch number assigned
       77  EXPORT-ENTRY-COUNT           PIC 9(4) VALUE ZERO.
       77  EXP-IX                       PIC 9(4) COMP.
       01  EXPORT-TABLE.
           02  EXPORT-ENTRY             PIC X(319)
                   OCCURS 5000 TIMES.

      * Batch numbers
       77  TRANSFER-COUNT               PIC 9(6) VALUE ZERO.
       77  ARCHIVED-COUNT               PIC 9(6) VALUE ZERO.
       77  KEPT-COUNT                   PIC 9(6) VALUE ZERO.
       77  CANCEL-COUNT                 PIC 9(6) VALUE ZERO.
       77  CTL-COUNT-EDIT               PIC Z(5)9.
       77  BATCH-NO-EDIT                PIC 9(6).

       77  RUN-TIMESTAMP                PIC X(21).
       77  HDR-LINE-TEXT                PIC X(210).

      * Set when the run went through to the end (an extract with
      * nothing unsent to cut counts); an end-of-day run that stops
      * short is reported as failed
       77  RUN-COMPLETE-SW              PIC X VALUE "N".
           88  RUN-COMPLETE                 VALUE "Y".
       77  PARMS-PASSED-SW              PIC X VALUE "N".
           88  PARMS-PASSED                 VALUE "Y".

      * Posting lock, held while EXPORT.DAT is rewritten
       COPY "lockparm.cpy".

       LINKAGE SECTION.
       COPY "eodparms.cpy".

       PROCEDURE DIVISION.
       000-MAIN.
      *    Standalone entry: no parameter block was passed, so the
      *    mode is prompted for.
           MOVE "N" TO PARMS-PASSED-SW.
           PERFORM 050-SELECT-MODE.
           GO TO 020-RUN.

       010-EOD-ENTRY.
      *    EODRUN enters here with the mode already set.
       ENTRY "EXPSTGP" USING EOD-PARMS.
           MOVE "Y" TO PARMS-PASSED-SW.
           MOVE EOD-STAGE-MODE TO STAGE-MODE.
           IF NOT VALID-STAGE-MODE THEN
               PERFORM 050-SELECT-MODE
           END-IF.

       020-RUN.
           MOVE "N" TO RUN-COMPLETE-SW.
           MOVE SPACE TO TRILOCK-RESULT.
           IF RECUT-MODE THEN
               PERFORM 600-RECUT-RUN THRU 600-RECUT-RUN-EXIT
           ELSE
               PERFORM 030-LOCKED-RUN THRU 030-LOCKED-RUN-EXIT
           END-IF.
           IF PARMS-PASSED THEN
               PERFORM 800-RETURN-OUTCOME
                   THRU 800-RETURN-OUTCOME-EXIT
           END-IF.
           GOBACK.

       030-LOCKED-RUN.
      *    Extract and archive rewrite EXPORT.DAT in place, so they
      *    run under the posting lock: a solver wanting to append
      *    waits for the rewrite rather than having its record lost
      *    under it.  A re-cut only reads the file.
           IF ARCHIVE-MODE THEN
               PERFORM 710-GET-CONFIRMED-BATCH
           END-IF.
           MOVE "A" TO TRILOCK-REQUEST.
           MOVE "EXPSTAGE" TO TRILOCK-PROGRAM.
           MOVE SPACES TO TRILOCK-JOB-NO.
           CALL "TRILOCK" USING TRILOCK-PARMS.
           IF NOT TRILOCK-GRANTED THEN
               DISPLAY TRILOCK-MESSAGE
               DISPLAY "EXPORT.DAT was not changed; run again when "
                   "the other session has finished."
               GO TO 030-LOCKED-RUN-EXIT
           END-IF.
           IF EXTRACT-MODE THEN
               PERFORM 500-EXTRACT-RUN THRU 500-EXTRACT-RUN-EXIT
           ELSE
               PERFORM 700-ARCHIVE-RUN THRU 700-ARCHIVE-RUN-EXIT
           END-IF.
           MOVE "R" TO TRILOCK-REQUEST.
           CALL "TRILOCK" USING TRILOCK-PARMS.
       030-LOCKED-RUN-EXIT.
           EXIT.

       050-SELECT-MODE.
           DISPLAY "(E)xtract unsent records, (R)e-cut a previous "
           IF UNSENT-COUNT = 0 THEN
               DISPLAY "No unsent export records; nothing to "
                   "extract."
               MOVE "Y" TO RUN-COMPLETE-SW
               GO TO 500-EXTRACT-RUN-EXIT
           END-IF.
           PERFORM 200-GET-NEXT-BATCH-NO.
           END-IF.
           PERFORM 260-WRITE-TRANSFER-HEADER.
           MOVE ZERO TO TRANSFER-COUNT.
           MOVE ZERO TO CANCEL-COUNT.
           PERFORM 520-STAMP-AND-TRANSFER
               THRU 520-STAMP-AND-TRANSFER-DONE
               VARYING EXP-IX FROM 1 BY 1
           CLOSE TRANSFER-FILE.
           PERFORM 210-SAVE-BATCH-NO.
           PERFORM 150-REWRITE-EXPORT THRU 150-REWRITE-EXPORT-EXIT.
           IF EXPORT-FILE-OK THEN
               MOVE "Y" TO RUN-COMPLETE-SW
           END-IF.
           MOVE TRANSFER-COUNT TO CTL-COUNT-EDIT.
           DISPLAY "Batch " BATCH-NO-EDIT " cut to TRANSFER.DAT: "
               FUNCTION TRIM(CTL-COUNT-EDIT) " records.".
           IF CANCEL-COUNT IS GREATER THAN 0 THEN
               MOVE CANCEL-COUNT TO CTL-COUNT-EDIT
               DISPLAY "  including " FUNCTION TRIM(CTL-COUNT-EDIT)
                   " void cancellation records."
           END-IF.
       500-EXTRACT-RUN-EXIT.
           EXIT.

           END-IF.
           MOVE NEW-BATCH-NO TO EXP-BATCH-NO.
      *    A record from before the batch field existed also lacks
      *    the delimiters of the batch, job, coordinate, and cancel
      *    fields; they are patched in (the job, coordinate, and
      *    cancel values legitimately stay spaces) so every
      *    transferred record parses under one layout.
           MOVE "|" TO EXPORT-DETAIL(204:1).
           MOVE "|" TO EXPORT-DETAIL(211:1).
           MOVE "|" TO EXPORT-DETAIL(220:1).
           MOVE "|" TO EXPORT-DETAIL(256:1).
           MOVE "|" TO EXPORT-DETAIL(268:1).
           MOVE "|" TO EXPORT-DETAIL(280:1).
           MOVE "|" TO EXPORT-DETAIL(292:1).
           MOVE "|" TO EXPORT-DETAIL(314:1).
           MOVE "|" TO EXPORT-DETAIL(318:1).
           IF EXP-CASE = "CXL" THEN
               ADD 1 TO CANCEL-COUNT
           END-IF.
           MOVE EXPORT-DETAIL TO EXPORT-ENTRY(EXP-IX).
           MOVE EXPORT-DETAIL TO TRANSFER-RECORD.
           WRITE TRANSFER-RECORD.

           PERFORM 270-WRITE-TRANSFER-TRAILER.
           CLOSE TRANSFER-FILE.
           MOVE "Y" TO RUN-COMPLETE-SW.
           MOVE TRANSFER-COUNT TO CTL-COUNT-EDIT.
           IF TRANSFER-COUNT = 0 THEN
               DISPLAY "No records found for batch " BATCH-NO-EDIT
           END-IF.

       700-ARCHIVE-RUN.
           PERFORM 100-LOAD-EXPORT THRU 100-LOAD-EXPORT-EXIT.
           IF NOT EXPORT-FILE-OK THEN
               GO TO 700-ARCHIVE-RUN-EXIT
           CLOSE ARCHIVE-FILE.
           MOVE KEPT-COUNT TO EXPORT-ENTRY-COUNT.
           PERFORM 150-REWRITE-EXPORT THRU 150-REWRITE-EXPORT-EXIT.
           IF EXPORT-FILE-OK THEN
               MOVE "Y" TO RUN-COMPLETE-SW
           END-IF.
           MOVE ARCHIVED-COUNT TO CTL-COUNT-EDIT.
           DISPLAY "Archived " FUNCTION TRIM(CTL-COUNT-EDIT)
               " records to EXPORT.ARC.".
               MOVE EXPORT-ENTRY(EXP-IX)
                   TO EXPORT-ENTRY(KEPT-COUNT)
           END-IF.

       800-RETURN-OUTCOME.
      *    The records cut (or archived), the batch number, and the
      *    void cancellations carried go back as the three counts.
           MOVE ZERO TO EOD-COUNT-1 EOD-COUNT-2 EOD-COUNT-3.
           IF ARCHIVE-MODE THEN
               MOVE ARCHIVED-COUNT TO EOD-COUNT-1
           ELSE
               MOVE TRANSFER-COUNT TO EOD-COUNT-1
           END-IF.
           IF TRANSFER-COUNT IS GREATER THAN 0 THEN
               MOVE BATCH-NO-EDIT TO EOD-COUNT-2
           END-IF.
           MOVE CANCEL-COUNT TO EOD-COUNT-3.
           MOVE SPACES TO EOD-STEP-MESSAGE.
           IF NOT RUN-COMPLETE THEN
               MOVE "8" TO EOD-STEP-STATUS
               IF TRILOCK-TIMED-OUT THEN
                   MOVE TRILOCK-MESSAGE TO EOD-STEP-MESSAGE
               ELSE
                   MOVE "Staging did not run through; see the console."
                       TO EOD-STEP-MESSAGE
               END-IF
               GO TO 800-RETURN-OUTCOME-EXIT
           END-IF.
           MOVE "0" TO EOD-STEP-STATUS.
           IF ARCHIVE-MODE THEN
               MOVE "Confirmed batches rolled to EXPORT.ARC."
                   TO EOD-STEP-MESSAGE
               GO TO 800-RETURN-OUTCOME-EXIT
           END-IF.
           IF TRANSFER-COUNT = 0 THEN
               MOVE "Nothing to cut to TRANSFER.DAT."
                   TO EOD-STEP-MESSAGE
           ELSE
               STRING "Batch " DELIMITED BY SIZE
                       BATCH-NO-EDIT DELIMITED BY SIZE
                       " cut to TRANSFER.DAT." DELIMITED BY SIZE
                   INTO EOD-STEP-MESSAGE
           END-IF.
       800-RETURN-OUTCOME-EXIT.
           EXIT.
