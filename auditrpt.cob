      *    and by solver, counts by unit of length, and the largest
      *    and smallest triangles solved in the period (compared by
      *    area, in square feet).  The summary is written to
      *    AUDITRPT.RPT.  Solves voided in TRIVOID are left out of
      *    every count, the job counts included, and shown only as
      *    a count of their own.
      *
      *    The master's date alternate key lets a ranged report
      *    START at its period and stop past it, and the area,
      *    shape, and kind were stored at solve time, so a one-week
      *    report no longer rereads and recomputes the whole
      *    history.
      *
      *    The end-of-day controller EODRUN calls the AUDRPTP entry
      *    with the business date as both ends of the period, and
      *    is told whether the report was written and how many
      *    solves it covered.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS MAST-SERIAL
               ALTERNATE RECORD KEY IS MAST-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AUDITRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
       77  ASA-SOLVES                   PIC 9(6) VALUE ZERO.
       77  SSA-SOLVES                   PIC 9(6) VALUE ZERO.
       77  VTX-SOLVES                   PIC 9(6) VALUE ZERO.
       77  TRV-SOLVES                   PIC 9(6) VALUE ZERO.
       77  CRV-SOLVES                   PIC 9(6) VALUE ZERO.
       77  OTHER-SOLVES                 PIC 9(6) VALUE ZERO.
       77  VOIDED-SOLVES                PIC 9(6) VALUE ZERO.
       77  FEET-SOLVES                  PIC 9(6) VALUE ZERO.
       77  METER-SOLVES                 PIC 9(6) VALUE ZERO.

       77  TO-TEXT                      PIC X(8).
       77  EXT-SOLVER                   PIC X(3).

      * Set when the report was written; an end-of-day run that
      * stops short is reported as failed
       77  RUN-COMPLETE-SW              PIC X VALUE "N".
           88  RUN-COMPLETE                 VALUE "Y".
       77  PARMS-PASSED-SW              PIC X VALUE "N".
           88  PARMS-PASSED                 VALUE "Y".

       LINKAGE SECTION.
       COPY "eodparms.cpy".

       PROCEDURE DIVISION.
       000-MAIN.
      *    Standalone entry: no parameter block was passed, so the
      *    period is prompted for.
           MOVE "N" TO PARMS-PASSED-SW.
           PERFORM 110-GET-FROM-DATE.
           PERFORM 120-GET-TO-DATE.
           GO TO 020-RUN.

       010-EOD-ENTRY.
      *    EODRUN enters here with the period already set.
       ENTRY "AUDRPTP" USING EOD-PARMS.
           MOVE "Y" TO PARMS-PASSED-SW.
           MOVE EOD-FROM-DATE TO FROM-DATE.
           MOVE EOD-TO-DATE TO TO-DATE.

       020-RUN.
           PERFORM 500-RUN-REPORT THRU 500-RUN-REPORT-EXIT.
           IF PARMS-PASSED THEN
               PERFORM 800-RETURN-OUTCOME
           END-IF.
           GOBACK.

       110-GET-FROM-DATE.
           PERFORM 600-WRITE-REPORT.
           CLOSE MASTER-FILE.
           CLOSE REPORT-FILE.
           MOVE "Y" TO RUN-COMPLETE-SW.
           DISPLAY "Audit activity report written to AUDITRPT.RPT".
       500-RUN-REPORT-EXIT.
           EXIT.
               MOVE "Y" TO MASTER-EOF-SW
               GO TO 520-PROCESS-DONE
           END-IF.
      *    A voided solve was never really done; it is counted
      *    apart and kept out of everything else, the extremes
      *    included.
           IF MAST-VOIDED THEN
               ADD 1 TO VOIDED-SOLVES
               GO TO 520-NEXT-RECORD
           END-IF.
           ADD 1 TO TOTAL-SOLVES.
           PERFORM 530-COUNT-SOLVER.
           PERFORM 540-COUNT-UNIT.
           PERFORM 550-COUNT-DAY.
           PERFORM 545-COUNT-JOB.
      *    A traverse's area is a whole parcel's, and a curve's is
      *    the segment between its arc and chord, not a triangle's,
      *    so neither counts toward the largest and smallest
      *    triangles.
           IF MAST-SOLVER NOT = "TRV" AND MAST-SOLVER NOT = "CRV" THEN
               PERFORM 560-TRACK-EXTREMES
           END-IF.
       520-NEXT-RECORD.
           PERFORM 510-READ-MASTER-RECORD.
       520-PROCESS-DONE.
                           IF MAST-SOLVER = "VTX" THEN
                               ADD 1 TO VTX-SOLVES
                           ELSE
                               IF MAST-SOLVER = "TRV" THEN
                                   ADD 1 TO TRV-SOLVES
                               ELSE
                                   IF MAST-SOLVER = "CRV" THEN
                                       ADD 1 TO CRV-SOLVES
                                   ELSE
                                       ADD 1 TO OTHER-SOLVES
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           MOVE "  VTX (vertex coordinates):" TO RPT-LABEL.
           MOVE VTX-SOLVES TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  TRV (field traverse):" TO RPT-LABEL.
           MOVE TRV-SOLVES TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  CRV (circular curve):" TO RPT-LABEL.
           MOVE CRV-SOLVES TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           IF OTHER-SOLVES IS GREATER THAN 0 THEN
               MOVE "  other:" TO RPT-LABEL
               MOVE OTHER-SOLVES TO RPT-COUNT-EDIT
           MOVE "  Total solves:" TO RPT-LABEL.
           MOVE TOTAL-SOLVES TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  Voided solves (excluded):" TO RPT-LABEL.
           MOVE VOIDED-SOLVES TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.

           IF EXTREME-FOUND THEN
               MOVE "Largest triangle" TO RPT-LABEL
                   ")" DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       800-RETURN-OUTCOME.
      *    The solves reported and the voids left out go back as
      *    the counts.
           MOVE TOTAL-SOLVES TO EOD-COUNT-1.
           MOVE VOIDED-SOLVES TO EOD-COUNT-2.
           MOVE ZERO TO EOD-COUNT-3.
           IF RUN-COMPLETE THEN
               MOVE "0" TO EOD-STEP-STATUS
               MOVE "Audit activity report written to AUDITRPT.RPT."
                   TO EOD-STEP-MESSAGE
           ELSE
               MOVE "8" TO EOD-STEP-STATUS
               MOVE "Report not written; see the console."
                   TO EOD-STEP-MESSAGE
           END-IF.
