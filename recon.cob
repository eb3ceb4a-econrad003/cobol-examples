      *    with no audit line, and count totals by solver that tie
      *    out.  It is written to RECON.RPT.
      *
      *    A void in TRIVOID writes its own audit line and CXL
      *    cancellation record as a pair, so voids reconcile like
      *    any solve and are counted on a line of their own; the
      *    voided solve's original pair still matches as before.
      *
      *    The audit line and the export record are stamped by two
      *    separate clock reads, so a pair can straddle a second
      *    boundary.  Matching therefore runs in two passes: first
      *    archive joins the export side of the match when it is
      *    present.
      *
      *    The end-of-day controller EODRUN calls the RECONP entry
      *    with the business date as both ends of the period, and
      *    is told whether the files tied out, with the matched and
      *    unmatched counts, so it can hold the export extract when
      *    they do not.
      *
      *    An audit line is fixed through the sides -- timestamp in
      *    columns 1-21, solver tag in 23-25, and the three sides as
      *    edited values in 29-39, 43-53, and 57-67 (the layout
           02  AUDIT-IN-REST            PIC X(85).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(319).

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(100).
      * compares: 14 characters is to the second, 8 is to the day
       77  MATCH-TS-LEN                 PIC 9(2).

      * Counts by solver: the seven known tags, the CXL void
      * cancellations, and a catch-all, tallied separately for
      * audit lines, export records, and matched pairs so the
      * totals tie out side by side
       77  TAG-IX                       PIC 9(2) COMP.
       77  TAG-FOUND-IX                 PIC 9(2) COMP.
       01  TAG-TABLE.
           02  TAG-ENTRY OCCURS 9 TIMES.
               03  TAG-NAME             PIC X(5).
               03  TAG-AUD-COUNT        PIC 9(6).
               03  TAG-EXP-COUNT        PIC 9(6).
       77  RPT-POINTER                  PIC 9(3).
       77  SIDE-EDIT                    PIC -(5)9.9(4).

      * Set when the run got as far as writing the report; an
      * end-of-day run that stops short is reported as failed
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
           PERFORM 130-GET-FROM-DATE.
           PERFORM 140-GET-TO-DATE.
           GO TO 020-RUN.

       010-EOD-ENTRY.
      *    EODRUN enters here with the period already set.
       ENTRY "RECONP" USING EOD-PARMS.
           MOVE "Y" TO PARMS-PASSED-SW.
           MOVE EOD-FROM-DATE TO FROM-DATE.
           MOVE EOD-TO-DATE TO TO-DATE.

       020-RUN.
           PERFORM 500-RUN-RECON THRU 500-RUN-RECON-EXIT.
           IF PARMS-PASSED THEN
               PERFORM 800-RETURN-OUTCOME
           END-IF.
           GOBACK.

       130-GET-FROM-DATE.
           END-IF.
           PERFORM 600-WRITE-REPORT.
           CLOSE REPORT-FILE.
           MOVE "Y" TO RUN-COMPLETE-SW.
           DISPLAY "Reconciliation report written to RECON.RPT".
       500-RUN-RECON-EXIT.
           EXIT.
           MOVE "ASA"   TO TAG-NAME(3).
           MOVE "SSA"   TO TAG-NAME(4).
           MOVE "VTX"   TO TAG-NAME(5).
           MOVE "TRV"   TO TAG-NAME(6).
           MOVE "CRV"   TO TAG-NAME(7).
           MOVE "CXL"   TO TAG-NAME(8).
           MOVE "other" TO TAG-NAME(9).
           PERFORM 110-CLEAR-TAG-ENTRY
               VARYING TAG-IX FROM 1 BY 1
               UNTIL TAG-IX IS GREATER THAN 9.

       110-CLEAR-TAG-ENTRY.
           MOVE ZERO TO TAG-AUD-COUNT(TAG-IX).
      *    Resolves the three-letter tag in TAG-WANTED to its slot
      *    in the tag table; anything unrecognized lands in the
      *    catch-all last slot.
           MOVE 9 TO TAG-FOUND-IX.
           PERFORM 125-CHECK-TAG
               VARYING TAG-IX FROM 1 BY 1
               UNTIL TAG-IX IS GREATER THAN 8.

       125-CHECK-TAG.
           IF TAG-NAME(TAG-IX) = TAG-WANTED THEN
           PERFORM 630-SHOW-TAG-COUNTS
               THRU 630-SHOW-TAG-COUNTS-DONE
               VARYING TAG-IX FROM 1 BY 1
               UNTIL TAG-IX IS GREATER THAN 9.

           MOVE "Totals:" TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE "  Matched pairs:" TO RPT-LABEL.
           MOVE TOTAL-MATCHED TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  of which voids (CXL):" TO RPT-LABEL.
           MOVE TAG-MATCH-COUNT(8) TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  Audit lines unmatched:" TO RPT-LABEL.
           MOVE UNMATCHED-AUD TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           EXIT.

       630-SHOW-TAG-COUNTS.
           IF TAG-IX = 9 AND TAG-AUD-COUNT(9) = 0 AND
                   TAG-EXP-COUNT(9) = 0 THEN
               GO TO 630-SHOW-TAG-COUNTS-DONE
           END-IF.
           MOVE SPACES TO SHOW-LINE-TEXT.
                   RPT-COUNT-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       800-RETURN-OUTCOME.
      *    Matched pairs and the unmatched audit lines and export
      *    records go back as the three counts.  Anything left
      *    unmatched, or a partial report, is an exception for the
      *    operator rather than a failure of the run.
           MOVE TOTAL-MATCHED TO EOD-COUNT-1.
           MOVE UNMATCHED-AUD TO EOD-COUNT-2.
           MOVE UNMATCHED-EXP TO EOD-COUNT-3.
           IF NOT RUN-COMPLETE THEN
               MOVE "8" TO EOD-STEP-STATUS
               MOVE "Reconciliation did not run; see the console."
                   TO EOD-STEP-MESSAGE
           ELSE
               IF AUD-OVERFLOW OR EXP-OVERFLOW THEN
                   MOVE "4" TO EOD-STEP-STATUS
                   MOVE "RECON.RPT is PARTIAL; no tie-out drawn."
                       TO EOD-STEP-MESSAGE
               ELSE
                   IF UNMATCHED-AUD = 0 AND UNMATCHED-EXP = 0 THEN
                       MOVE "0" TO EOD-STEP-STATUS
                       MOVE "The files tie out."
                           TO EOD-STEP-MESSAGE
                   ELSE
                       MOVE "4" TO EOD-STEP-STATUS
                       MOVE "The files DO NOT tie out; see RECON.RPT."
                           TO EOD-STEP-MESSAGE
                   END-IF
               END-IF
           END-IF.
