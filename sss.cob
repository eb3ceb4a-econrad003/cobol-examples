               RECORD KEY IS MAST-SERIAL
               ALTERNATE RECORD KEY IS MAST-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT TRICTL-FILE ASSIGN TO "TRICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
      *    Reason codes:  NP - a side is not positive
      *                   TI - the triangle inequality is violated
      *                   OV - arithmetic overflow
      *                   LK - not posted: the posting lock or a
      *                        posting file was not available
      *                   NF - not fully posted: the history master
      *                        record was written but its audit line
      *                        or export record was not
       01  REJECT-RECORD.
           02  REJECT-SIDES             PIC X(28).
           02  FILLER                   PIC X(1).
       01  AUDIT-RECORD                 PIC X(152).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  MASTER-FILE.
       COPY "trimast.cpy".
       01  TRICTL-RECORD                PIC 9(9).

       FD  CHECKPT-FILE.
       01  CHECKPT-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       77  X                            PIC S9(5)V9(8)
       77  REJECT-NP-COUNT              PIC 9(6) VALUE ZERO.
       77  REJECT-TI-COUNT              PIC 9(6) VALUE ZERO.
       77  REJECT-OV-COUNT              PIC 9(6) VALUE ZERO.
       77  REJECT-LK-COUNT              PIC 9(6) VALUE ZERO.
       77  REJECT-NF-COUNT              PIC 9(6) VALUE ZERO.
       77  CTL-LABEL                    PIC X(34).
       77  CTL-COUNT-EDIT               PIC Z(5)9.

           02  CHKPT-REJECT-NP-COUNT    PIC 9(6).
           02  CHKPT-REJECT-TI-COUNT    PIC 9(6).
           02  CHKPT-REJECT-OV-COUNT    PIC 9(6).
           02  CHKPT-REJECT-LK-COUNT    PIC 9(6).
           02  CHKPT-REJECT-NF-COUNT    PIC 9(6).

      * Parcel grouping.  Areas accumulate in square feet (the unit
      * of TRI-AREA) regardless of the unit on each detail record.
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
           PERFORM 130-APPLY-SESSION-PREFS.

       020-RUN.
           PERFORM 915-OPEN-MASTER.
           PERFORM 050-SELECT-MODE.
           IF BATCH-MODE THEN
                   PERFORM 600-INTERACTIVE-RUN
               END-IF
           END-IF.
           CLOSE MASTER-FILE.
           GOBACK.

           MOVE ZERO TO REJECT-NP-COUNT.
           MOVE ZERO TO REJECT-TI-COUNT.
           MOVE ZERO TO REJECT-OV-COUNT.
           MOVE ZERO TO REJECT-LK-COUNT.
           MOVE ZERO TO REJECT-NF-COUNT.
           MOVE ZERO TO GRAND-TRI-COUNT.
           MOVE ZERO TO GRAND-TOTAL-AREA.
           MOVE ZERO TO PARCEL-TRI-COUNT.
           MOVE CHKPT-REJECT-NP-COUNT TO REJECT-NP-COUNT.
           MOVE CHKPT-REJECT-TI-COUNT TO REJECT-TI-COUNT.
           MOVE CHKPT-REJECT-OV-COUNT TO REJECT-OV-COUNT.
      *    A checkpoint written before the posting counts were kept
      *    reads them as spaces.
           IF CHKPT-REJECT-LK-COUNT IS NUMERIC THEN
               MOVE CHKPT-REJECT-LK-COUNT TO REJECT-LK-COUNT
           END-IF.
           IF CHKPT-REJECT-NF-COUNT IS NUMERIC THEN
               MOVE CHKPT-REJECT-NF-COUNT TO REJECT-NF-COUNT
           END-IF.
           PERFORM 584-SKIP-SIDES-RECORD CHKPT-RECNO TIMES.
           MOVE CHKPT-RECNO TO CTL-COUNT-EDIT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           MOVE REJECT-NP-COUNT TO CHKPT-REJECT-NP-COUNT.
           MOVE REJECT-TI-COUNT TO CHKPT-REJECT-TI-COUNT.
           MOVE REJECT-OV-COUNT TO CHKPT-REJECT-OV-COUNT.
           MOVE REJECT-LK-COUNT TO CHKPT-REJECT-LK-COUNT.
           MOVE REJECT-NF-COUNT TO CHKPT-REJECT-NF-COUNT.
           OPEN OUTPUT CHECKPT-FILE.
           IF NOT CHECKPT-FILE-OK THEN
               DISPLAY "Warning: unable to write checkpoint, "
           PERFORM 200-LAW-OF-COSINES.
           MOVE ZETA TO BETA.

           MOVE "Solution:" TO SHOW-LINE-TEXT.
           PERFORM 450-SHOW-LINE.
           PERFORM 430-SHOW-SOLUTION.
           PERFORM 930-POST-SOLVE THRU 930-POST-SOLVE-EXIT.
           IF NOT SOLVE-POSTED THEN
               IF SOLVE-PARTIAL THEN
                   MOVE "NF" TO REJECT-REASON-CODE
               ELSE
                   MOVE "LK" TO REJECT-REASON-CODE
               END-IF
               IF BATCH-MODE THEN
                   PERFORM 460-WRITE-REJECT
               END-IF
               GO TO 400-SOLVE-TRIANGLE-EXIT
           END-IF.
           MOVE "Y" TO SOLVE-OK-SW.

       400-SOLVE-TRIANGLE-EXIT.
                   IF REJECT-REASON-CODE = "TI" THEN
                       ADD 1 TO REJECT-TI-COUNT
                   ELSE
                       PERFORM 465-COUNT-POSTING-REJECT
                   END-IF
               END-IF
               MOVE "Y" TO RECORD-REJECTED-SW
           END-IF.

       465-COUNT-POSTING-REJECT.
           IF REJECT-REASON-CODE = "LK" THEN
               ADD 1 TO REJECT-LK-COUNT
           ELSE
               IF REJECT-REASON-CODE = "NF" THEN
                   ADD 1 TO REJECT-NF-COUNT
               ELSE
                   ADD 1 TO REJECT-OV-COUNT
               END-IF
           END-IF.

       570-WRITE-CONTROL-SUMMARY.
      *    Ties the run out for operations: every input record is
      *    accounted for as a parcel record, a solved detail, or a
           MOVE "    OV - arithmetic overflow:" TO CTL-LABEL.
           MOVE REJECT-OV-COUNT TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.
           MOVE "    LK - not posted:" TO CTL-LABEL.
           MOVE REJECT-LK-COUNT TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.
           MOVE "    NF - not fully posted:" TO CTL-LABEL.
           MOVE REJECT-NF-COUNT TO CTL-COUNT-EDIT.
           PERFORM 575-SHOW-CONTROL-COUNT.

       575-SHOW-CONTROL-COUNT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           MOVE TRIOUT-KIND TO MAST-KIND.
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
           MOVE "SSS" TO TRILOCK-PROGRAM.
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
                   PERFORM 900-WRITE-AUDIT
                   IF AUDIT-FILE-OK THEN
                       PERFORM 910-WRITE-EXPORT
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
