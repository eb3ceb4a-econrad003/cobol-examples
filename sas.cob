               RECORD KEY IS MAST-SERIAL
               ALTERNATE RECORD KEY IS MAST-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT TRICTL-FILE ASSIGN TO "TRICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  AUDIT-RECORD                 PIC X(152).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  MASTER-FILE.
       COPY "trimast.cpy".
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
           PERFORM 600-SOLVE-ONE THRU 600-SOLVE-ONE-EXIT.
           CLOSE MASTER-FILE.
           GOBACK.

           PERFORM 200-LAW-OF-COSINES-ANGLE.
           MOVE ZETA TO BETA.

           DISPLAY "Solution:".
           PERFORM 430-SHOW-SOLUTION.
           PERFORM 930-POST-SOLVE THRU 930-POST-SOLVE-EXIT.

           PERFORM 650-SOLVE-ANOTHER.
           IF AGAIN-ANSWER THEN
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
           MOVE "SAS" TO TRILOCK-PROGRAM.
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
