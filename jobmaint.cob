      *    add a job, change its client name, close it, or reopen
      *    it.  MENU validates the session's active job against
      *    this file, so a job must be added here before any
      *    solving can be booked to it.  Closing a job offers to
      *    print its closeout package (JOBCLOSE, CLOSEOUT.RPT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WANTED-JOB-NO                PIC X(8).
       77  NEW-CLIENT-NAME              PIC X(30).

       77  PACKAGE-SW                   PIC X VALUE SPACE.
           88  VALID-PACKAGE-SW             VALUES "y", "n".
           88  PACKAGE-ANSWER               VALUE "y".

      * Passed to JOBCLOSE for the closeout package
       COPY "closparm.cpy".

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-OPEN-JOBMAST.
                   GO TO 500-CLOSE-JOB-EXIT
           END-REWRITE.
           DISPLAY "  job " WANTED-JOB-NO " closed.".
           PERFORM 510-OFFER-PACKAGE.
       500-CLOSE-JOB-EXIT.
           EXIT.

       510-OFFER-PACKAGE.
      *    The package goes to the project manager with the job;
      *    JOBCLOSE can also be run on its own for a reprint.
           DISPLAY "Print the closeout package for job "
               WANTED-JOB-NO "? (y/n)".
           ACCEPT PACKAGE-SW.
           IF NOT VALID-PACKAGE-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 510-OFFER-PACKAGE
           END-IF.
           IF PACKAGE-ANSWER THEN
               MOVE JOB-NO TO CLOSEOUT-JOB-NO
               MOVE JOB-CLIENT-NAME TO CLOSEOUT-CLIENT-NAME
               MOVE JOB-STATUS TO CLOSEOUT-JOB-STATUS
               CALL "JOBCLSP" USING CLOSEOUT-PARMS
               IF NOT CLOSEOUT-WRITTEN THEN
                   DISPLAY "  the closeout package was not printed."
               END-IF
           END-IF.

       600-REOPEN-JOB.
           PERFORM 250-GET-JOB-NO.
           PERFORM 260-READ-JOB.
