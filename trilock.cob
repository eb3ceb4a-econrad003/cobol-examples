       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TRILOCK".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. The posting lock, CALLed by every program that
      *    takes a solve serial from TRICTL.DAT or writes TRIMAST.DAT
      *    or EXPORT.DAT, so that operators at several terminals
      *    can solve at once without two sessions taking the same
      *    serial, one session's records landing in the middle of
      *    another's, or EXPSTAGE rewriting EXPORT.DAT underneath a
      *    solver appending to it.
      *
      *    The lock is the file TRILOCK.DAT held open for exclusive
      *    use: the session that has it open holds the lock, and
      *    the system lets it go when the file is closed or the
      *    session ends, so a session that dies while posting
      *    never leaves the lock stuck.  A session that finds the
      *    lock held waits a second and tries again, up to
      *    LOCK-RETRY-LIMIT times, and then gives up with a message
      *    naming the session in the way.  The holder writes its
      *    program, job, user, and the time it took the lock to
      *    TRIHOLD.DAT (not itself locked) for that message.
      *
      *    The caller fills TRILOCK-PARMS (see lockparm.cpy); a
      *    session asks for the lock once per posting and releases
      *    it straight after.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "TRILOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT HOLDER-FILE ASSIGN TO "TRIHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
      * Never written; only holding the file open matters
       01  LOCK-RECORD                  PIC X(1).

       FD  HOLDER-FILE.
      * The session holding (or last to hold) the lock
       01  HOLDER-RECORD.
           02  HOLDER-PROGRAM           PIC X(8).
           02  FILLER                   PIC X(1).
           02  HOLDER-JOB-NO            PIC X(8).
           02  FILLER                   PIC X(1).
           02  HOLDER-USER              PIC X(8).
           02  FILLER                   PIC X(1).
           02  HOLDER-TIMESTAMP         PIC X(14).

       WORKING-STORAGE SECTION.
      * File status
       77  LOCK-FILE-STATUS             PIC X(2).
           88  LOCK-FILE-OK                 VALUE "00".
           88  LOCK-FILE-MISSING            VALUE "35".
           88  LOCK-FILE-BUSY               VALUE "61".
       77  HOLDER-FILE-STATUS           PIC X(2).
           88  HOLDER-FILE-OK               VALUE "00".

      * Set while this session has the lock file open
       77  LOCK-HELD-SW                 PIC X VALUE "N".
           88  LOCK-HELD                    VALUE "Y".

      * Waiting: one-second pauses, about fifteen seconds in all,
      * before the caller is told to try again later
       77  LOCK-TRIES                   PIC 9(2) VALUE ZERO.
       77  LOCK-RETRY-LIMIT             PIC 9(2) VALUE 15.
       77  LOCK-WAIT-SECONDS            PIC 9(4) COMP VALUE 1.

      * Identity of this session, and of the holder as read back
       77  SESSION-USER                 PIC X(8).
       77  SESSION-TIMESTAMP            PIC X(21).
       77  HOLDER-TEXT                  PIC X(60).
       77  HOLDER-POINTER               PIC 9(3).

       LINKAGE SECTION.
       COPY "lockparm.cpy".

       PROCEDURE DIVISION USING TRILOCK-PARMS.
       000-MAIN.
           IF TRILOCK-RELEASE THEN
               PERFORM 300-RELEASE-LOCK
           ELSE
               PERFORM 100-ACQUIRE-LOCK THRU 100-ACQUIRE-LOCK-EXIT
           END-IF.
           GOBACK.

       100-ACQUIRE-LOCK.
           MOVE SPACES TO TRILOCK-MESSAGE.
           MOVE "0" TO TRILOCK-RESULT.
      *    A session already holding the lock keeps it.
           IF LOCK-HELD THEN
               GO TO 100-ACQUIRE-LOCK-EXIT
           END-IF.
           MOVE ZERO TO LOCK-TRIES.
       110-TRY-LOCK.
           OPEN EXTEND LOCK-FILE.
           IF LOCK-FILE-OK THEN
               GO TO 120-LOCK-TAKEN
           END-IF.
      *    The first posting on a new system creates the lock file.
           IF LOCK-FILE-MISSING THEN
               OPEN OUTPUT LOCK-FILE
               IF NOT LOCK-FILE-OK THEN
                   GO TO 130-LOCK-FILE-ERROR
               END-IF
               CLOSE LOCK-FILE
               GO TO 110-TRY-LOCK
           END-IF.
           IF NOT LOCK-FILE-BUSY THEN
               GO TO 130-LOCK-FILE-ERROR
           END-IF.
           ADD 1 TO LOCK-TRIES.
           PERFORM 200-READ-HOLDER THRU 200-READ-HOLDER-EXIT.
           IF LOCK-TRIES IS GREATER THAN LOCK-RETRY-LIMIT THEN
               MOVE "4" TO TRILOCK-RESULT
               STRING "In use by " DELIMITED BY SIZE
                       HOLDER-TEXT DELIMITED BY SIZE
                   INTO TRILOCK-MESSAGE
               GO TO 100-ACQUIRE-LOCK-EXIT
           END-IF.
           IF LOCK-TRIES = 1 THEN
               DISPLAY "Waiting for " FUNCTION TRIM(HOLDER-TEXT)
                   " to finish posting..."
           END-IF.
           CALL "C$SLEEP" USING LOCK-WAIT-SECONDS.
           GO TO 110-TRY-LOCK.

       120-LOCK-TAKEN.
           MOVE "Y" TO LOCK-HELD-SW.
           ACCEPT SESSION-USER FROM ENVIRONMENT "USER".
           MOVE CURRENT-DATE TO SESSION-TIMESTAMP.
           OPEN OUTPUT HOLDER-FILE.
           IF HOLDER-FILE-OK THEN
               MOVE SPACES TO HOLDER-RECORD
               MOVE TRILOCK-PROGRAM TO HOLDER-PROGRAM
               MOVE TRILOCK-JOB-NO TO HOLDER-JOB-NO
               MOVE SESSION-USER TO HOLDER-USER
               MOVE SESSION-TIMESTAMP(1:14) TO HOLDER-TIMESTAMP
               WRITE HOLDER-RECORD
               CLOSE HOLDER-FILE
           END-IF.
           GO TO 100-ACQUIRE-LOCK-EXIT.

       130-LOCK-FILE-ERROR.
           MOVE "8" TO TRILOCK-RESULT.
           STRING "Unable to open TRILOCK.DAT, status = "
                       DELIMITED BY SIZE
                   LOCK-FILE-STATUS DELIMITED BY SIZE
               INTO TRILOCK-MESSAGE.
       100-ACQUIRE-LOCK-EXIT.
           EXIT.

       200-READ-HOLDER.
      *    Names the session in the way for the waiting and timeout
      *    messages: "SSS job J1234 (user ann) since 14:02:11".
           MOVE "another session" TO HOLDER-TEXT.
           OPEN INPUT HOLDER-FILE.
           IF NOT HOLDER-FILE-OK THEN
               GO TO 200-READ-HOLDER-EXIT
           END-IF.
           READ HOLDER-FILE
               AT END
                   MOVE SPACES TO HOLDER-RECORD
           END-READ.
           CLOSE HOLDER-FILE.
           IF HOLDER-PROGRAM = SPACES THEN
               GO TO 200-READ-HOLDER-EXIT
           END-IF.
           MOVE SPACES TO HOLDER-TEXT.
           MOVE 1 TO HOLDER-POINTER.
           STRING HOLDER-PROGRAM DELIMITED BY SPACE
               INTO HOLDER-TEXT
               WITH POINTER HOLDER-POINTER.
           IF HOLDER-JOB-NO NOT = SPACES THEN
               STRING " job " DELIMITED BY SIZE
                       HOLDER-JOB-NO DELIMITED BY SPACE
                   INTO HOLDER-TEXT
                   WITH POINTER HOLDER-POINTER
           END-IF.
           IF HOLDER-USER NOT = SPACES THEN
               STRING " (user " DELIMITED BY SIZE
                       HOLDER-USER DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                   INTO HOLDER-TEXT
                   WITH POINTER HOLDER-POINTER
           END-IF.
           STRING " since " DELIMITED BY SIZE
                   HOLDER-TIMESTAMP(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   HOLDER-TIMESTAMP(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   HOLDER-TIMESTAMP(13:2) DELIMITED BY SIZE
               INTO HOLDER-TEXT
               WITH POINTER HOLDER-POINTER.
       200-READ-HOLDER-EXIT.
           EXIT.

       300-RELEASE-LOCK.
           IF LOCK-HELD THEN
               CLOSE LOCK-FILE
               MOVE "N" TO LOCK-HELD-SW
           END-IF.
           MOVE "0" TO TRILOCK-RESULT.
           MOVE SPACES TO TRILOCK-MESSAGE.
