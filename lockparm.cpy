      * Parameter block for TRILOCK, the posting lock shared by
      * every program that takes a solve serial from TRICTL.DAT or
      * writes TRIMAST.DAT or EXPORT.DAT.  The caller asks for the
      * lock before it posts and hands it back as soon as it has
      * finished, so operators at different terminals cannot take
      * the same serial or interleave their records with an
      * EXPSTAGE rewrite of the export file.
       01  TRILOCK-PARMS.
      * Inputs: the request, and who is asking -- the program and
      * the job it is posting to -- so that a session kept waiting
      * can be told who holds the lock.
           02  TRILOCK-REQUEST          PIC X(1).
               88  TRILOCK-ACQUIRE          VALUE "A".
               88  TRILOCK-RELEASE          VALUE "R".
           02  TRILOCK-PROGRAM          PIC X(8).
           02  TRILOCK-JOB-NO           PIC X(8).
      * Outputs: granted, still held elsewhere when the wait ran
      * out, or the lock file itself could not be used; on either
      * failure the message names the holder or the file status
      * for the caller to show.
           02  TRILOCK-RESULT           PIC X(1).
               88  TRILOCK-GRANTED          VALUE "0".
               88  TRILOCK-TIMED-OUT        VALUE "4".
               88  TRILOCK-FAILED           VALUE "8".
           02  TRILOCK-MESSAGE          PIC X(72).
