      * Triangle history master record, one per solution, kept in
      * TRIMAST.DAT (indexed) and keyed by the solve serial number;
      * the solve date carries an alternate key so a ranged report
      * can START at its period instead of scanning the history,
      * and the job number carries one so a job's solves can be
      * read directly (the JOBCLOSE closeout package).
      * The area (in square feet), shape, and kind are stored as
      * computed at solve time, so reporting never rebuilds them
      * from the sides.  The sides are in the unit entered, with
      * the unit code alongside.  A posted field traverse (solver
      * TRV) is recorded the same way, its sides being the
      * perimeter, the linear misclosure, and the number of legs,
      * and its area the enclosed area of the adjusted traverse.
      * A circular curve (solver CRV) carries its radius, arc
      * length, and chord as its sides, the segment between the
      * arc and the chord as its area, "curve" as its shape, and
      * the way it turns (right or left, spaces when no back
      * tangent was given) as its kind.
      * TRICTL.DAT, a one-record control file, holds the last
      * serial number assigned.
      * A solve found to be mis-keyed is voided by TRIVOID rather
      * than deleted: the void code, reason, operator, and date
      * are set, and the serial of the corrected re-solve is
      * carried when there is one (zero when not).  Reporting and
      * billing pass over voided records.  A solver writing a new
      * record leaves the void fields spaces and zero.
       01  MASTER-RECORD.
           02  MAST-SERIAL              PIC 9(9).
           02  MAST-DATE                PIC X(8).
           02  MAST-KIND                PIC X(6).
           02  MAST-UNIT                PIC X(1).
           02  MAST-JOB-NO              PIC X(8).
           02  MAST-VOID-INFO.
               03  MAST-VOID-CODE       PIC X(1).
                   88  MAST-VOIDED          VALUE "V".
               03  MAST-VOID-REASON     PIC X(2).
               03  MAST-VOID-OPERATOR   PIC X(8).
               03  MAST-VOID-DATE       PIC X(8).
               03  MAST-CORRECTED-SERIAL
                                        PIC 9(9).
