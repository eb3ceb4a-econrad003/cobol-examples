      * Point master record, one per coordinate point of a client
      * job, kept in PTMAST.DAT (indexed) and keyed by the job
      * number and the point number, so point 101 on one job and
      * point 101 on another are different points.  PTLOAD loads
      * the total station download into it for a job, PTMAINT
      * adds, changes, deletes, and lists points, TRAVERSE posts
      * its adjusted stations to it, VERTEX looks points up in it
      * by key under the session's active job, and GRIDXFRM reads
      * a job's points to put them on the county grid.  The
      * coordinates are in the unit of the survey, as the download
      * carries them.  The source code says where the coordinates
      * came from, and the date is that of the last add or change.
       01  POINT-MASTER-RECORD.
           02  PTM-KEY.
               03  PTM-JOB-NO           PIC X(8).
               03  PTM-POINT-NO         PIC 9(5).
           02  PTM-X                    PIC S9(5)V9(4)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  PTM-Y                    PIC S9(5)V9(4)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  PTM-DESC                 PIC X(20).
           02  PTM-SOURCE               PIC X(1).
               88  PTM-DOWNLOADED           VALUE "D".
               88  PTM-KEYED                VALUE "K".
               88  PTM-ADJUSTED             VALUE "A".
           02  PTM-DATE-CHANGED         PIC X(8).
