       IDENTIFICATION DIVISION.
       PROGRAM-ID. "JOBCLOSE".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. The job closeout package: everything done on
      *    one client job, gathered into CLOSEOUT.RPT for the
      *    project manager when the job is closed.
      *        - every solve on the job from the history master
      *          TRIMAST.DAT, in date order, with its sides, area,
      *          shape, and kind (voided solves are listed, marked,
      *          and left out of the totals);
      *        - the solves and area by solver, and the total area
      *          in square feet and acres;
      *        - the amounts billed, by TRIBILL period, from the
      *          invoice register INVREG.DAT (superseded invoices
      *          are counted but not totaled);
      *        - the EXPSTAGE transfer batches the job's export
      *          records went out to CAD in, from EXPORT.DAT and
      *          the archive EXPORT.ARC, with any record still
      *          unsent flagged.
      *    The history master and the invoice register are read
      *    along their job-number alternate keys, so only the job's
      *    own records are touched; the export files, being line
      *    sequential, are read through.
      *
      *    Run on its own the program asks for the job.  JOBMAINT
      *    calls the JOBCLSP entry to print the package when a job
      *    is closed (see closparm.cpy).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "TRIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-SERIAL
               ALTERNATE RECORD KEY IS MAST-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT INVREG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NO
               ALTERNATE RECORD KEY IS INV-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS INVREG-FILE-STATUS.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-NO
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "EXPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "EXPORT.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CLOSEOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY "trimast.cpy".

       FD  INVREG-FILE.
       COPY "invreg.cpy".

       FD  JOBMAST-FILE.
       COPY "jobmast.cpy".

       FD  EXPORT-FILE.
       01  EXPORT-RECORD                PIC X(319).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(319).

       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
      * File status and end-of-file
       77  MASTER-FILE-STATUS           PIC X(2).
           88  MASTER-FILE-OK               VALUE "00".
       77  INVREG-FILE-STATUS           PIC X(2).
           88  INVREG-FILE-OK               VALUE "00".
       77  JOBMAST-FILE-STATUS          PIC X(2).
           88  JOBMAST-FILE-OK              VALUE "00".
       77  EXPORT-FILE-STATUS           PIC X(2).
           88  EXPORT-FILE-OK               VALUE "00".
       77  ARCHIVE-FILE-STATUS          PIC X(2).
           88  ARCHIVE-FILE-OK              VALUE "00".
       77  REPORT-FILE-STATUS           PIC X(2).
           88  REPORT-FILE-OK               VALUE "00".
       77  MASTER-EOF-SW                PIC X VALUE "N".
           88  MASTER-EOF                   VALUE "Y".
       77  INVREG-EOF-SW                PIC X VALUE "N".
           88  INVREG-EOF                   VALUE "Y".
       77  EXPORT-EOF-SW                PIC X VALUE "N".
           88  EXPORT-EOF                   VALUE "Y".

      * The job reported on
       77  REPORT-JOB-NO                PIC X(8) VALUE SPACES.
       77  REPORT-CLIENT-NAME           PIC X(30) VALUE SPACES.
       77  REPORT-JOB-STATUS            PIC X(1) VALUE SPACE.
           88  REPORT-JOB-CLOSED            VALUE "C".

      * The export record layout shared with the solvers
       COPY "triexp.cpy".

      * The job's solves, filed in date order as they are read
      * (date, time, then serial) so the listing needs no sort
       77  SOLVE-COUNT                  PIC 9(4) VALUE ZERO.
       77  SOLVE-IX                     PIC 9(4) COMP.
       77  SOLVES-NOT-SHOWN             PIC 9(6) VALUE ZERO.
       01  NEW-ORDER-KEY.
           02  NEW-ORDER-DATE           PIC X(8).
           02  NEW-ORDER-TIME           PIC X(6).
           02  NEW-ORDER-SERIAL         PIC 9(9).
       01  SOLVE-TABLE.
           02  SOLVE-ENTRY OCCURS 1000 TIMES.
               03  SLV-ORDER-KEY.
                   04  SLV-DATE         PIC X(8).
                   04  SLV-TIME         PIC X(6).
                   04  SLV-SERIAL       PIC 9(9).
               03  SLV-SOLVER           PIC X(3).
               03  SLV-SIDE-A           PIC S9(5)V9(4).
               03  SLV-SIDE-B           PIC S9(5)V9(4).
               03  SLV-SIDE-C           PIC S9(5)V9(4).
               03  SLV-AREA             PIC S9(9)V9(4).
               03  SLV-SHAPE            PIC X(11).
               03  SLV-KIND             PIC X(6).
               03  SLV-UNIT             PIC X(1).
               03  SLV-VOID-CODE        PIC X(1).
                   88  SLV-VOIDED           VALUE "V".

      * Solves and area by solver tag; anything unrecognized is
      * counted under "other"
       77  TAG-IX                       PIC 9(2) COMP.
       77  TAG-FOUND-IX                 PIC 9(2) COMP.
       01  TAG-TABLE.
           02  TAG-ENTRY OCCURS 8 TIMES.
               03  TAG-NAME             PIC X(5).
               03  TAG-LABEL            PIC X(34).
               03  TAG-SOLVES           PIC 9(6).
               03  TAG-AREA             PIC S9(11)V9(4).
       77  TAG-WANTED                   PIC X(3).

      * Job totals
       77  LIVE-SOLVES                  PIC 9(6) VALUE ZERO.
       77  VOIDED-SOLVES                PIC 9(6) VALUE ZERO.
       77  TOTAL-AREA                   PIC S9(11)V9(4) VALUE ZERO.
       77  SQ-FEET-PER-ACRE             PIC 9(5) VALUE 43560.
       77  ACRE-VALUE                   PIC S9(7)V9(4).

      * The job's live invoices, filed in period order as they are
      * read off the register's job key
       77  INVREG-AVAILABLE-SW          PIC X VALUE "N".
           88  INVREG-AVAILABLE             VALUE "Y".
       77  BILL-COUNT                   PIC 9(3) VALUE ZERO.
       77  BILL-IX                      PIC 9(3) COMP.
       77  BILLS-NOT-SHOWN              PIC 9(6) VALUE ZERO.
       77  SUPERSEDED-COUNT             PIC 9(6) VALUE ZERO.
       77  NEW-BILL-KEY                 PIC X(13).
       01  BILL-TABLE.
           02  BILL-ENTRY OCCURS 200 TIMES.
               03  BILL-ORDER-KEY.
                   04  BILL-PERIOD      PIC X(6).
                   04  BILL-INVOICE-NO  PIC 9(7).
               03  BILL-DATE            PIC X(8).
               03  BILL-SOLVES          PIC 9(6).
               03  BILL-AMOUNT          PIC S9(7)V9(2).
               03  BILL-PAID            PIC S9(7)V9(2).
       77  BILLED-TOTAL                 PIC S9(9)V9(2) VALUE ZERO.
       77  PAID-TOTAL                   PIC S9(9)V9(2) VALUE ZERO.

      * The job's transfer batches, filed in batch order, and its
      * export records not yet sent to CAD
       77  BATCH-COUNT                  PIC 9(3) VALUE ZERO.
       77  BATCH-IX                     PIC 9(3) COMP.
       77  BATCH-FOUND-IX               PIC 9(3) COMP.
       77  BATCHES-NOT-SHOWN            PIC 9(6) VALUE ZERO.
       01  BATCH-TABLE.
           02  BATCH-ENTRY OCCURS 200 TIMES.
               03  BAT-NO               PIC 9(6).
               03  BAT-RECORDS          PIC 9(6).
               03  BAT-CANCELS          PIC 9(6).
               03  BAT-WHERE            PIC X(10).
       77  SENT-COUNT                   PIC 9(6) VALUE ZERO.
       77  UNSENT-COUNT                 PIC 9(6) VALUE ZERO.
       77  UNSENT-IX                    PIC 9(3) COMP.
       77  UNSENT-NOT-SHOWN             PIC 9(6) VALUE ZERO.
       01  UNSENT-TABLE.
           02  UNSENT-ENTRY OCCURS 200 TIMES.
               03  UNS-TIMESTAMP        PIC X(21).
               03  UNS-CASE             PIC X(3).
               03  UNS-SOLUTION-NO      PIC 9(1).
      * Which file the export record being counted came from
       77  EXPORT-WHERE                 PIC X(10).

      * Report lines and page control
       77  PAGE-NO                      PIC 9(4) VALUE ZERO.
       77  LINE-NO                      PIC 9(2) VALUE 99.
       77  PAGE-LIMIT                   PIC 9(2) VALUE 60.
       77  PAGE-NO-EDIT                 PIC Z(3)9.
       77  RUN-STAMP                    PIC X(21).
       77  HDG-LINE-TEXT                PIC X(100).
       77  SHOW-LINE-TEXT               PIC X(100).
       77  RPT-LABEL                    PIC X(34).
       77  RPT-COUNT-EDIT               PIC Z(5)9.
       77  SIDE-A-EDIT                  PIC Z(4)9.9(4).
       77  SIDE-B-EDIT                  PIC Z(4)9.9(4).
       77  SIDE-C-EDIT                  PIC Z(4)9.9(4).
       77  AREA-EDIT                    PIC Z(8)9.99.
       77  TOTAL-AREA-EDIT              PIC Z(10)9.99.
       77  ACRE-EDIT                    PIC Z(5)9.9(4).
       77  AMOUNT-EDIT                  PIC Z(8)9.99-.
       77  PAID-EDIT                    PIC Z(8)9.99-.
       77  BALANCE-EDIT                 PIC Z(8)9.99-.
       77  SOLVES-EDIT                  PIC Z(5)9.
       77  CANCELS-EDIT                 PIC Z(5)9.
       77  VOID-TEXT                    PIC X(5).

      * Set when the package was written through to the end
       77  RUN-COMPLETE-SW              PIC X VALUE "N".
           88  RUN-COMPLETE                 VALUE "Y".
       77  PARMS-PASSED-SW              PIC X VALUE "N".
           88  PARMS-PASSED                 VALUE "Y".

       LINKAGE SECTION.
       COPY "closparm.cpy".

       PROCEDURE DIVISION.
       000-MAIN.
      *    Standalone entry: no parameter block was passed, so the
      *    job is prompted for.
           MOVE "N" TO PARMS-PASSED-SW.
           PERFORM 110-GET-JOB-NO THRU 110-GET-JOB-NO-EXIT.
           GO TO 020-RUN.

       010-MAINT-ENTRY.
      *    JOBMAINT enters here with the job it has just closed.
       ENTRY "JOBCLSP" USING CLOSEOUT-PARMS.
           MOVE "Y" TO PARMS-PASSED-SW.
           MOVE CLOSEOUT-JOB-NO TO REPORT-JOB-NO.
           MOVE CLOSEOUT-CLIENT-NAME TO REPORT-CLIENT-NAME.
           MOVE CLOSEOUT-JOB-STATUS TO REPORT-JOB-STATUS.

       020-RUN.
           PERFORM 500-RUN-REPORT THRU 500-RUN-REPORT-EXIT.
           IF PARMS-PASSED THEN
               PERFORM 800-RETURN-OUTCOME
           END-IF.
           GOBACK.

       110-GET-JOB-NO.
           DISPLAY "Enter the job number for the closeout package:".
           ACCEPT REPORT-JOB-NO.
           IF REPORT-JOB-NO = SPACES THEN
               DISPLAY "  the job number may not be blank, "
                   "try again..."
               GO TO 110-GET-JOB-NO
           END-IF.
      *    The client name comes from the jobs master; without it
      *    the package still prints, headed by the job number alone.
           MOVE SPACES TO REPORT-CLIENT-NAME.
           MOVE SPACE TO REPORT-JOB-STATUS.
           OPEN INPUT JOBMAST-FILE.
           IF NOT JOBMAST-FILE-OK THEN
               DISPLAY "  Warning: jobs master not available "
                   "(status " JOBMAST-FILE-STATUS "); no client "
                   "name on the package."
               GO TO 110-GET-JOB-NO-EXIT
           END-IF.
           MOVE REPORT-JOB-NO TO JOB-NO.
           READ JOBMAST-FILE
               INVALID KEY
                   DISPLAY "  job " REPORT-JOB-NO " is not on the "
                       "jobs master, try again..."
                   CLOSE JOBMAST-FILE
                   GO TO 110-GET-JOB-NO
           END-READ.
           MOVE JOB-CLIENT-NAME TO REPORT-CLIENT-NAME.
           MOVE JOB-STATUS TO REPORT-JOB-STATUS.
           CLOSE JOBMAST-FILE.
       110-GET-JOB-NO-EXIT.
           EXIT.

       500-RUN-REPORT.
           MOVE "N" TO RUN-COMPLETE-SW.
           OPEN INPUT MASTER-FILE.
           IF NOT MASTER-FILE-OK THEN
               DISPLAY "Unable to open MASTER-FILE, status = "
                   MASTER-FILE-STATUS
               GO TO 500-RUN-REPORT-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK THEN
               DISPLAY "Unable to open REPORT-FILE, status = "
                   REPORT-FILE-STATUS
               CLOSE MASTER-FILE
               GO TO 500-RUN-REPORT-EXIT
           END-IF.
           MOVE CURRENT-DATE TO RUN-STAMP.
           MOVE ZERO TO PAGE-NO.
           MOVE 99 TO LINE-NO.
      *    JOBMAINT may call for more than one package in a session,
      *    so nothing is left over from the last job.
           MOVE ZERO TO SOLVE-COUNT SOLVES-NOT-SHOWN
               LIVE-SOLVES VOIDED-SOLVES TOTAL-AREA.
           MOVE ZERO TO BILL-COUNT BILLS-NOT-SHOWN SUPERSEDED-COUNT
               BILLED-TOTAL PAID-TOTAL.
           MOVE ZERO TO BATCH-COUNT BATCHES-NOT-SHOWN
               SENT-COUNT UNSENT-COUNT UNSENT-NOT-SHOWN.
           PERFORM 200-INIT-TAG-TABLE.
           PERFORM 300-GATHER-SOLVES THRU 300-GATHER-SOLVES-EXIT.
           CLOSE MASTER-FILE.
           PERFORM 400-GATHER-INVOICES THRU 400-GATHER-INVOICES-EXIT.
           PERFORM 450-GATHER-EXPORTS.
           PERFORM 600-WRITE-REPORT.
           CLOSE REPORT-FILE.
           MOVE "Y" TO RUN-COMPLETE-SW.
           DISPLAY "Closeout package for job " REPORT-JOB-NO
               " written to CLOSEOUT.RPT".
       500-RUN-REPORT-EXIT.
           EXIT.

       200-INIT-TAG-TABLE.
           MOVE "SSS"   TO TAG-NAME(1).
           MOVE "  SSS (three sides):" TO TAG-LABEL(1).
           MOVE "SAS"   TO TAG-NAME(2).
           MOVE "  SAS (two sides, incl. angle):" TO TAG-LABEL(2).
           MOVE "ASA"   TO TAG-NAME(3).
           MOVE "  ASA (two angles, incl. side):" TO TAG-LABEL(3).
           MOVE "SSA"   TO TAG-NAME(4).
           MOVE "  SSA (two sides, non-incl angle):" TO TAG-LABEL(4).
           MOVE "VTX"   TO TAG-NAME(5).
           MOVE "  VTX (vertex coordinates):" TO TAG-LABEL(5).
           MOVE "TRV"   TO TAG-NAME(6).
           MOVE "  TRV (field traverse):" TO TAG-LABEL(6).
           MOVE "CRV"   TO TAG-NAME(7).
           MOVE "  CRV (circular curve):" TO TAG-LABEL(7).
           MOVE "other" TO TAG-NAME(8).
           MOVE "  other:" TO TAG-LABEL(8).
           PERFORM 210-CLEAR-TAG-ENTRY
               VARYING TAG-IX FROM 1 BY 1
               UNTIL TAG-IX IS GREATER THAN 8.

       210-CLEAR-TAG-ENTRY.
           MOVE ZERO TO TAG-SOLVES(TAG-IX).
           MOVE ZERO TO TAG-AREA(TAG-IX).

       220-FIND-TAG-INDEX.
      *    Resolves the three-letter tag in TAG-WANTED to its slot
      *    in TAG-FOUND-IX, "other" when it is not a known solver.
           MOVE 8 TO TAG-FOUND-IX.
           PERFORM 225-CHECK-TAG
               VARYING TAG-IX FROM 1 BY 1
               UNTIL TAG-IX IS GREATER THAN 7.

       225-CHECK-TAG.
           IF TAG-NAME(TAG-IX) = TAG-WANTED THEN
               MOVE TAG-IX TO TAG-FOUND-IX
           END-IF.

       300-GATHER-SOLVES.
      *    Positions on the job-number key and reads on until the
      *    key moves to the next job.
           MOVE "N" TO MASTER-EOF-SW.
           MOVE REPORT-JOB-NO TO MAST-JOB-NO.
           START MASTER-FILE KEY IS EQUAL TO MAST-JOB-NO
               INVALID KEY
                   GO TO 300-GATHER-SOLVES-EXIT
           END-START.
           PERFORM 310-READ-JOB-SOLVE.
           PERFORM 320-KEEP-SOLVE UNTIL MASTER-EOF.
       300-GATHER-SOLVES-EXIT.
           EXIT.

       310-READ-JOB-SOLVE.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MASTER-EOF-SW
           END-READ.
           IF NOT MASTER-EOF AND MAST-JOB-NO NOT = REPORT-JOB-NO THEN
               MOVE "Y" TO MASTER-EOF-SW
           END-IF.

       320-KEEP-SOLVE.
      *    A voided solve is listed so the history is complete, but
      *    it was never really done and stays out of the totals.
           IF MAST-VOIDED THEN
               ADD 1 TO VOIDED-SOLVES
           ELSE
               ADD 1 TO LIVE-SOLVES
               ADD MAST-AREA-SQFT TO TOTAL-AREA
               MOVE MAST-SOLVER TO TAG-WANTED
               PERFORM 220-FIND-TAG-INDEX
               ADD 1 TO TAG-SOLVES(TAG-FOUND-IX)
               ADD MAST-AREA-SQFT TO TAG-AREA(TAG-FOUND-IX)
           END-IF.
           IF SOLVE-COUNT IS LESS THAN 1000 THEN
               PERFORM 330-FILE-SOLVE
           ELSE
               ADD 1 TO SOLVES-NOT-SHOWN
           END-IF.
           PERFORM 310-READ-JOB-SOLVE.

       330-FILE-SOLVE.
      *    Later entries move up one place until the new solve's
      *    slot is open, keeping the table in date order.
           MOVE MAST-DATE TO NEW-ORDER-DATE.
           MOVE MAST-TIME TO NEW-ORDER-TIME.
           MOVE MAST-SERIAL TO NEW-ORDER-SERIAL.
           MOVE SOLVE-COUNT TO SOLVE-IX.
           PERFORM 335-MOVE-SOLVE-UP
               UNTIL SOLVE-IX = 0
                   OR SLV-ORDER-KEY(SOLVE-IX) IS NOT GREATER THAN
                       NEW-ORDER-KEY.
           ADD 1 TO SOLVE-IX.
           ADD 1 TO SOLVE-COUNT.
           MOVE NEW-ORDER-KEY TO SLV-ORDER-KEY(SOLVE-IX).
           MOVE MAST-SOLVER TO SLV-SOLVER(SOLVE-IX).
           MOVE MAST-SIDE-A TO SLV-SIDE-A(SOLVE-IX).
           MOVE MAST-SIDE-B TO SLV-SIDE-B(SOLVE-IX).
           MOVE MAST-SIDE-C TO SLV-SIDE-C(SOLVE-IX).
           MOVE MAST-AREA-SQFT TO SLV-AREA(SOLVE-IX).
           MOVE MAST-SHAPE TO SLV-SHAPE(SOLVE-IX).
           MOVE MAST-KIND TO SLV-KIND(SOLVE-IX).
           MOVE MAST-UNIT TO SLV-UNIT(SOLVE-IX).
           MOVE MAST-VOID-CODE TO SLV-VOID-CODE(SOLVE-IX).

       335-MOVE-SOLVE-UP.
           MOVE SOLVE-ENTRY(SOLVE-IX) TO SOLVE-ENTRY(SOLVE-IX + 1).
           SUBTRACT 1 FROM SOLVE-IX.

       400-GATHER-INVOICES.
      *    The invoice register is optional: a job never billed, or
      *    an installation not yet billing, simply shows no periods.
           MOVE "N" TO INVREG-AVAILABLE-SW.
           OPEN INPUT INVREG-FILE.
           IF NOT INVREG-FILE-OK THEN
               GO TO 400-GATHER-INVOICES-EXIT
           END-IF.
           MOVE "Y" TO INVREG-AVAILABLE-SW.
           MOVE "N" TO INVREG-EOF-SW.
           MOVE REPORT-JOB-NO TO INV-JOB-NO.
           START INVREG-FILE KEY IS EQUAL TO INV-JOB-NO
               INVALID KEY
                   MOVE "Y" TO INVREG-EOF-SW
           END-START.
           IF NOT INVREG-EOF THEN
               PERFORM 410-READ-JOB-INVOICE
           END-IF.
           PERFORM 420-KEEP-INVOICE UNTIL INVREG-EOF.
           CLOSE INVREG-FILE.
       400-GATHER-INVOICES-EXIT.
           EXIT.

       410-READ-JOB-INVOICE.
           READ INVREG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO INVREG-EOF-SW
           END-READ.
           IF NOT INVREG-EOF AND INV-JOB-NO NOT = REPORT-JOB-NO THEN
               MOVE "Y" TO INVREG-EOF-SW
           END-IF.

       420-KEEP-INVOICE.
      *    A superseded invoice was replaced by a rebill of its
      *    period, so only its replacement counts as billed.
           IF INV-SUPERSEDED THEN
               ADD 1 TO SUPERSEDED-COUNT
           ELSE
               ADD INV-AMOUNT TO BILLED-TOTAL
               ADD INV-PAID TO PAID-TOTAL
               IF BILL-COUNT IS LESS THAN 200 THEN
                   PERFORM 430-FILE-INVOICE
               ELSE
                   ADD 1 TO BILLS-NOT-SHOWN
               END-IF
           END-IF.
           PERFORM 410-READ-JOB-INVOICE.

       430-FILE-INVOICE.
           STRING INV-PERIOD DELIMITED BY SIZE
                   INV-NO DELIMITED BY SIZE
               INTO NEW-BILL-KEY.
           MOVE BILL-COUNT TO BILL-IX.
           PERFORM 435-MOVE-INVOICE-UP
               UNTIL BILL-IX = 0
                   OR BILL-ORDER-KEY(BILL-IX) IS NOT GREATER THAN
                       NEW-BILL-KEY.
           ADD 1 TO BILL-IX.
           ADD 1 TO BILL-COUNT.
           MOVE INV-PERIOD TO BILL-PERIOD(BILL-IX).
           MOVE INV-NO TO BILL-INVOICE-NO(BILL-IX).
           MOVE INV-DATE TO BILL-DATE(BILL-IX).
           MOVE INV-SOLVE-COUNT TO BILL-SOLVES(BILL-IX).
           MOVE INV-AMOUNT TO BILL-AMOUNT(BILL-IX).
           MOVE INV-PAID TO BILL-PAID(BILL-IX).

       435-MOVE-INVOICE-UP.
           MOVE BILL-ENTRY(BILL-IX) TO BILL-ENTRY(BILL-IX + 1).
           SUBTRACT 1 FROM BILL-IX.

       450-GATHER-EXPORTS.
      *    The working file holds the unsent records and the recent
      *    batches; the archive holds the batches EXPSTAGE has
      *    rolled off, all of them sent.  Either may be missing.
           OPEN INPUT EXPORT-FILE.
           IF EXPORT-FILE-OK THEN
               MOVE "working" TO EXPORT-WHERE
               MOVE "N" TO EXPORT-EOF-SW
               PERFORM 455-READ-EXPORT
               PERFORM 460-COUNT-EXPORT UNTIL EXPORT-EOF
               CLOSE EXPORT-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-OK THEN
               MOVE "archived" TO EXPORT-WHERE
               MOVE "N" TO EXPORT-EOF-SW
               PERFORM 457-READ-ARCHIVE
               PERFORM 462-COUNT-ARCHIVE UNTIL EXPORT-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

       455-READ-EXPORT.
           READ EXPORT-FILE
               AT END
                   MOVE "Y" TO EXPORT-EOF-SW
           END-READ.

       457-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO EXPORT-EOF-SW
           END-READ.

       460-COUNT-EXPORT.
           MOVE EXPORT-RECORD TO EXPORT-DETAIL.
           PERFORM 470-COUNT-EXPORT-DETAIL
               THRU 470-COUNT-EXPORT-DONE.
           PERFORM 455-READ-EXPORT.

       462-COUNT-ARCHIVE.
           MOVE ARCHIVE-RECORD TO EXPORT-DETAIL.
           PERFORM 470-COUNT-EXPORT-DETAIL
               THRU 470-COUNT-EXPORT-DONE.
           PERFORM 457-READ-ARCHIVE.

       470-COUNT-EXPORT-DETAIL.
      *    A batch number of zero, or spaces on a record written
      *    before the field existed, means not yet sent.
           IF EXP-JOB-NO NOT = REPORT-JOB-NO THEN
               GO TO 470-COUNT-EXPORT-DONE
           END-IF.
           IF EXP-BATCH-NO IS NOT NUMERIC OR EXP-BATCH-NO = ZERO
                   THEN
               ADD 1 TO UNSENT-COUNT
               IF UNSENT-COUNT IS GREATER THAN 200 THEN
                   ADD 1 TO UNSENT-NOT-SHOWN
               ELSE
                   MOVE EXP-TIMESTAMP TO UNS-TIMESTAMP(UNSENT-COUNT)
                   MOVE EXP-CASE TO UNS-CASE(UNSENT-COUNT)
                   MOVE EXP-SOLUTION-NO
                       TO UNS-SOLUTION-NO(UNSENT-COUNT)
               END-IF
               GO TO 470-COUNT-EXPORT-DONE
           END-IF.
           ADD 1 TO SENT-COUNT.
           MOVE ZERO TO BATCH-FOUND-IX.
           PERFORM 475-CHECK-BATCH
               VARYING BATCH-IX FROM 1 BY 1
               UNTIL BATCH-IX IS GREATER THAN BATCH-COUNT
                   OR BATCH-FOUND-IX IS GREATER THAN 0.
           IF BATCH-FOUND-IX = 0 THEN
               IF BATCH-COUNT IS LESS THAN 200 THEN
                   PERFORM 480-FILE-BATCH
               ELSE
                   ADD 1 TO BATCHES-NOT-SHOWN
                   GO TO 470-COUNT-EXPORT-DONE
               END-IF
           END-IF.
           ADD 1 TO BAT-RECORDS(BATCH-FOUND-IX).
           IF EXP-CASE = "CXL" THEN
               ADD 1 TO BAT-CANCELS(BATCH-FOUND-IX)
           END-IF.
       470-COUNT-EXPORT-DONE.
           EXIT.

       475-CHECK-BATCH.
           IF BAT-NO(BATCH-IX) = EXP-BATCH-NO THEN
               MOVE BATCH-IX TO BATCH-FOUND-IX
           END-IF.

       480-FILE-BATCH.
      *    A batch first met is filed in batch number order.
           MOVE BATCH-COUNT TO BATCH-IX.
           PERFORM 485-MOVE-BATCH-UP
               UNTIL BATCH-IX = 0
                   OR BAT-NO(BATCH-IX) IS LESS THAN EXP-BATCH-NO.
           ADD 1 TO BATCH-IX.
           ADD 1 TO BATCH-COUNT.
           MOVE EXP-BATCH-NO TO BAT-NO(BATCH-IX).
           MOVE ZERO TO BAT-RECORDS(BATCH-IX).
           MOVE ZERO TO BAT-CANCELS(BATCH-IX).
           MOVE EXPORT-WHERE TO BAT-WHERE(BATCH-IX).
           MOVE BATCH-IX TO BATCH-FOUND-IX.

       485-MOVE-BATCH-UP.
           MOVE BATCH-ENTRY(BATCH-IX) TO BATCH-ENTRY(BATCH-IX + 1).
           SUBTRACT 1 FROM BATCH-IX.

       600-WRITE-REPORT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "Job: " DELIMITED BY SIZE
                   REPORT-JOB-NO DELIMITED BY SIZE
                   "   Client: " DELIMITED BY SIZE
                   REPORT-CLIENT-NAME DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           IF REPORT-JOB-CLOSED THEN
               MOVE "Status: closed" TO SHOW-LINE-TEXT(58:14)
           ELSE
               IF REPORT-JOB-STATUS NOT = SPACE THEN
                   MOVE "Status: open" TO SHOW-LINE-TEXT(58:12)
               END-IF
           END-IF.
           PERFORM 650-SHOW-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

           PERFORM 610-WRITE-SOLVES.
           PERFORM 620-WRITE-SOLVER-TOTALS.
           PERFORM 630-WRITE-BILLING THRU 630-WRITE-BILLING-DONE.
           PERFORM 640-WRITE-BATCHES THRU 640-WRITE-BATCHES-DONE.

       610-WRITE-SOLVES.
           MOVE "Solves on the job, in date order:" TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  Date        Serial Sol      Side a      Side b"
                       DELIMITED BY SIZE
                   "      Side c U    Area sq ft Shape       Kind"
                       DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF SOLVE-COUNT = 0 THEN
               MOVE "  (none)" TO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
           END-IF.
           PERFORM 615-WRITE-SOLVE-LINE
               VARYING SOLVE-IX FROM 1 BY 1
               UNTIL SOLVE-IX IS GREATER THAN SOLVE-COUNT.
           IF SOLVES-NOT-SHOWN IS GREATER THAN 0 THEN
               MOVE "  Solves not itemized (in totals):" TO RPT-LABEL
               MOVE SOLVES-NOT-SHOWN TO RPT-COUNT-EDIT
               PERFORM 660-SHOW-COUNT-LINE
           END-IF.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       615-WRITE-SOLVE-LINE.
           MOVE SLV-SIDE-A(SOLVE-IX) TO SIDE-A-EDIT.
           MOVE SLV-SIDE-B(SOLVE-IX) TO SIDE-B-EDIT.
           MOVE SLV-SIDE-C(SOLVE-IX) TO SIDE-C-EDIT.
           COMPUTE AREA-EDIT ROUNDED = SLV-AREA(SOLVE-IX).
           IF SLV-VOIDED(SOLVE-IX) THEN
               MOVE " VOID" TO VOID-TEXT
           ELSE
               MOVE SPACES TO VOID-TEXT
           END-IF.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  " DELIMITED BY SIZE
                   SLV-DATE(SOLVE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SLV-SERIAL(SOLVE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SLV-SOLVER(SOLVE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SIDE-A-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SIDE-B-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SIDE-C-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SLV-UNIT(SOLVE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AREA-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SLV-SHAPE(SOLVE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SLV-KIND(SOLVE-IX) DELIMITED BY SIZE
                   VOID-TEXT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       620-WRITE-SOLVER-TOTALS.
      *    Areas are in square feet whatever unit the sides were
      *    entered in, as the history master stores them.
           MOVE "Totals by solver:                        Solves"
               TO SHOW-LINE-TEXT.
           MOVE "Area sq ft" TO SHOW-LINE-TEXT(57:10).
           PERFORM 650-SHOW-LINE.
           PERFORM 625-WRITE-TAG-LINE
               VARYING TAG-IX FROM 1 BY 1
               UNTIL TAG-IX IS GREATER THAN 8.
           MOVE "  Total solves:" TO RPT-LABEL.
           MOVE LIVE-SOLVES TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  Voided solves (excluded):" TO RPT-LABEL.
           MOVE VOIDED-SOLVES TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           COMPUTE TOTAL-AREA-EDIT ROUNDED = TOTAL-AREA.
           COMPUTE ACRE-VALUE ROUNDED =
               TOTAL-AREA / SQ-FEET-PER-ACRE.
           MOVE ACRE-VALUE TO ACRE-EDIT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  Total area: " DELIMITED BY SIZE
                   FUNCTION TRIM(TOTAL-AREA-EDIT) DELIMITED BY SIZE
                   " sq feet (" DELIMITED BY SIZE
                   FUNCTION TRIM(ACRE-EDIT) DELIMITED BY SIZE
                   " acres)" DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       625-WRITE-TAG-LINE.
      *    "other" appears only when something landed there.
           IF TAG-IX IS LESS THAN 8 OR
                   TAG-SOLVES(TAG-IX) IS GREATER THAN 0 THEN
               MOVE TAG-SOLVES(TAG-IX) TO SOLVES-EDIT
               COMPUTE TOTAL-AREA-EDIT ROUNDED = TAG-AREA(TAG-IX)
               MOVE SPACES TO SHOW-LINE-TEXT
               STRING TAG-LABEL(TAG-IX) DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       SOLVES-EDIT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       TOTAL-AREA-EDIT DELIMITED BY SIZE
                   INTO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
           END-IF.

       630-WRITE-BILLING.
           MOVE "Billed by TRIBILL period:" TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF NOT INVREG-AVAILABLE THEN
               MOVE "  (invoice register not available)"
                   TO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
               MOVE SPACES TO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
               GO TO 630-WRITE-BILLING-DONE
           END-IF.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  Period  Invoice  Date      Solves"
                       DELIMITED BY SIZE
                   "        Billed          Paid       Balance"
                       DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF BILL-COUNT = 0 THEN
               MOVE "  (none)" TO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
           END-IF.
           PERFORM 635-WRITE-BILL-LINE
               VARYING BILL-IX FROM 1 BY 1
               UNTIL BILL-IX IS GREATER THAN BILL-COUNT.
           IF BILLS-NOT-SHOWN IS GREATER THAN 0 THEN
               MOVE "  Invoices not itemized (in totals):"
                   TO RPT-LABEL
               MOVE BILLS-NOT-SHOWN TO RPT-COUNT-EDIT
               PERFORM 660-SHOW-COUNT-LINE
           END-IF.
           MOVE BILLED-TOTAL TO AMOUNT-EDIT.
           MOVE PAID-TOTAL TO PAID-EDIT.
           COMPUTE BALANCE-EDIT = BILLED-TOTAL - PAID-TOTAL.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  Total billed" DELIMITED BY SIZE
                   "                        " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PAID-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BALANCE-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF SUPERSEDED-COUNT IS GREATER THAN 0 THEN
               MOVE "  Superseded by a rebill (excluded):"
                   TO RPT-LABEL
               MOVE SUPERSEDED-COUNT TO RPT-COUNT-EDIT
               PERFORM 660-SHOW-COUNT-LINE
           END-IF.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
       630-WRITE-BILLING-DONE.
           EXIT.

       635-WRITE-BILL-LINE.
           MOVE BILL-SOLVES(BILL-IX) TO SOLVES-EDIT.
           MOVE BILL-AMOUNT(BILL-IX) TO AMOUNT-EDIT.
           MOVE BILL-PAID(BILL-IX) TO PAID-EDIT.
           COMPUTE BALANCE-EDIT =
               BILL-AMOUNT(BILL-IX) - BILL-PAID(BILL-IX).
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  " DELIMITED BY SIZE
                   BILL-PERIOD(BILL-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   BILL-INVOICE-NO(BILL-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   BILL-DATE(BILL-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SOLVES-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PAID-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BALANCE-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       640-WRITE-BATCHES.
           MOVE "CAD transfer batches (EXPSTAGE):" TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE "  Batch    Records  Cancels  Where"
               TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF BATCH-COUNT = 0 THEN
               MOVE "  (none)" TO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
           END-IF.
           PERFORM 645-WRITE-BATCH-LINE
               VARYING BATCH-IX FROM 1 BY 1
               UNTIL BATCH-IX IS GREATER THAN BATCH-COUNT.
           IF BATCHES-NOT-SHOWN IS GREATER THAN 0 THEN
               MOVE "  Records in batches not itemized:" TO RPT-LABEL
               MOVE BATCHES-NOT-SHOWN TO RPT-COUNT-EDIT
               PERFORM 660-SHOW-COUNT-LINE
           END-IF.
           MOVE "  Records sent to CAD:" TO RPT-LABEL.
           MOVE SENT-COUNT TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           IF UNSENT-COUNT = 0 THEN
               MOVE "  All of the job's export records have been sent."
                   TO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
               GO TO 640-WRITE-BATCHES-DONE
           END-IF.
           MOVE UNSENT-COUNT TO RPT-COUNT-EDIT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  *** " DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-COUNT-EDIT) DELIMITED BY SIZE
                   " export records not yet sent to CAD ***"
                       DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           PERFORM 648-WRITE-UNSENT-LINE
               VARYING UNSENT-IX FROM 1 BY 1
               UNTIL UNSENT-IX IS GREATER THAN UNSENT-COUNT
                   OR UNSENT-IX IS GREATER THAN 200.
           IF UNSENT-NOT-SHOWN IS GREATER THAN 0 THEN
               MOVE "  Unsent records not itemized:" TO RPT-LABEL
               MOVE UNSENT-NOT-SHOWN TO RPT-COUNT-EDIT
               PERFORM 660-SHOW-COUNT-LINE
           END-IF.
       640-WRITE-BATCHES-DONE.
           EXIT.

       645-WRITE-BATCH-LINE.
           MOVE BAT-RECORDS(BATCH-IX) TO SOLVES-EDIT.
           MOVE BAT-CANCELS(BATCH-IX) TO CANCELS-EDIT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  " DELIMITED BY SIZE
                   BAT-NO(BATCH-IX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   SOLVES-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   CANCELS-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   BAT-WHERE(BATCH-IX) DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       648-WRITE-UNSENT-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  *** unsent: " DELIMITED BY SIZE
                   UNS-TIMESTAMP(UNSENT-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   UNS-CASE(UNSENT-IX) DELIMITED BY SIZE
                   " solution " DELIMITED BY SIZE
                   UNS-SOLUTION-NO(UNSENT-IX) DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       650-SHOW-LINE.
           IF LINE-NO IS NOT LESS THAN PAGE-LIMIT THEN
               PERFORM 655-PAGE-HEADING
           END-IF.
           MOVE SHOW-LINE-TEXT TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO LINE-NO.

       655-PAGE-HEADING.
      *    Title, job, run date and time, and page number on every
      *    page, so a page separated from the package can still be
      *    placed and filed.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO PAGE-NO-EDIT.
           MOVE SPACES TO HDG-LINE-TEXT.
           STRING "JOB CLOSEOUT PACKAGE (JOBCLOSE)   Job "
                       DELIMITED BY SIZE
                   REPORT-JOB-NO DELIMITED BY SIZE
                   "   Run " DELIMITED BY SIZE
                   RUN-STAMP(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RUN-STAMP(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RUN-STAMP(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RUN-STAMP(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   RUN-STAMP(11:2) DELIMITED BY SIZE
                   "   Page " DELIMITED BY SIZE
                   FUNCTION TRIM(PAGE-NO-EDIT) DELIMITED BY SIZE
               INTO HDG-LINE-TEXT.
           MOVE HDG-LINE-TEXT TO REPORT-RECORD.
           IF PAGE-NO = 1 THEN
               WRITE REPORT-RECORD
           ELSE
               WRITE REPORT-RECORD AFTER ADVANCING PAGE
           END-IF.
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 3 TO LINE-NO.

       660-SHOW-COUNT-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING RPT-LABEL DELIMITED BY SIZE
                   RPT-COUNT-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       800-RETURN-OUTCOME.
           MOVE LIVE-SOLVES TO CLOSEOUT-SOLVE-COUNT.
           IF RUN-COMPLETE THEN
               MOVE "0" TO CLOSEOUT-RESULT
           ELSE
               MOVE "8" TO CLOSEOUT-RESULT
           END-IF.
