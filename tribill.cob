      *    history master.  Clients are billed per solved triangle,
      *    at a rate per solver type from the rate table RATES.DAT
      *    (coordinate VTX solves carry a different rate than the
      *    keyed solves, and a reduced field traverse, TRV, and a
      *    solved circular curve, CRV, are each priced on their
      *    own).  For a billing period (YYYYMM) the
      *    program reads the master along its date key, accumulates
      *    counts by job and solver type, and writes INVOICE.RPT:
      *    one invoice page per job -- client name from the jobs
      *    master, counts by solver type, extended amounts, and a
      *    job total -- followed by a summary page whose counts tie
      *    back to the period's total solves.  Solves carrying no
      *    job number are counted on the summary but not billed,
      *    and so are solves voided in TRIVOID.
      *
      *    Every invoice is numbered from INVCTL.DAT and entered in
      *    the invoice register INVREG.DAT, which TRIPAY posts
      *    payments against and TRISTMT ages for the monthly client
      *    statements.  A period already on the register is not
      *    billed again unless the run is answered as a rebill; a
      *    rebill supersedes the period's earlier invoices, and
      *    each new invoice names the one it replaces and carries
      *    over the payments already received against it.  A paid
      *    invoice whose job has nothing billable in the rebill is
      *    not superseded; it stays live and is reported.
      *
      *    A RATES.DAT record is a solver tag, one space, and the
      *    per-solve rate as five digits with an implied two-place
               RECORD KEY IS MAST-SERIAL
               ALTERNATE RECORD KEY IS MAST-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS INDEXED
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.
           SELECT INVREG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NO
               ALTERNATE RECORD KEY IS INV-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS INVREG-FILE-STATUS.
           SELECT INVCTL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD               PIC X(100).

       FD  INVREG-FILE.
       COPY "invreg.cpy".

       FD  INVCTL-FILE.
      * A single record holding the last invoice number assigned
       01  INVCTL-RECORD                PIC 9(7).

       WORKING-STORAGE SECTION.
      * File status and end-of-file
       77  MASTER-FILE-STATUS           PIC X(2).
           88  RATES-EOF                    VALUE "Y".
       77  JOBMAST-OPEN-SW              PIC X VALUE "N".
           88  JOBMAST-OPEN                 VALUE "Y".
       77  INVREG-FILE-STATUS           PIC X(2).
           88  INVREG-FILE-OK               VALUE "00".
       77  INVCTL-FILE-STATUS           PIC X(2).
           88  INVCTL-FILE-OK               VALUE "00".
       77  INVREG-EOF-SW                PIC X VALUE "N".
           88  INVREG-EOF                   VALUE "Y".

      * Rebill answer: a period already on the invoice register is
      * billed again only on a rebill run
       77  REBILL-SW                    PIC X VALUE SPACE.
           88  VALID-REBILL-SW              VALUES "y", "n".
           88  REBILL-RUN                   VALUE "y".
       77  PERIOD-BILLED-SW             PIC X VALUE "N".
           88  PERIOD-BILLED                VALUE "Y".
       77  BILLED-INVOICE-NO            PIC 9(7).
       77  BILLED-INVOICE-DATE          PIC X(8).

      * Invoice numbering and the run date the invoices carry
       77  LAST-INVOICE-NO              PIC 9(7) VALUE ZERO.
       77  FIRST-INVOICE-NO             PIC 9(7) VALUE ZERO.
       77  INVOICE-NO-EDIT              PIC 9(7).
       77  INVOICE-DATE                 PIC X(8).
       77  RUN-TIMESTAMP                PIC X(21).
       77  INVOICES-ISSUED              PIC 9(6) VALUE ZERO.
       77  INVOICES-SUPERSEDED          PIC 9(6) VALUE ZERO.
       77  INVOICES-KEPT                PIC 9(6) VALUE ZERO.

      * On a rebill, the superseded invoices by job: the invoice
      * replaced and the payments already received against it,
      * which the job's new invoice carries over
       77  CARRY-ENTRY-COUNT            PIC 9(3) VALUE ZERO.
       77  CARRY-IX                     PIC 9(3) COMP.
       77  CARRY-FOUND-IX               PIC 9(3) COMP.
       01  CARRY-TABLE.
           02  CARRY-ENTRY OCCURS 500 TIMES.
               03  CARRY-JOB-NO         PIC X(8).
               03  CARRY-INVOICE-NO     PIC 9(7).
               03  CARRY-PAID           PIC S9(7)V9(2)
                       SIGN TRAILING SEPARATE CHARACTER.
       77  CARRY-PAID-AMOUNT            PIC S9(7)V9(2)
               SIGN TRAILING SEPARATE CHARACTER.
       77  CARRY-REPLACES-NO            PIC 9(7).
       77  BALANCE-DUE                  PIC S9(7)V9(2)
               SIGN TRAILING SEPARATE CHARACTER.

      * Billing period, YYYYMM, and its date range
       77  BILL-PERIOD                  PIC X(6) VALUE SPACES.
       77  FROM-DATE                    PIC X(8).
       77  TO-DATE                      PIC X(8).

      * Rate table: the seven known solver tags plus a catch-all.
      * RATE-FOUND marks tags actually priced in RATES.DAT.
       77  RATE-IX                      PIC 9(1) COMP.
       77  RATE-FOUND-IX                PIC 9(1) COMP.
       77  TAG-WANTED                   PIC X(3).
       01  RATE-TABLE.
           02  RATE-ENTRY OCCURS 8 TIMES.
               03  RATE-TAG             PIC X(5).
               03  RATE-FOUND-SW        PIC X.
                   88  RATE-FOUND           VALUE "Y".
           02  BILL-ENTRY OCCURS 500 TIMES.
               03  BILL-JOB-NO          PIC X(8).
               03  BILL-TYPE-COUNT      PIC 9(6)
                       OCCURS 8 TIMES.

      * Period totals
       77  TOTAL-SOLVES                 PIC 9(6) VALUE ZERO.
       77  UNASSIGNED-SOLVES            PIC 9(6) VALUE ZERO.
       77  VOIDED-SOLVES                PIC 9(6) VALUE ZERO.
       77  BILLED-SOLVES                PIC 9(6) VALUE ZERO.
       77  GRAND-AMOUNT                 PIC 9(9)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 110-GET-BILL-PERIOD.
           PERFORM 120-GET-REBILL.
           PERFORM 500-RUN-BILLING THRU 500-RUN-BILLING-EXIT.
           GOBACK.

                   "31" DELIMITED BY SIZE
               INTO TO-DATE.

       120-GET-REBILL.
           DISPLAY "Is this a rebill of the period? (y/n)".
           ACCEPT REBILL-SW.
           IF NOT VALID-REBILL-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 120-GET-REBILL
           END-IF.

       500-RUN-BILLING.
           PERFORM 200-LOAD-RATES THRU 200-LOAD-RATES-EXIT.
           IF NOT RATES-FILE-OK THEN
                   MASTER-FILE-STATUS
               GO TO 500-RUN-BILLING-EXIT
           END-IF.
           PERFORM 400-OPEN-REGISTER.
           IF NOT INVREG-FILE-OK THEN
               DISPLAY "Unable to open INVREG-FILE, status = "
                   INVREG-FILE-STATUS
               CLOSE MASTER-FILE
               GO TO 500-RUN-BILLING-EXIT
           END-IF.
           PERFORM 410-CHECK-PERIOD-BILLED
               THRU 410-CHECK-PERIOD-BILLED-EXIT.
           IF PERIOD-BILLED AND NOT REBILL-RUN THEN
               DISPLAY "Period " BILL-PERIOD " was billed on "
                   BILLED-INVOICE-DATE " (invoice "
                   BILLED-INVOICE-NO ")."
               DISPLAY "Nothing billed; rerun as a rebill to "
                   "replace the period's invoices."
               CLOSE MASTER-FILE
               CLOSE INVREG-FILE
               GO TO 500-RUN-BILLING-EXIT
           END-IF.
           OPEN OUTPUT INVOICE-FILE.
           IF NOT INVOICE-FILE-OK THEN
               DISPLAY "Unable to open INVOICE-FILE, status = "
                   INVOICE-FILE-STATUS
               CLOSE MASTER-FILE
               CLOSE INVREG-FILE
               GO TO 500-RUN-BILLING-EXIT
           END-IF.
           PERFORM 430-GET-LAST-INVOICE-NO.
           MOVE CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO INVOICE-DATE.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-OK THEN
               MOVE "Y" TO JOBMAST-OPEN-SW
           END-IF.

           PERFORM 300-GATHER-PERIOD THRU 300-GATHER-PERIOD-EXIT.
      *    The period's earlier invoices are superseded only now,
      *    with every file open and the period gathered, so a run
      *    that cannot write leaves the register as it found it.
           IF REBILL-RUN THEN
               IF PERIOD-BILLED THEN
                   PERFORM 420-SUPERSEDE-PERIOD
                       THRU 420-SUPERSEDE-PERIOD-EXIT
               ELSE
                   DISPLAY "Period " BILL-PERIOD " is not on the "
                       "invoice register; billing it as a first "
                       "run."
               END-IF
           END-IF.
           PERFORM 600-WRITE-INVOICES.
           PERFORM 700-WRITE-SUMMARY.
           PERFORM 440-SAVE-INVOICE-NO.

           CLOSE MASTER-FILE.
           CLOSE INVOICE-FILE.
           CLOSE INVREG-FILE.
           IF JOBMAST-OPEN THEN
               CLOSE JOBMAST-FILE
           END-IF.
           MOVE "ASA"   TO RATE-TAG(3).
           MOVE "SSA"   TO RATE-TAG(4).
           MOVE "VTX"   TO RATE-TAG(5).
           MOVE "TRV"   TO RATE-TAG(6).
           MOVE "CRV"   TO RATE-TAG(7).
           MOVE "other" TO RATE-TAG(8).
           PERFORM 210-CLEAR-RATE-ENTRY
               VARYING RATE-IX FROM 1 BY 1
               UNTIL RATE-IX IS GREATER THAN 8.
           OPEN INPUT RATES-FILE.
           IF NOT RATES-FILE-OK THEN
               DISPLAY "Unable to open RATES-FILE, status = "
           CLOSE RATES-FILE.
           PERFORM 240-CHECK-RATE-ENTRY
               VARYING RATE-IX FROM 1 BY 1
               UNTIL RATE-IX IS GREATER THAN 7.
       200-LOAD-RATES-EXIT.
           EXIT.

           ELSE
               MOVE RATE-IN-TAG TO TAG-WANTED
               PERFORM 250-FIND-TAG-INDEX
               IF RATE-FOUND-IX IS LESS THAN 8 THEN
                   MOVE RATE-IN-AMOUNT
                       TO RATE-AMOUNT(RATE-FOUND-IX)
                   MOVE "Y" TO RATE-FOUND-SW(RATE-FOUND-IX)
      *    Resolves the three-letter tag in TAG-WANTED to its slot
      *    in the rate table; anything unrecognized lands in the
      *    catch-all last slot.
           MOVE 8 TO RATE-FOUND-IX.
           PERFORM 255-CHECK-TAG
               VARYING RATE-IX FROM 1 BY 1
               UNTIL RATE-IX IS GREATER THAN 7.

       255-CHECK-TAG.
           IF RATE-TAG(RATE-IX) = TAG-WANTED THEN
               GO TO 320-TALLY-DONE
           END-IF.
           ADD 1 TO TOTAL-SOLVES.
           IF MAST-VOIDED THEN
               ADD 1 TO VOIDED-SOLVES
               GO TO 320-NEXT-RECORD
           END-IF.
           IF MAST-JOB-NO = SPACES THEN
               ADD 1 TO UNASSIGNED-SOLVES
               GO TO 320-NEXT-RECORD
               MOVE MAST-JOB-NO TO BILL-JOB-NO(BILL-ENTRY-COUNT)
               PERFORM 340-CLEAR-BILL-COUNTS
                   VARYING RATE-IX FROM 1 BY 1
                   UNTIL RATE-IX IS GREATER THAN 8
               MOVE BILL-ENTRY-COUNT TO BILL-FOUND-IX
           END-IF.

       340-CLEAR-BILL-COUNTS.
           MOVE ZERO TO BILL-TYPE-COUNT(BILL-ENTRY-COUNT, RATE-IX).

       400-OPEN-REGISTER.
           OPEN I-O INVREG-FILE.
           IF NOT INVREG-FILE-OK THEN
               OPEN OUTPUT INVREG-FILE
               CLOSE INVREG-FILE
               OPEN I-O INVREG-FILE
           END-IF.

       410-CHECK-PERIOD-BILLED.
      *    The period counts as billed when the register holds any
      *    invoice for it that has not been superseded.
           MOVE "N" TO PERIOD-BILLED-SW.
           MOVE "N" TO INVREG-EOF-SW.
           MOVE BILL-PERIOD TO INV-PERIOD.
           START INVREG-FILE KEY IS EQUAL TO INV-PERIOD
               INVALID KEY
                   GO TO 410-CHECK-PERIOD-BILLED-EXIT
           END-START.
           PERFORM 415-READ-PERIOD-INVOICE.
           PERFORM 416-CHECK-PERIOD-INVOICE
               UNTIL INVREG-EOF OR PERIOD-BILLED.
       410-CHECK-PERIOD-BILLED-EXIT.
           EXIT.

       415-READ-PERIOD-INVOICE.
           READ INVREG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO INVREG-EOF-SW
           END-READ.
           IF NOT INVREG-EOF AND INV-PERIOD NOT = BILL-PERIOD THEN
               MOVE "Y" TO INVREG-EOF-SW
           END-IF.

       416-CHECK-PERIOD-INVOICE.
           IF NOT INV-SUPERSEDED THEN
               MOVE "Y" TO PERIOD-BILLED-SW
               MOVE INV-NO TO BILLED-INVOICE-NO
               MOVE INV-DATE TO BILLED-INVOICE-DATE
           ELSE
               PERFORM 415-READ-PERIOD-INVOICE
           END-IF.

       420-SUPERSEDE-PERIOD.
      *    A rebill marks each live invoice of the period
      *    superseded, remembering by job what it replaced and what
      *    had already been paid against it.  An invoice with
      *    payments against it whose job has nothing billable in the
      *    rebill would have no new invoice to carry them to, so it
      *    is left live and reported for adjustment by hand.
           MOVE ZERO TO CARRY-ENTRY-COUNT.
           MOVE "N" TO INVREG-EOF-SW.
           MOVE BILL-PERIOD TO INV-PERIOD.
           START INVREG-FILE KEY IS EQUAL TO INV-PERIOD
               INVALID KEY
                   GO TO 420-SUPERSEDE-PERIOD-EXIT
           END-START.
           PERFORM 415-READ-PERIOD-INVOICE.
           PERFORM 425-SUPERSEDE-INVOICE THRU 425-NEXT-INVOICE
               UNTIL INVREG-EOF.
       420-SUPERSEDE-PERIOD-EXIT.
           EXIT.

       425-SUPERSEDE-INVOICE.
           IF NOT INV-SUPERSEDED AND INV-PAID IS GREATER THAN 0 THEN
               PERFORM 427-FIND-REBILL-JOB
               IF BILL-FOUND-IX = 0 THEN
                   ADD 1 TO INVOICES-KEPT
                   MOVE INV-PAID TO AMOUNT-EDIT
                   DISPLAY "Warning: invoice " INV-NO " for job "
                       INV-JOB-NO " kept; " AMOUNT-EDIT
                       " paid and nothing billable in the rebill."
                   DISPLAY "         adjust it by hand."
                   GO TO 425-NEXT-INVOICE
               END-IF
           END-IF.
           IF NOT INV-SUPERSEDED THEN
               IF CARRY-ENTRY-COUNT IS LESS THAN 500 THEN
                   ADD 1 TO CARRY-ENTRY-COUNT
                   MOVE INV-JOB-NO TO CARRY-JOB-NO(CARRY-ENTRY-COUNT)
                   MOVE INV-NO TO CARRY-INVOICE-NO(CARRY-ENTRY-COUNT)
                   MOVE INV-PAID TO CARRY-PAID(CARRY-ENTRY-COUNT)
               END-IF
               MOVE "S" TO INV-STATUS
               REWRITE INVOICE-REG-RECORD
                   INVALID KEY
                       DISPLAY "Warning: unable to supersede "
                           "invoice " INV-NO ", status = "
                           INVREG-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO INVOICES-SUPERSEDED
               END-REWRITE
           END-IF.
       425-NEXT-INVOICE.
           PERFORM 415-READ-PERIOD-INVOICE.

       427-FIND-REBILL-JOB.
           MOVE ZERO TO BILL-FOUND-IX.
           PERFORM 428-CHECK-REBILL-JOB
               VARYING BILL-IX FROM 1 BY 1
               UNTIL BILL-IX IS GREATER THAN BILL-ENTRY-COUNT
                   OR BILL-FOUND-IX IS GREATER THAN 0.

       428-CHECK-REBILL-JOB.
           IF BILL-JOB-NO(BILL-IX) = INV-JOB-NO THEN
               MOVE BILL-IX TO BILL-FOUND-IX
           END-IF.

       430-GET-LAST-INVOICE-NO.
      *    The control file holds the last invoice number assigned;
      *    a missing or empty control file starts the numbering at
      *    1.
           MOVE ZERO TO LAST-INVOICE-NO.
           OPEN INPUT INVCTL-FILE.
           IF INVCTL-FILE-OK THEN
               READ INVCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INVCTL-RECORD IS NUMERIC THEN
                           MOVE INVCTL-RECORD TO LAST-INVOICE-NO
                       END-IF
               END-READ
               CLOSE INVCTL-FILE
           END-IF.

       440-SAVE-INVOICE-NO.
           OPEN OUTPUT INVCTL-FILE.
           IF NOT INVCTL-FILE-OK THEN
               DISPLAY "Warning: unable to save the invoice number, "
                   "status = " INVCTL-FILE-STATUS
           ELSE
               MOVE LAST-INVOICE-NO TO INVCTL-RECORD
               WRITE INVCTL-RECORD
               CLOSE INVCTL-FILE
           END-IF.

       600-WRITE-INVOICES.
           IF BILL-ENTRY-COUNT = 0 THEN
               MOVE "No billable solves in the period."
       610-WRITE-ONE-INVOICE.
      *    One invoice page per job: heading, one priced line per
      *    solver type with activity, and the job total.
           ADD 1 TO LAST-INVOICE-NO.
           IF FIRST-INVOICE-NO = 0 THEN
               MOVE LAST-INVOICE-NO TO FIRST-INVOICE-NO
           END-IF.
           MOVE LAST-INVOICE-NO TO INVOICE-NO-EDIT.
           PERFORM 625-FIND-CARRY.
           MOVE ALL "=" TO SHOW-LINE-TEXT.
           PERFORM 655-START-NEW-PAGE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "INVOICE " DELIMITED BY SIZE
                   INVOICE-NO-EDIT DELIMITED BY SIZE
                   "   Period " DELIMITED BY SIZE
                   BILL-PERIOD DELIMITED BY SIZE
                   "   Date " DELIMITED BY SIZE
                   INVOICE-DATE DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF CARRY-REPLACES-NO IS GREATER THAN 0 THEN
               MOVE SPACES TO SHOW-LINE-TEXT
               STRING "REBILL -- replaces invoice "
                       DELIMITED BY SIZE
                       CARRY-REPLACES-NO DELIMITED BY SIZE
                   INTO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
           END-IF.
           PERFORM 615-GET-CLIENT-NAME.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "Job " DELIMITED BY SIZE
           PERFORM 620-WRITE-INVOICE-LINE
               THRU 620-WRITE-INVOICE-LINE-DONE
               VARYING RATE-IX FROM 1 BY 1
               UNTIL RATE-IX IS GREATER THAN 8.
           MOVE JOB-TOTAL-COUNT TO RPT-COUNT-EDIT.
           COMPUTE AMOUNT-EDIT = JOB-TOTAL-AMOUNT.
           MOVE SPACES TO SHOW-LINE-TEXT.
                   AMOUNT-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF CARRY-PAID-AMOUNT NOT = 0 THEN
               COMPUTE AMOUNT-EDIT = CARRY-PAID-AMOUNT
               MOVE SPACES TO SHOW-LINE-TEXT
               STRING "  Less payments received  "
                       DELIMITED BY SIZE
                       "           " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                   INTO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
               COMPUTE BALANCE-DUE =
                   JOB-TOTAL-AMOUNT - CARRY-PAID-AMOUNT
               COMPUTE AMOUNT-EDIT = BALANCE-DUE
               MOVE SPACES TO SHOW-LINE-TEXT
               STRING "  Balance due             "
                       DELIMITED BY SIZE
                       "           " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                   INTO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
           END-IF.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           ADD JOB-TOTAL-AMOUNT TO GRAND-AMOUNT.
           PERFORM 630-REGISTER-INVOICE.

       615-GET-CLIENT-NAME.
           MOVE "(unknown client)" TO CLIENT-NAME-TEXT.
               END-READ
           END-IF.

       625-FIND-CARRY.
      *    On a rebill, the job's superseded invoice and what was
      *    paid against it; zero on a first run.
           MOVE ZERO TO CARRY-PAID-AMOUNT.
           MOVE ZERO TO CARRY-REPLACES-NO.
           MOVE ZERO TO CARRY-FOUND-IX.
           PERFORM 626-CHECK-CARRY
               VARYING CARRY-IX FROM 1 BY 1
               UNTIL CARRY-IX IS GREATER THAN CARRY-ENTRY-COUNT
                   OR CARRY-FOUND-IX IS GREATER THAN 0.
           IF CARRY-FOUND-IX IS GREATER THAN 0 THEN
               MOVE CARRY-PAID(CARRY-FOUND-IX) TO CARRY-PAID-AMOUNT
               MOVE CARRY-INVOICE-NO(CARRY-FOUND-IX)
                   TO CARRY-REPLACES-NO
           END-IF.

       626-CHECK-CARRY.
           IF CARRY-JOB-NO(CARRY-IX) = BILL-JOB-NO(BILL-IX) THEN
               MOVE CARRY-IX TO CARRY-FOUND-IX
           END-IF.

       630-REGISTER-INVOICE.
           MOVE LAST-INVOICE-NO TO INV-NO.
           MOVE BILL-PERIOD TO INV-PERIOD.
           MOVE BILL-JOB-NO(BILL-IX) TO INV-JOB-NO.
           MOVE INVOICE-DATE TO INV-DATE.
           MOVE JOB-TOTAL-COUNT TO INV-SOLVE-COUNT.
           MOVE JOB-TOTAL-AMOUNT TO INV-AMOUNT.
           MOVE CARRY-PAID-AMOUNT TO INV-PAID.
           MOVE CARRY-REPLACES-NO TO INV-REPLACES-NO.
           IF INV-PAID IS NOT LESS THAN INV-AMOUNT THEN
               MOVE "P" TO INV-STATUS
           ELSE
               MOVE "O" TO INV-STATUS
           END-IF.
           WRITE INVOICE-REG-RECORD
               INVALID KEY
                   DISPLAY "Warning: unable to register invoice "
                       INV-NO ", status = " INVREG-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO INVOICES-ISSUED
           END-WRITE.

       620-WRITE-INVOICE-LINE.
      *    A solver type with no activity on this job prints no
      *    line.
       700-WRITE-SUMMARY.
      *    Ties the run out the way a batch control summary does:
      *    every solve read in the period is accounted for as
      *    billed, unassigned, or voided.
           MOVE ALL "=" TO SHOW-LINE-TEXT.
           PERFORM 655-START-NEW-PAGE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           MOVE "  Solves with no job (not billed):" TO RPT-LABEL.
           MOVE UNASSIGNED-SOLVES TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  Solves voided (not billed):" TO RPT-LABEL.
           MOVE VOIDED-SOLVES TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  Jobs invoiced:" TO RPT-LABEL.
           MOVE BILL-ENTRY-COUNT TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  Invoices registered:" TO RPT-LABEL.
           MOVE INVOICES-ISSUED TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           IF INVOICES-ISSUED IS GREATER THAN 0 THEN
               MOVE FIRST-INVOICE-NO TO INVOICE-NO-EDIT
               MOVE SPACES TO SHOW-LINE-TEXT
               MOVE 1 TO RPT-POINTER
               STRING "  Invoice numbers: " DELIMITED BY SIZE
                       INVOICE-NO-EDIT DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                   INTO SHOW-LINE-TEXT
                   WITH POINTER RPT-POINTER
               MOVE LAST-INVOICE-NO TO INVOICE-NO-EDIT
               STRING INVOICE-NO-EDIT DELIMITED BY SIZE
                   INTO SHOW-LINE-TEXT
                   WITH POINTER RPT-POINTER
               PERFORM 650-SHOW-LINE
           END-IF.
           IF REBILL-RUN THEN
               MOVE "  Invoices superseded (rebill):" TO RPT-LABEL
               MOVE INVOICES-SUPERSEDED TO RPT-COUNT-EDIT
               PERFORM 660-SHOW-COUNT-LINE
               MOVE "  Paid invoices kept (no rebill):"
                   TO RPT-LABEL
               MOVE INVOICES-KEPT TO RPT-COUNT-EDIT
               PERFORM 660-SHOW-COUNT-LINE
           END-IF.
           COMPUTE AMOUNT-EDIT = GRAND-AMOUNT
               ON SIZE ERROR
                   MOVE ZERO TO AMOUNT-EDIT
                   AMOUNT-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF BILLED-SOLVES + UNASSIGNED-SOLVES + VOIDED-SOLVES
                   = TOTAL-SOLVES THEN
               MOVE "  The counts tie out." TO SHOW-LINE-TEXT
           ELSE
               MOVE "  The counts DO NOT tie out."
