       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TRISTMT".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. Monthly client statements from the invoice
      *    register.  For a statement date (blank for today) the
      *    program reads the jobs master in job order and, for each
      *    job, lists its open invoices from INVREG.DAT -- those not
      *    superseded by a rebill and not paid in full -- with the
      *    balance still due and its age in days from the invoice
      *    date, the balances aged into current (30 days or less),
      *    31-60, 61-90, and over 90 days, and the payments TRIPAY
      *    posted to PAYMENTS.DAT with a date received in the
      *    statement month.  A statement shows the account as it
      *    stood on the statement date: invoices dated after it are
      *    left off, and payments received after it are neither
      *    listed nor credited against the balances.
      *    STATEMNT.RPT carries one page per job
      *    with anything to show, headed with the client name from
      *    the jobs master, followed by a summary page of the
      *    aging totals across all clients.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-NO
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT INVREG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NO
               ALTERNATE RECORD KEY IS INV-PERIOD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-JOB-NO
                   WITH DUPLICATES
               FILE STATUS IS INVREG-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "STATEMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBMAST-FILE.
       COPY "jobmast.cpy".

       FD  INVREG-FILE.
       COPY "invreg.cpy".

       FD  PAYMENT-FILE.
       COPY "payment.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
      * File status and end-of-file
       77  JOBMAST-FILE-STATUS          PIC X(2).
           88  JOBMAST-FILE-OK              VALUE "00".
       77  INVREG-FILE-STATUS           PIC X(2).
           88  INVREG-FILE-OK               VALUE "00".
       77  PAYMENT-FILE-STATUS          PIC X(2).
           88  PAYMENT-FILE-OK              VALUE "00".
       77  STATEMENT-FILE-STATUS        PIC X(2).
           88  STATEMENT-FILE-OK            VALUE "00".
       77  JOBMAST-EOF-SW               PIC X VALUE "N".
           88  JOBMAST-EOF                  VALUE "Y".
       77  INVREG-EOF-SW                PIC X VALUE "N".
           88  INVREG-EOF                   VALUE "Y".
       77  PAYMENT-EOF-SW               PIC X VALUE "N".
           88  PAYMENT-EOF                  VALUE "Y".

      * Statement date and month, and the date as a day number
      * for aging
       77  STMT-DATE                    PIC X(8) VALUE SPACES.
       77  STMT-MONTH                   PIC X(6).
       77  STMT-DAY-NO                  PIC 9(7).
       77  RUN-TIMESTAMP                PIC X(21).

      * The statement month's payments, loaded once from
      * PAYMENTS.DAT
       77  PAY-ENTRY-COUNT              PIC 9(4) VALUE ZERO.
       77  PAY-IX                       PIC 9(4) COMP.
       77  PAYMENTS-NOT-LOADED          PIC 9(6) VALUE ZERO.
       01  PAY-TABLE.
           02  PAY-ENTRY OCCURS 2000 TIMES.
               03  PAYT-DATE            PIC X(8).
               03  PAYT-INVOICE-NO      PIC 9(7).
               03  PAYT-JOB-NO          PIC X(8).
               03  PAYT-CHECK-NO        PIC X(10).
               03  PAYT-AMOUNT          PIC S9(7)V9(2)
                       SIGN TRAILING SEPARATE CHARACTER.

      * Payments received after the statement date, totalled by
      * invoice, to be backed out of the amount paid on the
      * register so balances stand as of the statement date
       77  LATE-ENTRY-COUNT             PIC 9(4) VALUE ZERO.
       77  LATE-IX                      PIC 9(4) COMP.
       77  LATE-FOUND-IX                PIC 9(4) COMP.
       77  LATE-NOT-HELD                PIC 9(6) VALUE ZERO.
       77  LATE-WANTED-NO               PIC 9(7).
       01  LATE-PAY-TABLE.
           02  LATE-ENTRY OCCURS 2000 TIMES.
               03  LATE-INVOICE-NO      PIC 9(7).
               03  LATE-AMOUNT          PIC S9(9)V9(2).
       77  AS-OF-PAID                   PIC S9(9)V9(2).

      * One job's open invoices, gathered before its page is
      * written
       77  OPEN-ENTRY-COUNT             PIC 9(3) VALUE ZERO.
       77  OPEN-IX                      PIC 9(3) COMP.
       77  OPEN-NOT-SHOWN               PIC 9(6) VALUE ZERO.
       01  OPEN-TABLE.
           02  OPEN-ENTRY OCCURS 200 TIMES.
               03  OPEN-INVOICE-NO      PIC 9(7).
               03  OPEN-PERIOD          PIC X(6).
               03  OPEN-DATE            PIC X(8).
               03  OPEN-AMOUNT          PIC S9(7)V9(2)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  OPEN-PAID            PIC S9(7)V9(2)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  OPEN-BALANCE         PIC S9(7)V9(2)
                       SIGN TRAILING SEPARATE CHARACTER.
               03  OPEN-DAYS            PIC 9(5).

      * Aging of the current job and of the whole run: current,
      * 31-60, 61-90, and over 90 days
       77  AGE-IX                       PIC 9(1) COMP.
       77  AGE-DAYS                     PIC S9(7).
       01  JOB-AGING.
           02  JOB-AGE-AMOUNT OCCURS 4 TIMES
                                        PIC S9(9)V9(2).
       01  RUN-AGING.
           02  RUN-AGE-AMOUNT OCCURS 4 TIMES
                                        PIC S9(9)V9(2).
       77  JOB-BALANCE                  PIC S9(9)V9(2).
       77  JOB-PAYMENTS                 PIC S9(9)V9(2).
       77  JOB-PAYMENT-COUNT            PIC 9(4).
       77  RUN-BALANCE                  PIC S9(9)V9(2) VALUE ZERO.
       77  RUN-PAYMENTS                 PIC S9(9)V9(2) VALUE ZERO.

      * Run counters
       77  JOBS-READ                    PIC 9(6) VALUE ZERO.
       77  STATEMENTS-WRITTEN           PIC 9(6) VALUE ZERO.
       77  OPEN-INVOICE-TOTAL           PIC 9(6) VALUE ZERO.

      * Report lines
       77  STATEMENT-PAGE-NO            PIC 9(4) VALUE ZERO.
       77  SHOW-LINE-TEXT               PIC X(100).
       77  RPT-LABEL                    PIC X(34).
       77  RPT-COUNT-EDIT               PIC Z(5)9.
       77  AMOUNT-EDIT                  PIC Z(8)9.99-.
       77  PAID-EDIT                    PIC Z(8)9.99-.
       77  BALANCE-EDIT                 PIC Z(8)9.99-.
       77  DAYS-EDIT                    PIC Z(4)9.
       77  AGE-EDIT-1                   PIC Z(8)9.99-.
       77  AGE-EDIT-2                   PIC Z(8)9.99-.
       77  AGE-EDIT-3                   PIC Z(8)9.99-.
       77  AGE-EDIT-4                   PIC Z(8)9.99-.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 110-GET-STATEMENT-DATE.
           PERFORM 500-RUN-STATEMENTS THRU 500-RUN-STATEMENTS-EXIT.
           GOBACK.

       110-GET-STATEMENT-DATE.
           DISPLAY "Enter the statement date (YYYYMMDD, blank for "
               "today):".
           ACCEPT STMT-DATE.
           IF STMT-DATE = SPACES THEN
               MOVE CURRENT-DATE TO RUN-TIMESTAMP
               MOVE RUN-TIMESTAMP(1:8) TO STMT-DATE
           END-IF.
           IF STMT-DATE IS NOT NUMERIC THEN
               DISPLAY "  enter eight digits or leave blank, "
                   "try again..."
               GO TO 110-GET-STATEMENT-DATE
           END-IF.
           IF TEST-DATE-YYYYMMDD(NUMVAL(STMT-DATE)) NOT = 0 THEN
               DISPLAY "  " STMT-DATE " is not a calendar date, "
                   "try again..."
               GO TO 110-GET-STATEMENT-DATE
           END-IF.
           MOVE STMT-DATE(1:6) TO STMT-MONTH.
           COMPUTE STMT-DAY-NO =
               INTEGER-OF-DATE(NUMVAL(STMT-DATE)).

       500-RUN-STATEMENTS.
           OPEN INPUT JOBMAST-FILE.
           IF NOT JOBMAST-FILE-OK THEN
               DISPLAY "Unable to open JOBMAST-FILE, status = "
                   JOBMAST-FILE-STATUS
               GO TO 500-RUN-STATEMENTS-EXIT
           END-IF.
           OPEN INPUT INVREG-FILE.
           IF NOT INVREG-FILE-OK THEN
               DISPLAY "Unable to open INVREG-FILE, status = "
                   INVREG-FILE-STATUS
               CLOSE JOBMAST-FILE
               GO TO 500-RUN-STATEMENTS-EXIT
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF NOT STATEMENT-FILE-OK THEN
               DISPLAY "Unable to open STATEMENT-FILE, status = "
                   STATEMENT-FILE-STATUS
               CLOSE JOBMAST-FILE
               CLOSE INVREG-FILE
               GO TO 500-RUN-STATEMENTS-EXIT
           END-IF.
           PERFORM 200-LOAD-PAYMENTS THRU 200-LOAD-PAYMENTS-EXIT.
           MOVE ZERO TO RUN-AGE-AMOUNT(1) RUN-AGE-AMOUNT(2)
               RUN-AGE-AMOUNT(3) RUN-AGE-AMOUNT(4).

           PERFORM 300-READ-JOB.
           PERFORM 310-PROCESS-JOB THRU 310-PROCESS-JOB-EXIT
               UNTIL JOBMAST-EOF.

           PERFORM 700-WRITE-SUMMARY.
           CLOSE JOBMAST-FILE.
           CLOSE INVREG-FILE.
           CLOSE STATEMENT-FILE.
           MOVE STATEMENTS-WRITTEN TO RPT-COUNT-EDIT.
           DISPLAY "Wrote " FUNCTION TRIM(RPT-COUNT-EDIT)
               " statements to STATEMNT.RPT.".
       500-RUN-STATEMENTS-EXIT.
           EXIT.

       200-LOAD-PAYMENTS.
      *    Payments are optional: with no PAYMENTS.DAT yet the
      *    statements simply show none received.
           MOVE ZERO TO PAY-ENTRY-COUNT.
           MOVE ZERO TO LATE-ENTRY-COUNT.
           OPEN INPUT PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK THEN
               GO TO 200-LOAD-PAYMENTS-EXIT
           END-IF.
           MOVE "N" TO PAYMENT-EOF-SW.
           PERFORM 210-READ-PAYMENT.
           PERFORM 220-KEEP-PAYMENT THRU 220-KEEP-PAYMENT-EXIT
               UNTIL PAYMENT-EOF.
           CLOSE PAYMENT-FILE.
           IF PAYMENTS-NOT-LOADED IS GREATER THAN 0 THEN
               MOVE PAYMENTS-NOT-LOADED TO RPT-COUNT-EDIT
               DISPLAY "Warning: payment table full, "
                   FUNCTION TRIM(RPT-COUNT-EDIT)
                   " payments for the month not shown."
           END-IF.
           IF LATE-NOT-HELD IS GREATER THAN 0 THEN
               MOVE LATE-NOT-HELD TO RPT-COUNT-EDIT
               DISPLAY "Warning: late payment table full, "
                   FUNCTION TRIM(RPT-COUNT-EDIT)
                   " payments after the statement date not backed "
                   "out of balances."
           END-IF.
       200-LOAD-PAYMENTS-EXIT.
           EXIT.

       210-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE "Y" TO PAYMENT-EOF-SW
           END-READ.

       220-KEEP-PAYMENT.
           IF PAY-DATE IS GREATER THAN STMT-DATE THEN
               PERFORM 230-HOLD-LATE-PAYMENT
               PERFORM 210-READ-PAYMENT
               GO TO 220-KEEP-PAYMENT-EXIT
           END-IF.
           IF PAY-DATE(1:6) = STMT-MONTH THEN
               IF PAY-ENTRY-COUNT IS LESS THAN 2000 THEN
                   ADD 1 TO PAY-ENTRY-COUNT
                   MOVE PAY-DATE TO PAYT-DATE(PAY-ENTRY-COUNT)
                   MOVE PAY-INVOICE-NO
                       TO PAYT-INVOICE-NO(PAY-ENTRY-COUNT)
                   MOVE PAY-JOB-NO TO PAYT-JOB-NO(PAY-ENTRY-COUNT)
                   MOVE PAY-CHECK-NO
                       TO PAYT-CHECK-NO(PAY-ENTRY-COUNT)
                   MOVE PAY-AMOUNT TO PAYT-AMOUNT(PAY-ENTRY-COUNT)
               ELSE
                   ADD 1 TO PAYMENTS-NOT-LOADED
               END-IF
           END-IF.
           PERFORM 210-READ-PAYMENT.
       220-KEEP-PAYMENT-EXIT.
           EXIT.

       230-HOLD-LATE-PAYMENT.
           MOVE PAY-INVOICE-NO TO LATE-WANTED-NO.
           PERFORM 335-FIND-LATE-PAYMENT.
           IF LATE-FOUND-IX IS GREATER THAN 0 THEN
               ADD PAY-AMOUNT TO LATE-AMOUNT(LATE-FOUND-IX)
           ELSE
               IF LATE-ENTRY-COUNT IS LESS THAN 2000 THEN
                   ADD 1 TO LATE-ENTRY-COUNT
                   MOVE PAY-INVOICE-NO
                       TO LATE-INVOICE-NO(LATE-ENTRY-COUNT)
                   MOVE PAY-AMOUNT TO LATE-AMOUNT(LATE-ENTRY-COUNT)
               ELSE
                   ADD 1 TO LATE-NOT-HELD
               END-IF
           END-IF.

       300-READ-JOB.
           READ JOBMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO JOBMAST-EOF-SW
           END-READ.

       310-PROCESS-JOB.
           ADD 1 TO JOBS-READ.
           MOVE ZERO TO OPEN-ENTRY-COUNT.
           MOVE ZERO TO JOB-BALANCE.
           MOVE ZERO TO JOB-PAYMENTS.
           MOVE ZERO TO JOB-PAYMENT-COUNT.
           MOVE ZERO TO JOB-AGE-AMOUNT(1) JOB-AGE-AMOUNT(2)
               JOB-AGE-AMOUNT(3) JOB-AGE-AMOUNT(4).
           PERFORM 320-GATHER-OPEN-INVOICES
               THRU 320-GATHER-OPEN-INVOICES-EXIT.
           PERFORM 340-COUNT-JOB-PAYMENT
               VARYING PAY-IX FROM 1 BY 1
               UNTIL PAY-IX IS GREATER THAN PAY-ENTRY-COUNT.
           IF OPEN-ENTRY-COUNT = 0 AND JOB-PAYMENT-COUNT = 0 THEN
               GO TO 310-NEXT-JOB
           END-IF.
           PERFORM 600-WRITE-STATEMENT.
           ADD 1 TO STATEMENTS-WRITTEN.
           ADD JOB-BALANCE TO RUN-BALANCE.
           ADD JOB-PAYMENTS TO RUN-PAYMENTS.
           PERFORM 345-ADD-RUN-AGING
               VARYING AGE-IX FROM 1 BY 1
               UNTIL AGE-IX IS GREATER THAN 4.
       310-NEXT-JOB.
           PERFORM 300-READ-JOB.
       310-PROCESS-JOB-EXIT.
           EXIT.

       320-GATHER-OPEN-INVOICES.
           MOVE "N" TO INVREG-EOF-SW.
           MOVE JOB-NO TO INV-JOB-NO.
           START INVREG-FILE KEY IS EQUAL TO INV-JOB-NO
               INVALID KEY
                   GO TO 320-GATHER-OPEN-INVOICES-EXIT
           END-START.
           PERFORM 325-READ-JOB-INVOICE.
           PERFORM 330-CHECK-INVOICE UNTIL INVREG-EOF.
       320-GATHER-OPEN-INVOICES-EXIT.
           EXIT.

       325-READ-JOB-INVOICE.
           READ INVREG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO INVREG-EOF-SW
           END-READ.
           IF NOT INVREG-EOF AND INV-JOB-NO NOT = JOB-NO THEN
               MOVE "Y" TO INVREG-EOF-SW
           END-IF.

       330-CHECK-INVOICE.
      *    An invoice is open while it is neither superseded nor
      *    paid in full as of the statement date; one dated after
      *    the statement date is left off, and payments received
      *    after it are backed out of the amount paid, so an
      *    invoice marked paid since then shows the balance it had.
      *    Its age runs from the invoice date.
           MOVE INV-PAID TO AS-OF-PAID.
           MOVE INV-NO TO LATE-WANTED-NO.
           PERFORM 335-FIND-LATE-PAYMENT.
           IF LATE-FOUND-IX IS GREATER THAN 0 THEN
               SUBTRACT LATE-AMOUNT(LATE-FOUND-IX) FROM AS-OF-PAID
           END-IF.
           IF NOT INV-SUPERSEDED AND
                   INV-DATE IS NOT GREATER THAN STMT-DATE AND
                   INV-AMOUNT IS GREATER THAN AS-OF-PAID THEN
               MOVE ZERO TO AGE-DAYS
               IF INV-DATE IS NUMERIC THEN
                   COMPUTE AGE-DAYS = STMT-DAY-NO
                       - INTEGER-OF-DATE(NUMVAL(INV-DATE))
               END-IF
               IF AGE-DAYS IS LESS THAN 0 THEN
                   MOVE ZERO TO AGE-DAYS
               END-IF
               IF AGE-DAYS IS GREATER THAN 90 THEN
                   MOVE 4 TO AGE-IX
               ELSE
                   IF AGE-DAYS IS GREATER THAN 60 THEN
                       MOVE 3 TO AGE-IX
                   ELSE
                       IF AGE-DAYS IS GREATER THAN 30 THEN
                           MOVE 2 TO AGE-IX
                       ELSE
                           MOVE 1 TO AGE-IX
                       END-IF
                   END-IF
               END-IF
               ADD INV-AMOUNT TO JOB-AGE-AMOUNT(AGE-IX)
               SUBTRACT AS-OF-PAID FROM JOB-AGE-AMOUNT(AGE-IX)
               ADD INV-AMOUNT TO JOB-BALANCE
               SUBTRACT AS-OF-PAID FROM JOB-BALANCE
               ADD 1 TO OPEN-INVOICE-TOTAL
               IF OPEN-ENTRY-COUNT IS LESS THAN 200 THEN
                   ADD 1 TO OPEN-ENTRY-COUNT
                   MOVE INV-NO TO OPEN-INVOICE-NO(OPEN-ENTRY-COUNT)
                   MOVE INV-PERIOD TO OPEN-PERIOD(OPEN-ENTRY-COUNT)
                   MOVE INV-DATE TO OPEN-DATE(OPEN-ENTRY-COUNT)
                   MOVE INV-AMOUNT TO OPEN-AMOUNT(OPEN-ENTRY-COUNT)
                   MOVE AS-OF-PAID TO OPEN-PAID(OPEN-ENTRY-COUNT)
                   COMPUTE OPEN-BALANCE(OPEN-ENTRY-COUNT) =
                       INV-AMOUNT - AS-OF-PAID
                   MOVE AGE-DAYS TO OPEN-DAYS(OPEN-ENTRY-COUNT)
               ELSE
                   ADD 1 TO OPEN-NOT-SHOWN
               END-IF
           END-IF.
           PERFORM 325-READ-JOB-INVOICE.

       335-FIND-LATE-PAYMENT.
           MOVE ZERO TO LATE-FOUND-IX.
           PERFORM 336-CHECK-LATE-ENTRY
               VARYING LATE-IX FROM 1 BY 1
               UNTIL LATE-IX IS GREATER THAN LATE-ENTRY-COUNT
                   OR LATE-FOUND-IX IS GREATER THAN 0.

       336-CHECK-LATE-ENTRY.
           IF LATE-INVOICE-NO(LATE-IX) = LATE-WANTED-NO THEN
               MOVE LATE-IX TO LATE-FOUND-IX
           END-IF.

       340-COUNT-JOB-PAYMENT.
           IF PAYT-JOB-NO(PAY-IX) = JOB-NO THEN
               ADD 1 TO JOB-PAYMENT-COUNT
               ADD PAYT-AMOUNT(PAY-IX) TO JOB-PAYMENTS
           END-IF.

       345-ADD-RUN-AGING.
           ADD JOB-AGE-AMOUNT(AGE-IX) TO RUN-AGE-AMOUNT(AGE-IX).

       600-WRITE-STATEMENT.
           MOVE ALL "=" TO SHOW-LINE-TEXT.
           PERFORM 655-START-NEW-PAGE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "STATEMENT   Date " DELIMITED BY SIZE
                   STMT-DATE DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "Client: " DELIMITED BY SIZE
                   JOB-CLIENT-NAME DELIMITED BY SIZE
                   "   Job: " DELIMITED BY SIZE
                   JOB-NO DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE ALL "=" TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

           MOVE "Open invoices" TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  Invoice  Period  Date      Days     Invoiced"
                       DELIMITED BY SIZE
                   "          Paid       Balance" DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF OPEN-ENTRY-COUNT = 0 THEN
               MOVE "  (none)" TO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
           END-IF.
           PERFORM 610-WRITE-INVOICE-LINE
               VARYING OPEN-IX FROM 1 BY 1
               UNTIL OPEN-IX IS GREATER THAN OPEN-ENTRY-COUNT.
           MOVE JOB-BALANCE TO BALANCE-EDIT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           MOVE "  Balance due" TO SHOW-LINE-TEXT.
           MOVE BALANCE-EDIT TO SHOW-LINE-TEXT(63:13).
           PERFORM 650-SHOW-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

           MOVE JOB-AGE-AMOUNT(1) TO AGE-EDIT-1.
           MOVE JOB-AGE-AMOUNT(2) TO AGE-EDIT-2.
           MOVE JOB-AGE-AMOUNT(3) TO AGE-EDIT-3.
           MOVE JOB-AGE-AMOUNT(4) TO AGE-EDIT-4.
           PERFORM 620-WRITE-AGING-LINES.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "Payments received in " DELIMITED BY SIZE
                   STMT-MONTH DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE "  Received  Check       Invoice        Amount"
               TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           IF JOB-PAYMENT-COUNT = 0 THEN
               MOVE "  (none)" TO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
           END-IF.
           PERFORM 630-WRITE-PAYMENT-LINE
               VARYING PAY-IX FROM 1 BY 1
               UNTIL PAY-IX IS GREATER THAN PAY-ENTRY-COUNT.
           MOVE JOB-PAYMENTS TO AMOUNT-EDIT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  Total received" DELIMITED BY SIZE
                   "                 " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       610-WRITE-INVOICE-LINE.
           MOVE OPEN-DAYS(OPEN-IX) TO DAYS-EDIT.
           MOVE OPEN-AMOUNT(OPEN-IX) TO AMOUNT-EDIT.
           MOVE OPEN-PAID(OPEN-IX) TO PAID-EDIT.
           MOVE OPEN-BALANCE(OPEN-IX) TO BALANCE-EDIT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  " DELIMITED BY SIZE
                   OPEN-INVOICE-NO(OPEN-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   OPEN-PERIOD(OPEN-IX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   OPEN-DATE(OPEN-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DAYS-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PAID-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BALANCE-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       620-WRITE-AGING-LINES.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "Aging        Current         31-60         61-90"
                       DELIMITED BY SIZE
                   "       Over 90" DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  " DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   AGE-EDIT-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AGE-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AGE-EDIT-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AGE-EDIT-4 DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       630-WRITE-PAYMENT-LINE.
           IF PAYT-JOB-NO(PAY-IX) = JOB-NO THEN
               MOVE PAYT-AMOUNT(PAY-IX) TO AMOUNT-EDIT
               MOVE SPACES TO SHOW-LINE-TEXT
               STRING "  " DELIMITED BY SIZE
                       PAYT-DATE(PAY-IX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PAYT-CHECK-NO(PAY-IX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PAYT-INVOICE-NO(PAY-IX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AMOUNT-EDIT DELIMITED BY SIZE
                   INTO SHOW-LINE-TEXT
               PERFORM 650-SHOW-LINE
           END-IF.

       650-SHOW-LINE.
           MOVE SHOW-LINE-TEXT TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       655-START-NEW-PAGE.
      *    Writes the line in SHOW-LINE-TEXT at the top of a fresh
      *    sheet, ejecting first except at the top of the report,
      *    so each client's statement (and the summary) prints on
      *    a page of its own.
           ADD 1 TO STATEMENT-PAGE-NO.
           MOVE SHOW-LINE-TEXT TO STATEMENT-RECORD.
           IF STATEMENT-PAGE-NO = 1 THEN
               WRITE STATEMENT-RECORD
           ELSE
               WRITE STATEMENT-RECORD AFTER ADVANCING PAGE
           END-IF.

       660-SHOW-COUNT-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING RPT-LABEL DELIMITED BY SIZE
                   RPT-COUNT-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.

       700-WRITE-SUMMARY.
           MOVE ALL "=" TO SHOW-LINE-TEXT.
           PERFORM 655-START-NEW-PAGE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "STATEMENT SUMMARY   Date " DELIMITED BY SIZE
                   STMT-DATE DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE ALL "=" TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE "  Jobs on the jobs master:" TO RPT-LABEL.
           MOVE JOBS-READ TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  Statements written:" TO RPT-LABEL.
           MOVE STATEMENTS-WRITTEN TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE "  Open invoices:" TO RPT-LABEL.
           MOVE OPEN-INVOICE-TOTAL TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           IF OPEN-NOT-SHOWN IS GREATER THAN 0 THEN
               MOVE "  Open invoices not itemized:" TO RPT-LABEL
               MOVE OPEN-NOT-SHOWN TO RPT-COUNT-EDIT
               PERFORM 660-SHOW-COUNT-LINE
           END-IF.
           MOVE "  Payments received in the month:" TO RPT-LABEL.
           MOVE PAY-ENTRY-COUNT TO RPT-COUNT-EDIT.
           PERFORM 660-SHOW-COUNT-LINE.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE RUN-AGE-AMOUNT(1) TO AGE-EDIT-1.
           MOVE RUN-AGE-AMOUNT(2) TO AGE-EDIT-2.
           MOVE RUN-AGE-AMOUNT(3) TO AGE-EDIT-3.
           MOVE RUN-AGE-AMOUNT(4) TO AGE-EDIT-4.
           PERFORM 620-WRITE-AGING-LINES.
           MOVE SPACES TO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE RUN-BALANCE TO BALANCE-EDIT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  Total balance due:   " DELIMITED BY SIZE
                   BALANCE-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
           MOVE RUN-PAYMENTS TO AMOUNT-EDIT.
           MOVE SPACES TO SHOW-LINE-TEXT.
           STRING "  Total received:      " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
               INTO SHOW-LINE-TEXT.
           PERFORM 650-SHOW-LINE.
