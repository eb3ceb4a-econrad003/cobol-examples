       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TRIPAY".
      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. Payment posting against the invoice register
      *    INVREG.DAT.  The operator names the invoice a client's
      *    check pays, and enters the check number, the amount, the
      *    date it was received, and their operator id.  The amount
      *    is added to what the invoice has been paid, the invoice
      *    is marked paid once nothing remains due, and the payment
      *    is appended to PAYMENTS.DAT for the monthly statements
      *    TRISTMT prints.  A check may pay part of an invoice but
      *    not more than its balance; a superseded invoice takes no
      *    payments (post them to the invoice that replaced it).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-NO
               FILE STATUS IS JOBMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVREG-FILE.
       COPY "invreg.cpy".

       FD  PAYMENT-FILE.
       COPY "payment.cpy".

       FD  JOBMAST-FILE.
       COPY "jobmast.cpy".

       WORKING-STORAGE SECTION.
      * File status
       77  INVREG-FILE-STATUS           PIC X(2).
           88  INVREG-FILE-OK               VALUE "00".
       77  PAYMENT-FILE-STATUS          PIC X(2).
           88  PAYMENT-FILE-OK              VALUE "00".
       77  JOBMAST-FILE-STATUS          PIC X(2).
           88  JOBMAST-FILE-OK              VALUE "00".
       77  JOBMAST-OPEN-SW              PIC X VALUE "N".
           88  JOBMAST-OPEN                 VALUE "Y".

      * The invoice being paid and its balance
       77  INVOICE-TEXT                 PIC X(12).
       77  WANTED-INVOICE-NO            PIC 9(7).
       77  BALANCE-DUE                  PIC S9(7)V9(2)
               SIGN TRAILING SEPARATE CHARACTER.
       77  CLIENT-NAME                  PIC X(30).

      * Payment details as entered
       77  CHECK-NO                     PIC X(10) VALUE SPACES.
       77  AMOUNT-TEXT                  PIC X(15).
       77  PAYMENT-AMOUNT               PIC S9(7)V9(2)
               SIGN TRAILING SEPARATE CHARACTER.
       77  PAYMENT-DATE                 PIC X(8) VALUE SPACES.
       77  PAYMENT-OPERATOR             PIC X(8) VALUE SPACES.
       77  RUN-TIMESTAMP                PIC X(21).

      * Confirm and again answers
       77  CONFIRM-SW                   PIC X VALUE SPACE.
           88  VALID-CONFIRM-SW             VALUES "y", "n".
           88  CONFIRM-ANSWER               VALUE "y".
       77  AGAIN-SW                     PIC X VALUE "y".
           88  VALID-AGAIN-SW               VALUES "y", "n".
           88  AGAIN-ANSWER                 VALUE "y".

      * Display editing and run totals
       77  AMOUNT-EDIT                  PIC Z(6)9.99-.
       77  PAYMENT-COUNT                PIC 9(6) VALUE ZERO.
       77  PAYMENT-TOTAL                PIC S9(9)V9(2) VALUE ZERO.
       77  CTL-COUNT-EDIT               PIC Z(5)9.
       77  TOTAL-EDIT                   PIC Z(8)9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           OPEN I-O INVREG-FILE.
           IF NOT INVREG-FILE-OK THEN
               DISPLAY "Unable to open INVREG-FILE, status = "
                   INVREG-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM 100-OPEN-PAYMENTS.
           IF NOT PAYMENT-FILE-OK THEN
               DISPLAY "Unable to open PAYMENT-FILE, status = "
                   PAYMENT-FILE-STATUS
               CLOSE INVREG-FILE
               GOBACK
           END-IF.
      *    The jobs master only supplies the client name shown to
      *    the operator; posting goes on without it.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-OK THEN
               MOVE "Y" TO JOBMAST-OPEN-SW
           END-IF.
           PERFORM 200-POST-ONE THRU 200-POST-ONE-EXIT
               UNTIL NOT AGAIN-ANSWER.
           CLOSE INVREG-FILE.
           CLOSE PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK THEN
               DISPLAY "Warning: PAYMENTS.DAT did not close cleanly, "
                   "status = " PAYMENT-FILE-STATUS
               DISPLAY "         check this run's payments against "
                   "the register."
           END-IF.
           IF JOBMAST-OPEN THEN
               CLOSE JOBMAST-FILE
           END-IF.
           MOVE PAYMENT-COUNT TO CTL-COUNT-EDIT.
           COMPUTE TOTAL-EDIT = PAYMENT-TOTAL.
           DISPLAY "Posted " FUNCTION TRIM(CTL-COUNT-EDIT)
               " payments totalling " FUNCTION TRIM(TOTAL-EDIT)
               ".".
           GOBACK.

       100-OPEN-PAYMENTS.
           OPEN EXTEND PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK THEN
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN EXTEND PAYMENT-FILE
           END-IF.

       200-POST-ONE.
           PERFORM 210-GET-INVOICE-NO.
           MOVE WANTED-INVOICE-NO TO INV-NO.
           READ INVREG-FILE
               INVALID KEY
                   DISPLAY "  invoice " WANTED-INVOICE-NO
                       " is not on the register."
                   GO TO 200-POST-ANOTHER
           END-READ.
           IF INV-SUPERSEDED THEN
               DISPLAY "  invoice " WANTED-INVOICE-NO " was "
                   "superseded by a rebill of period " INV-PERIOD
                   "; post to the replacing invoice."
               GO TO 200-POST-ANOTHER
           END-IF.
           IF INV-PAID-IN-FULL THEN
               DISPLAY "  invoice " WANTED-INVOICE-NO
                   " is already paid in full."
               GO TO 200-POST-ANOTHER
           END-IF.
           COMPUTE BALANCE-DUE = INV-AMOUNT - INV-PAID.
           PERFORM 220-SHOW-INVOICE.
           PERFORM 230-GET-CHECK-NO.
           PERFORM 240-GET-AMOUNT.
           PERFORM 250-GET-PAYMENT-DATE.
           PERFORM 260-GET-OPERATOR.
           PERFORM 270-CONFIRM-PAYMENT.
           IF NOT CONFIRM-ANSWER THEN
               DISPLAY "  nothing posted."
               GO TO 200-POST-ANOTHER
           END-IF.

      *    The register is updated first, and the payment record
      *    is written only when the register update took.  A
      *    payment record that then fails to write leaves the
      *    invoice credited with no record in PAYMENTS.DAT; it is
      *    reported for correction and kept out of the run's count
      *    and total.
           ADD PAYMENT-AMOUNT TO INV-PAID.
           IF INV-PAID IS NOT LESS THAN INV-AMOUNT THEN
               MOVE "P" TO INV-STATUS
           END-IF.
           REWRITE INVOICE-REG-RECORD
               INVALID KEY
                   DISPLAY "  unable to post to invoice "
                       WANTED-INVOICE-NO ", status = "
                       INVREG-FILE-STATUS
                   GO TO 200-POST-ANOTHER
           END-REWRITE.
           MOVE PAYMENT-DATE TO PAY-DATE.
           MOVE INV-NO TO PAY-INVOICE-NO.
           MOVE INV-JOB-NO TO PAY-JOB-NO.
           MOVE CHECK-NO TO PAY-CHECK-NO.
           MOVE PAYMENT-AMOUNT TO PAY-AMOUNT.
           MOVE PAYMENT-OPERATOR TO PAY-OPERATOR.
           WRITE PAYMENT-RECORD.
           IF NOT PAYMENT-FILE-OK THEN
               DISPLAY "  payment applied to invoice "
                   WANTED-INVOICE-NO " but not recorded in "
                   "PAYMENTS.DAT, status = " PAYMENT-FILE-STATUS
               GO TO 200-POST-ANOTHER
           END-IF.
           ADD 1 TO PAYMENT-COUNT.
           ADD PAYMENT-AMOUNT TO PAYMENT-TOTAL.
           IF INV-PAID-IN-FULL THEN
               DISPLAY "  invoice " WANTED-INVOICE-NO
                   " is now paid in full."
           ELSE
               COMPUTE BALANCE-DUE = INV-AMOUNT - INV-PAID
               MOVE BALANCE-DUE TO AMOUNT-EDIT
               DISPLAY "  payment posted; balance due "
                   FUNCTION TRIM(AMOUNT-EDIT) "."
           END-IF.

       200-POST-ANOTHER.
           PERFORM 280-ASK-ANOTHER.
       200-POST-ONE-EXIT.
           EXIT.

       210-GET-INVOICE-NO.
           DISPLAY "Enter the invoice number the payment is for:".
           ACCEPT INVOICE-TEXT.
           IF INVOICE-TEXT = SPACES THEN
               DISPLAY "  the invoice number may not be blank, "
                   "try again..."
               GO TO 210-GET-INVOICE-NO
           END-IF.
           COMPUTE WANTED-INVOICE-NO = NUMVAL(INVOICE-TEXT)
               ON SIZE ERROR
                   DISPLAY "  invoice number out of range, "
                       "try again..."
                   GO TO 210-GET-INVOICE-NO
           END-COMPUTE.

       220-SHOW-INVOICE.
           MOVE SPACES TO CLIENT-NAME.
           IF JOBMAST-OPEN THEN
               MOVE INV-JOB-NO TO JOB-NO
               READ JOBMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JOB-CLIENT-NAME TO CLIENT-NAME
               END-READ
           END-IF.
           DISPLAY "  invoice " INV-NO "  period " INV-PERIOD
               "  dated " INV-DATE "  job " INV-JOB-NO.
           IF CLIENT-NAME NOT = SPACES THEN
               DISPLAY "    client " CLIENT-NAME
           END-IF.
           MOVE INV-AMOUNT TO AMOUNT-EDIT.
           DISPLAY "    invoiced    " AMOUNT-EDIT.
           MOVE INV-PAID TO AMOUNT-EDIT.
           DISPLAY "    paid        " AMOUNT-EDIT.
           MOVE BALANCE-DUE TO AMOUNT-EDIT.
           DISPLAY "    balance due " AMOUNT-EDIT.

       230-GET-CHECK-NO.
           DISPLAY "Enter the check number (up to 10 characters):".
           ACCEPT CHECK-NO.
           IF CHECK-NO = SPACES THEN
               DISPLAY "  the check number may not be blank, "
                   "try again..."
               GO TO 230-GET-CHECK-NO
           END-IF.

       240-GET-AMOUNT.
           DISPLAY "Enter the amount of the payment:".
           ACCEPT AMOUNT-TEXT.
           COMPUTE PAYMENT-AMOUNT = NUMVAL(AMOUNT-TEXT)
               ON SIZE ERROR
                   DISPLAY "  amount out of range, try again..."
                   GO TO 240-GET-AMOUNT
           END-COMPUTE.
           IF PAYMENT-AMOUNT IS NOT GREATER THAN 0 THEN
               DISPLAY "  the amount must be greater than zero, "
                   "try again..."
               GO TO 240-GET-AMOUNT
           END-IF.
           IF PAYMENT-AMOUNT IS GREATER THAN BALANCE-DUE THEN
               MOVE BALANCE-DUE TO AMOUNT-EDIT
               DISPLAY "  the amount may not exceed the balance "
                   "due of " FUNCTION TRIM(AMOUNT-EDIT)
                   ", try again..."
               GO TO 240-GET-AMOUNT
           END-IF.

       250-GET-PAYMENT-DATE.
           DISPLAY "Enter the date received (YYYYMMDD, blank for "
               "today):".
           ACCEPT PAYMENT-DATE.
           IF PAYMENT-DATE = SPACES THEN
               MOVE CURRENT-DATE TO RUN-TIMESTAMP
               MOVE RUN-TIMESTAMP(1:8) TO PAYMENT-DATE
           END-IF.
           IF PAYMENT-DATE IS NOT NUMERIC THEN
               DISPLAY "  enter eight digits or leave blank, "
                   "try again..."
               GO TO 250-GET-PAYMENT-DATE
           END-IF.

       260-GET-OPERATOR.
           DISPLAY "Enter your operator id (up to 8 characters):".
           ACCEPT PAYMENT-OPERATOR.
           IF PAYMENT-OPERATOR = SPACES THEN
               DISPLAY "  the operator id may not be blank, "
                   "try again..."
               GO TO 260-GET-OPERATOR
           END-IF.

       270-CONFIRM-PAYMENT.
           MOVE PAYMENT-AMOUNT TO AMOUNT-EDIT.
           DISPLAY "Post " FUNCTION TRIM(AMOUNT-EDIT) " check "
               CHECK-NO " to invoice " WANTED-INVOICE-NO "? (y/n)".
           ACCEPT CONFIRM-SW.
           IF NOT VALID-CONFIRM-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 270-CONFIRM-PAYMENT
           END-IF.

       280-ASK-ANOTHER.
           DISPLAY "Post another payment? (y/n)".
           ACCEPT AGAIN-SW.
           IF NOT VALID-AGAIN-SW THEN
               DISPLAY "  valid responses are 'y' and 'n', "
                   "try again..."
               GO TO 280-ASK-ANOTHER
           END-IF.
