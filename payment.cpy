      * Payment record, one per check posted by TRIPAY, appended to
      * PAYMENTS.DAT: the date the check was received, the invoice
      * and job it was applied to, the check number, the amount,
      * and the operator who posted it.  The statement run reads
      * it for the payments received in the statement month.
       01  PAYMENT-RECORD.
           02  PAY-DATE                 PIC X(8).
           02  PAY-INVOICE-NO           PIC 9(7).
           02  PAY-JOB-NO               PIC X(8).
           02  PAY-CHECK-NO             PIC X(10).
           02  PAY-AMOUNT               PIC S9(7)V9(2)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  PAY-OPERATOR             PIC X(8).
