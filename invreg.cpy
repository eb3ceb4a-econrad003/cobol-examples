      * Invoice register record, one per invoice TRIBILL issues,
      * kept in INVREG.DAT (indexed) and keyed by the invoice
      * number; INVCTL.DAT, a one-record control file, holds the
      * last invoice number assigned.  The billing period carries
      * an alternate key so a rerun of TRIBILL can see the period
      * was already billed, and the job carries one so payments
      * and statements find a client's invoices directly.  The
      * amount paid is kept up by TRIPAY as checks are posted; an
      * invoice paid in full is marked paid.  A rebill of a period
      * marks the period's earlier invoices superseded, and each
      * new invoice names the one it replaces (zero when none) and
      * takes over the payments already received against it.
       01  INVOICE-REG-RECORD.
           02  INV-NO                   PIC 9(7).
           02  INV-PERIOD               PIC X(6).
           02  INV-JOB-NO               PIC X(8).
           02  INV-DATE                 PIC X(8).
           02  INV-SOLVE-COUNT          PIC 9(6).
           02  INV-AMOUNT               PIC S9(7)V9(2)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  INV-PAID                 PIC S9(7)V9(2)
                   SIGN TRAILING SEPARATE CHARACTER.
           02  INV-STATUS               PIC X(1).
               88  INV-OPEN                 VALUE "O".
               88  INV-PAID-IN-FULL         VALUE "P".
               88  INV-SUPERSEDED           VALUE "S".
           02  INV-REPLACES-NO          PIC 9(7).
