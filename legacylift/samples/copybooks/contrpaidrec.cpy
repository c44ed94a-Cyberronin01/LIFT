      * Log of every contractor invoice paid, keyed by contractor and
      * the contractor's own invoice number. CONTRPAY refuses an
      * invoice already on the log, so a batch keyed twice or rerun
      * never pays the same bill again.
       01  CONTRACTOR-PAID-RECORD.
           05  PV-KEY.
               10  PV-CONTRACTOR-ID   PIC 9(5).
               10  PV-INVOICE-NO      PIC X(12).
           05  PV-INVOICE-DATE        PIC 9(8).
           05  PV-GROSS-AMOUNT        PIC 9(6)V99.
           05  PV-BACKUP-WH           PIC 9(6)V99.
           05  PV-NET-PAY             PIC 9(6)V99.
           05  PV-PAID-DATE           PIC 9(8).
           05  PV-APPROVER            PIC X(20).
