      * One row per contractor invoice paid by a CONTRPAY batch.
      * ACHEXTRACT reads the file instead of the employee master when
      * CONTRACTOR_RUN is set, so contractors are paid through the
      * same direct-deposit and check-printing steps as the payroll.
      * CONTRPAY adds each batch to the end of the file and ACHEXTRACT
      * empties it once extracted, so no batch is lost unpaid.
       01  CONTRACTOR-PAY-RECORD.
           05  XP-CONTRACTOR-ID       PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XP-NAME                PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XP-NET-PAY             PIC 9(6)V99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XP-INVOICE-NO          PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XP-PAY-DATE            PIC 9(8).
