      * One row per bad-debt event, kept permanently as the write-off
      * and recovery record for the auditors. WRITEOFF adds a
      * write-off row for each open item it closes; CASHAPP adds a
      * recovery row when cash arrives from a written-off customer.
      * GLEXPORT books write-offs as bad-debt expense against AR and
      * recoveries as cash against bad-debt recoveries, inside the
      * CUSTBILL batch.
       01  BAD-DEBT-RECORD.
           05  WO-ENTRY-TYPE          PIC X(1).
               88  WO-WRITE-OFF         VALUE "W".
               88  WO-RECOVERY          VALUE "R".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WO-CUST-ID             PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
      * Open item written off; zero on a recovery row.
           05  WO-INVOICE-NO          PIC 9(7).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WO-POST-DATE           PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WO-AMOUNT              PIC 9(7)V99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
      * Who approved the write-off, or the check number that brought
      * the recovery in.
           05  WO-APPROVED-BY         PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WO-REASON              PIC X(24).
