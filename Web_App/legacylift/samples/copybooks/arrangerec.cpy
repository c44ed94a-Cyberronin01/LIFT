      * One payment arrangement per customer, agreed by collections
      * and loaded by ARRANGE. The covered balance is what the
      * customer owed on items dated up to the agreement date; the
      * nightly check measures cash posted against it and breaks the
      * arrangement when an installment is missed. While it is
      * current DUNNING and SVCSUSP leave the covered balance alone;
      * anything the customer owes beyond it is pursued as usual.
       01  ARRANGEMENT-RECORD.
           05  PA-CUST-ID             PIC X(10).
           05  PA-STATUS              PIC X(1).
               88  PA-CURRENT           VALUE "C".
               88  PA-BROKEN            VALUE "B".
               88  PA-PAID-OFF          VALUE "P".
               88  PA-CANCELLED         VALUE "X".
           05  PA-AGREED-DATE         PIC 9(8).
           05  PA-AGREED-BALANCE      PIC 9(7)V99.
           05  PA-COLLECTOR           PIC X(20).
      * Open balance of the covered items when the first nightly
      * check saw the arrangement; cash posted since is measured from
      * here.
           05  PA-START-OPEN          PIC 9(7)V99.
           05  PA-BASELINE-FLAG       PIC X(1).
               88  PA-BASELINE-TAKEN    VALUE "Y".
           05  PA-PAID-TO-DATE        PIC 9(7)V99.
           05  PA-LAST-CHECK-DATE     PIC 9(8).
           05  PA-CLOSED-DATE         PIC 9(8).
           05  PA-INST-COUNT          PIC 9(2).
           05  PA-INSTALLMENT OCCURS 12 TIMES.
               10  PA-INST-DUE-DATE   PIC 9(8).
               10  PA-INST-AMOUNT     PIC 9(7)V99.
      * Open balance of the covered items at the latest nightly
      * check, less any under open dispute as in the aged balance,
      * which is what DUNNING and SVCSUSP net out of that balance.
           05  PA-COVERED-OPEN        PIC 9(7)V99.
