      * One row per open item a customer has disputed, keyed by the
      * open-item invoice number and maintained by DISPUTE. While the
      * row is open ARAGING reports the item in its own column and
      * leaves it out of the aged balance, so dunning, suspension and
      * the credit-limit check do not act on it. A resolved row is
      * kept as the record of how the dispute ended.
       01  DISPUTE-RECORD.
           05  DP-INVOICE-NO          PIC 9(7).
           05  DP-CUST-ID             PIC X(10).
           05  DP-STATUS              PIC X(1).
               88  DP-OPEN              VALUE "O".
               88  DP-RELEASED          VALUE "R".
               88  DP-CREDITED          VALUE "C".
               88  DP-PAID              VALUE "P".
           05  DP-OPENED-DATE         PIC 9(8).
           05  DP-OWNER               PIC X(20).
           05  DP-REASON              PIC X(30).
      * Open amount of the item when the dispute was raised.
           05  DP-AMOUNT              PIC 9(7)V99.
           05  DP-RESOLVED-DATE       PIC 9(8).
           05  DP-CREDIT-AMOUNT       PIC 9(7)V99.
