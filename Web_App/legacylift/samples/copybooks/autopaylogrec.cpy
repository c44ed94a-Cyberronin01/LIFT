      * One row per invoice AUTOPAY has drafted, keyed by invoice
      * number so an item is never debited twice. AUTORTN marks the
      * row returned when the bank sends the debit back; a returned
      * invoice is left to ordinary collections, not drafted again.
       01  AUTOPAY-LOG-RECORD.
           05  AL-INVOICE-NO          PIC 9(7).
           05  AL-CUST-ID             PIC X(10).
           05  AL-DEBIT-DATE          PIC 9(8).
           05  AL-AMOUNT              PIC 9(7)V99.
           05  AL-STATUS              PIC X(1).
               88  AL-DEBIT-SENT        VALUE "S".
               88  AL-DEBIT-RETURNED    VALUE "R".
           05  AL-RETURN-CODE         PIC X(3).
           05  AL-RETURN-DATE         PIC 9(8).
