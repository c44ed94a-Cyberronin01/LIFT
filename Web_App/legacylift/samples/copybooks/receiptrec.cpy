      * One row per customer payment, keyed by the cash desk or
      * appended by LOCKBOX from the bank's lockbox file. CASHAPP
      * absorbs new rows by count, so the file is only ever extended.
      * Lockbox payments carry the check number and the invoices the
      * customer's remittance named; keyed rows leave that tail blank
      * and CASHAPP treats a non-numeric reference count as none.
       01  RECEIPT-RECORD.
           05  RC-CUST-ID             PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RC-PAYMENT-DATE        PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RC-PAYMENT-AMOUNT      PIC 9(6)V99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RC-CHECK-NO            PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RC-REF-COUNT           PIC 9(2).
           05  RC-INVOICE-REF OCCURS 8 TIMES.
               10  FILLER             PIC X(1).
               10  RC-REF-INVOICE-NO  PIC 9(7).
               10  FILLER             PIC X(1).
      * Amount the remittance said it was paying on the invoice;
      * zero means pay whatever is open on it.
               10  RC-REF-AMOUNT      PIC 9(6)V99.
