               88  CM-SUSPENDED         VALUE "S".
           05  CM-BILL-ADDRESS        PIC X(60).
           05  CM-CREDIT-LIMIT        PIC 9(7)V99.
      * Sales tax / VAT jurisdiction, required by CUSTMGR. CUSTBILL
      * prices the rate off tax_rates.dat and will not bill a
      * customer that has none.
           05  CM-TAX-JURIS           PIC X(3).
      * Autopay enrollment, maintained by CUSTMGR. AUTOPAY drafts the
      * customer's invoices from this bank account on the due date;
      * AUTORTN counts returned debits and drops the customer off
      * autopay when the bank keeps returning them.
           05  CM-AUTOPAY-STATUS      PIC X(1).
               88  CM-AUTOPAY-ACTIVE    VALUE "A".
               88  CM-AUTOPAY-DROPPED   VALUE "D".
           05  CM-BANK-ROUTING        PIC 9(9).
           05  CM-BANK-ACCOUNT        PIC X(17).
           05  CM-AUTOPAY-RETURNS     PIC 9(2).
      * Bad-debt write-off, set by WRITEOFF when the customer's open
      * balance is written off. CASHAPP books cash that arrives
      * afterwards as a recovery, up to the amount written off.
           05  CM-WRITEOFF-STATUS     PIC X(1).
               88  CM-WRITTEN-OFF       VALUE "W".
           05  CM-WRITEOFF-DATE       PIC 9(8).
           05  CM-WRITEOFF-AMOUNT     PIC 9(7)V99.
           05  CM-RECOVERED-AMOUNT    PIC 9(7)V99.
