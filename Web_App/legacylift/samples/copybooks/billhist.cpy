               88  BH-CREDIT-MEMO       VALUE "CRM".
               88  BH-DEBIT-MEMO        VALUE "DBM".
           05  FILLER                 PIC X(2)  VALUE SPACES.
      * Adjustment reason on memos; EX on an invoice billed untaxed
      * under an exemption certificate.
           05  BH-REASON-CODE         PIC X(2).
      * Sales tax included in the invoice amount above. Rows written
      * before tax existed carry spaces and are treated as untaxed.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BH-TAX-AMOUNT          PIC 9(5)V99.
      * Open-item invoice number a memo settles, when it was raised
      * against one specific item (a resolved invoice dispute).
      * Blank or zero on invoices and on memos keyed by date alone.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BH-ORIG-INVOICE-NO     PIC 9(7).
