           05  OI-STATUS              PIC X(1).
               88  OI-ITEM-OPEN         VALUE "O".
               88  OI-ITEM-CLOSED       VALUE "C".
      * Balance written off as bad debt by WRITEOFF; the item stays on
      * file for the record but no longer ages, duns or takes cash.
               88  OI-ITEM-WRITTEN-OFF  VALUE "W".
           05  OI-TXN-TYPE            PIC X(3).
               88  OI-INVOICE           VALUE "INV".
               88  OI-CREDIT-MEMO       VALUE "CRM".
