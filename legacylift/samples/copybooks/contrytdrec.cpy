      * Contractor year-to-date, kept apart from the W-2 figures in
      * ytd.dat. Keyed by contractor and calendar year of payment, so
      * no year-end close is needed and TEN99GEN can produce any
      * year's 1099s from the same file.
       01  CONTRACTOR-YTD-RECORD.
           05  CY-KEY.
               10  CY-CONTRACTOR-ID   PIC 9(5).
               10  CY-YEAR            PIC 9(4).
           05  CY-NAME                PIC X(30).
      * Nonemployee compensation paid (1099-NEC box 1) and federal
      * tax backup-withheld from it (box 4).
           05  CY-PAID                PIC 9(8)V99.
           05  CY-BACKUP-WH           PIC 9(8)V99.
           05  CY-PAYMENT-COUNT       PIC 9(5).
           05  CY-LAST-PAID-DATE      PIC 9(8).
