           05  EF-ER-FICA         PIC 9(6)V99.
           05  EF-ER-FUTA         PIC 9(6)V99.
           05  EF-ER-SUTA         PIC 9(6)V99.
      * Mirrors the birth date on the employee master; PAYROLL uses
      * it to grant the 401(k) catch-up allowance from the year the
      * employee turns fifty.
           05  EF-BIRTH-DATE      PIC 9(8).
