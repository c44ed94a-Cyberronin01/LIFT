      * Deduction code master (deduction_codes.dat). Classes each
      * deduction code as taken before tax (B) or after tax (A), and
      * carries the annual dollar limit for a code the IRS caps, plus
      * the extra catch-up allowance for employees who reach the
      * catch-up age by the end of the year. A zero limit means the
      * code is not capped.
       01  DEDUCTION-CODE-RECORD.
           05  DC-CODE                PIC X(3).
           05  FILLER                 PIC X(2).
           05  DC-DESCRIPTION         PIC X(30).
           05  FILLER                 PIC X(2).
           05  DC-TAX-TREATMENT       PIC X(1).
               88  DC-PRE-TAX           VALUE "B".
               88  DC-POST-TAX          VALUE "A".
           05  FILLER                 PIC X(2).
           05  DC-ANNUAL-LIMIT        PIC 9(6)V99.
           05  FILLER                 PIC X(2).
           05  DC-CATCHUP-LIMIT       PIC 9(6)V99.
           05  FILLER                 PIC X(2).
           05  DC-CATCHUP-AGE         PIC 9(2).
