           05  YTD-BONUS              PIC 9(7)V99.
           05  YTD-NET-PAY            PIC S9(8)V99.
           05  YTD-LAST-PERIOD        PIC 9(6).
      * Deductions taken before tax - already out of the taxable
      * wages TAXMODULE was given - and the 401(k) elective deferrals
      * within them, which the W-2 reports in their own box.
           05  YTD-PRETAX-DED         PIC 9(8)V99.
           05  YTD-401K-DED           PIC 9(8)V99.
