           05  PY-GARNISHMENT         PIC 9(6)V99.
           05  PY-NET-PAY             PIC S9(6)V99.
           05  PY-POSTED-TIMESTAMP    PIC X(14).
      * The pre-tax share of PY-DEDUCTIONS and the 401(k) part of it,
      * so a posted period can be restated or backed out exactly.
           05  PY-PRETAX-DED          PIC 9(6)V99.
           05  PY-401K-DED            PIC 9(6)V99.
      * The employer's own taxes on the period's wages, and the leave
      * hours the period accrued and drew down, so a reversal can
      * back the paycheck out of the GL and the leave balances.
           05  PY-ER-FICA             PIC 9(6)V99.
           05  PY-ER-FUTA             PIC 9(6)V99.
           05  PY-ER-SUTA             PIC 9(6)V99.
           05  PY-VAC-ACCRUED         PIC 9(3)V99.
           05  PY-SICK-ACCRUED        PIC 9(3)V99.
           05  PY-PERS-ACCRUED        PIC 9(3)V99.
           05  PY-VAC-TAKEN           PIC 9(3)V99.
           05  PY-SICK-TAKEN          PIC 9(3)V99.
           05  PY-PERS-TAKEN          PIC 9(3)V99.
      * Set by PAYREVERSE when the payment has been backed out; the
      * figures above stay as they were paid, for the audit trail.
           05  PY-REVERSED-FLAG       PIC X(1).
               88  PY-REVERSED          VALUE "Y".
           05  PY-REVERSED-TIMESTAMP  PIC X(14).
      * What each deduction code took this period, as PAYROLL added
      * it to the employee's deduction_ytd record, so a reversal can
      * take every code back off its year-to-date amount.
           05  PY-DED-CODE-COUNT      PIC 9(2).
           05  PY-DED-CODE-ENTRY OCCURS 10 TIMES.
               10  PY-DED-CODE        PIC X(3).
               10  PY-DED-CODE-AMOUNT PIC 9(6)V99.
