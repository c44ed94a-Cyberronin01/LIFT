           05  IQ-GARNISH             PIC $$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  IQ-NET-PAY             PIC -$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  IQ-REVERSED            PIC X(8).

       01  WS-INQ-TOTAL-LINE.
           05  FILLER                 PIC X(8)  VALUE "TOTALS  ".
           MOVE PY-DEDUCTIONS  TO IQ-DEDUCT.
           MOVE PY-GARNISHMENT TO IQ-GARNISH.
           MOVE PY-NET-PAY     TO IQ-NET-PAY.
           IF PY-REVERSED
               MOVE "REVERSED" TO IQ-REVERSED
           ELSE
               MOVE SPACES     TO IQ-REVERSED
           END-IF.
           WRITE INQUIRY-LINE FROM WS-INQ-DETAIL.
      *    A reversed period stays listed as it was paid but no longer
      *    counts toward what the employee has been paid.
           IF NOT PY-REVERSED
               ADD PY-GROSS       TO WS-TOT-GROSS
               ADD PY-FED-TAX     TO WS-TOT-FED-TAX
               ADD PY-STATE-TAX   TO WS-TOT-STATE-TAX
               ADD PY-BONUS       TO WS-TOT-BONUS
               ADD PY-DEDUCTIONS  TO WS-TOT-DEDUCT
               ADD PY-GARNISHMENT TO WS-TOT-GARNISH
               ADD PY-NET-PAY     TO WS-TOT-NET
           END-IF.

       WRITE-HISTORY-TOTALS.
           MOVE SPACES TO INQUIRY-LINE.
