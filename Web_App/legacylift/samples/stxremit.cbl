       01  WS-SWEPT-COUNT         PIC 9(6) VALUE 0.
       01  WS-UNKNOWN-COUNT       PIC 9(6) VALUE 0.
       01  WS-GRAND-TAX-TOTAL     PIC 9(10)V99 VALUE 0.
       01  WS-EXEMPT-COUNT        PIC 9(6) VALUE 0.
       01  WS-GRAND-EXEMPT-TOTAL  PIC 9(10)V99 VALUE 0.

       01  WS-JURIS-TOTALS.
           05  WS-JT-COUNT        PIC 9(2) VALUE 0.
               10  WS-JT-CODE         PIC X(3).
               10  WS-JT-ROWS         PIC 9(6).
               10  WS-JT-TOTAL        PIC 9(10)V99.
               10  WS-JT-EXEMPT-ROWS  PIC 9(6).
               10  WS-JT-EXEMPT-TOTAL PIC 9(10)V99.
       01  WS-JT-IDX              PIC 9(2) VALUE 0.
       01  WS-JT-FOUND            PIC X(1) VALUE "N".
       01  WS-ROW-JURIS           PIC X(3) VALUE SPACES.
               "TOTAL TAX COLLECTED: ".
           05  RT-TOTAL           PIC $$$$,$$$,$$9.99.

       01  WS-REMIT-EXEMPT-HEAD.
           05  FILLER             PIC X(33) VALUE
               "EXEMPT SALES BY JURISDICTION:".

       01  WS-REMIT-EXEMPT-TOTAL-LINE.
           05  FILLER             PIC X(21) VALUE
               "TOTAL EXEMPT SALES:  ".
           05  RX-TOTAL           PIC $$$$,$$$,$$9.99.

       01  WS-REMIT-UNKNOWN-LINE.
           05  FILLER             PIC X(30) VALUE
               "ROWS WITHOUT A JURISDICTION:  ".
           05  RU-COUNT           PIC ZZZZZ9.

      * Sweeps the billing history for the quarter named by the
      * convention TAXREMIT uses for withholding - and totals the
      * sales tax collected by jurisdiction off the customer master,
      * so finance remits what was actually billed instead of
      * back-calculating tax out of gross revenue. Invoices CUSTBILL
      * billed untaxed under an exemption certificate are totalled
      * separately by jurisdiction as exempt sales.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 200-INIT-ROUTINE
                   PERFORM 310-TALLY-TAX-ROW
               END-IF
           END-IF
           IF BH-REASON-CODE = "EX"
                   AND (BH-INVOICE OR BH-TXN-TYPE = SPACES)
               MOVE BH-INVOICE-DATE(1:4) TO WS-ROW-YEAR
               MOVE BH-INVOICE-DATE(5:2) TO WS-ROW-MONTH
               COMPUTE WS-ROW-QUARTER = (WS-ROW-MONTH + 2) / 3
               IF WS-ROW-YEAR = WS-REMIT-YEAR
                       AND WS-ROW-QUARTER = WS-REMIT-QUARTER
                   PERFORM 315-TALLY-EXEMPT-ROW
               END-IF
           END-IF
           READ BILLING-HISTORY-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
               ADD WS-ROW-TAX TO WS-JT-TOTAL(WS-JT-IDX)
           END-IF.

      * An exempt invoice carries no tax, so its whole amount is the
      * exempt sale.
       315-TALLY-EXEMPT-ROW.
           ADD 1 TO WS-EXEMPT-COUNT
           ADD BH-INVOICE-AMOUNT TO WS-GRAND-EXEMPT-TOTAL
           PERFORM 320-LOOK-UP-JURISDICTION
           IF WS-ROW-JURIS = SPACES
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               PERFORM 330-FIND-OR-ADD-JURIS
               ADD 1 TO WS-JT-EXEMPT-ROWS(WS-JT-IDX)
               ADD BH-INVOICE-AMOUNT TO WS-JT-EXEMPT-TOTAL(WS-JT-IDX)
           END-IF.

       320-LOOK-UP-JURISDICTION.
           MOVE SPACES TO WS-ROW-JURIS
           IF WS-MASTER-AVAILABLE = "Y"
               MOVE WS-ROW-JURIS TO WS-JT-CODE(WS-JT-IDX)
               MOVE 0 TO WS-JT-ROWS(WS-JT-IDX)
               MOVE 0 TO WS-JT-TOTAL(WS-JT-IDX)
               MOVE 0 TO WS-JT-EXEMPT-ROWS(WS-JT-IDX)
               MOVE 0 TO WS-JT-EXEMPT-TOTAL(WS-JT-IDX)
           END-IF.

       400-WRITE-REMIT-REPORT.
           WRITE REMIT-LINE FROM WS-REMIT-JURIS-HEAD
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               IF WS-JT-ROWS(WS-JT-IDX) > 0
                   MOVE WS-JT-CODE(WS-JT-IDX)  TO RJ-JURIS-CODE
                   MOVE WS-JT-ROWS(WS-JT-IDX)  TO RJ-ROWS
                   MOVE WS-JT-TOTAL(WS-JT-IDX) TO RJ-TOTAL
                   WRITE REMIT-LINE FROM WS-REMIT-JURIS-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
           MOVE WS-GRAND-TAX-TOTAL TO RT-TOTAL
           WRITE REMIT-LINE FROM WS-REMIT-TOTAL-LINE
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
           WRITE REMIT-LINE FROM WS-REMIT-EXEMPT-HEAD
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               IF WS-JT-EXEMPT-ROWS(WS-JT-IDX) > 0
                   MOVE WS-JT-CODE(WS-JT-IDX) TO RJ-JURIS-CODE
                   MOVE WS-JT-EXEMPT-ROWS(WS-JT-IDX) TO RJ-ROWS
                   MOVE WS-JT-EXEMPT-TOTAL(WS-JT-IDX) TO RJ-TOTAL
                   WRITE REMIT-LINE FROM WS-REMIT-JURIS-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
           MOVE WS-GRAND-EXEMPT-TOTAL TO RX-TOTAL
           WRITE REMIT-LINE FROM WS-REMIT-EXEMPT-TOTAL-LINE
           MOVE WS-UNKNOWN-COUNT TO RU-COUNT
           WRITE REMIT-LINE FROM WS-REMIT-UNKNOWN-LINE.

       500-WRAP-UP.
           DISPLAY "TAXED INVOICES IN QUARTER: " WS-SWEPT-COUNT
           DISPLAY "EXEMPT INVOICES IN QUARTER: " WS-EXEMPT-COUNT
           CLOSE BILLING-HISTORY-FILE
           IF WS-MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
