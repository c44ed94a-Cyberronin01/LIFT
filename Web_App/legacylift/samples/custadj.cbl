           05  AJ-AMOUNT             PIC 9(6)V99.
           05  FILLER                PIC X(2).
           05  AJ-REASON-CODE        PIC X(2).
      * Optional: the open item a memo settles, written by DISPUTE.
           05  FILLER                PIC X(2).
           05  AJ-ORIG-INVOICE-NO    PIC 9(7).

       FD  BILLING-HISTORY-FILE.
       01  BILLING-HISTORY-LINE      PIC X(57).

       FD  ADJ-REPORT.
       01  REPORT-LINE               PIC X(100).
           IF WS-ADJ-VALID = 'Y' AND AJ-REASON-CODE = SPACES
               MOVE "A05 REASON CODE REQUIRED" TO WS-REJECT-REASON
               MOVE 'N' TO WS-ADJ-VALID
           END-IF
           IF WS-ADJ-VALID = 'Y' AND AJ-ORIG-INVOICE-NO NOT = SPACES
                   AND AJ-ORIG-INVOICE-NO IS NOT NUMERIC
               MOVE "A06 ORIG INVOICE NO BAD" TO WS-REJECT-REASON
               MOVE 'N' TO WS-ADJ-VALID
           END-IF.

       320-WRITE-TO-BILLING-HISTORY.
           MOVE AJ-AMOUNT            TO BH-INVOICE-AMOUNT
           MOVE AJ-TXN-TYPE          TO BH-TXN-TYPE
           MOVE AJ-REASON-CODE       TO BH-REASON-CODE
           IF AJ-ORIG-INVOICE-NO IS NUMERIC
               MOVE AJ-ORIG-INVOICE-NO TO BH-ORIG-INVOICE-NO
           ELSE
               MOVE 0 TO BH-ORIG-INVOICE-NO
           END-IF
           WRITE BILLING-HISTORY-LINE FROM BILLING-HISTORY-RECORD.

       400-WRITE-REPORT-DETAIL.
