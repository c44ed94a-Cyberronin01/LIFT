           SELECT SUSP-REPORT ASSIGN TO "svc_susp_rpt.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ARRANGEMENT-FILE ASSIGN TO "payment_arrangements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CUST-ID
               FILE STATUS IS WS-ARRANGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  ARRANGEMENT-FILE.
           COPY "arrangerec.cpy".

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(191).

       01  WS-MASTER-STATUS          PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS           PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS          PIC X(2) VALUE "00".
       01  WS-ARRANGE-STATUS         PIC X(2) VALUE "00".
       01  WS-ARRANGE-AVAILABLE      PIC X(1) VALUE "N".
       01  WS-ARRANGE-HONORED        PIC X(1) VALUE "N".
       01  WS-AGED-EOF               PIC X(1) VALUE "N".
       01  WS-HIST-EOF               PIC X(1) VALUE "N".
       01  WS-SCAN-EOF               PIC X(1) VALUE "N".
       01  WS-HAS-BALANCE            PIC X(1) VALUE "N".
       01  WS-SUSPENDED-COUNT        PIC 9(4) VALUE 0.
       01  WS-REINSTATED-COUNT       PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT             PIC 9(4) VALUE 0.

       COPY "custauditrec.cpy".

           05  WS-AGED-ENTRY OCCURS 200 TIMES.
               10  WS-AGED-CUST-ID       PIC X(10).
               10  WS-AGED-BUCKET        PIC X(1).
               10  WS-AGED-BALANCE       PIC 9(7)V99.
       01  WS-AGED-IDX               PIC 9(3) VALUE 0.

       01  REPORT-HEADING-LINE.
      * final notice is suspended on the customer master, with an
      * audit record like CUSTMGR writes; a suspended customer whose
      * applied receipts have cleared the aged balance is reinstated
      * automatically. A customer keeping to a current payment
      * arrangement is held rather than suspended and listed as such,
      * unless what it owes beyond the covered balance has itself
      * drawn a final notice since the agreement date.
      * The report is the service desk's daily list.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 200-INIT-ROUTINE
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-STATUS = "00"
               MOVE "Y" TO WS-ARRANGE-AVAILABLE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               ADD 1 TO WS-AGED-COUNT
               MOVE AB-CUST-ID     TO WS-AGED-CUST-ID(WS-AGED-COUNT)
               MOVE AB-BUCKET-CODE TO WS-AGED-BUCKET(WS-AGED-COUNT)
               MOVE AB-BALANCE     TO WS-AGED-BALANCE(WS-AGED-COUNT)
               READ AGED-BALANCE-FILE
                   AT END MOVE "Y" TO WS-AGED-EOF
               END-READ
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-FINAL-SENT-DATE)
               IF WS-NOTICE-AGE-DAYS >= WS-SUSP-WAIT-DAYS
                   PERFORM 315-CHECK-ARRANGEMENT
                   IF WS-ARRANGE-HONORED = "Y"
                       PERFORM 330-HOLD-CUSTOMER
                   ELSE
                       PERFORM 320-SUSPEND-CUSTOMER
                   END-IF
               END-IF
           END-IF.

      * The arrangement protects only the covered balance. DUNNING
      * sends a final notice after the agreement date only for what
      * is owed beyond it, so such a notice still outstanding means
      * the uncovered balance is delinquent in its own right.
       315-CHECK-ARRANGEMENT.
           MOVE "N" TO WS-ARRANGE-HONORED
           IF WS-ARRANGE-AVAILABLE = "Y"
               MOVE WS-AGED-CUST-ID(WS-AGED-IDX) TO PA-CUST-ID
               READ ARRANGEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-CURRENT
                           IF WS-AGED-BALANCE(WS-AGED-IDX)
                                   > PA-COVERED-OPEN
                                   AND WS-FINAL-SENT-DATE
                                       > PA-AGREED-DATE
                               CONTINUE
                           ELSE
                               MOVE "Y" TO WS-ARRANGE-HONORED
                           END-IF
                       END-IF
               END-READ
           END-IF.

       320-SUSPEND-CUSTOMER.
           MOVE WS-AGED-CUST-ID(WS-AGED-IDX) TO CM-CUST-ID
           READ CUSTOMER-MASTER
                   END-IF
           END-READ.

       330-HOLD-CUSTOMER.
           MOVE WS-AGED-CUST-ID(WS-AGED-IDX) TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-ACTIVE
                       ADD 1 TO WS-HELD-COUNT
                       MOVE "HELD" TO RD-ACTION
                       MOVE "PAYMENT ARRANGEMENT" TO RD-NOTE
                       PERFORM 510-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      * The aging writes a row only for customers still owing, so a
      * suspended customer with no aged row has cleared the balance
      * and service comes back on.

       600-WRAP-UP.
           CLOSE CUSTOMER-MASTER
           IF WS-ARRANGE-AVAILABLE = "Y"
               CLOSE ARRANGEMENT-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE SUSP-REPORT
           DISPLAY "CUSTOMERS SUSPENDED:  " WS-SUSPENDED-COUNT
           DISPLAY "CUSTOMERS REINSTATED: " WS-REINSTATED-COUNT
           DISPLAY "HELD FOR ARRANGEMENT: " WS-HELD-COUNT.
