               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "cust_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BAD-DEBT-FILE ASSIGN TO "bad_debt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADDEBT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "cashapp_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           COPY "billhist.cpy".

       FD  RECEIPTS-FILE.
           COPY "receiptrec.cpy".

       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  BAD-DEBT-FILE.
           COPY "baddebtrec.cpy".

       FD  CONTROL-FILE.
       01  CASHAPP-CONTROL-RECORD.
           05  CC-BH-ROWS-ABSORBED   PIC 9(7).
       01  WS-OPENITEM-STATUS        PIC X(2) VALUE "00".
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS          PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS          PIC X(2) VALUE "00".
       01  WS-BADDEBT-STATUS         PIC X(2) VALUE "00".
       01  WS-MASTER-AVAILABLE       PIC X(1) VALUE "N".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-SCAN-EOF               PIC X(1) VALUE "N".

       01  WS-ONA-POSTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-ONA-APPLIED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ONA-REMAINING          PIC 9(7)V99 VALUE 0.
       01  WS-REF-IDX                PIC 9(2) VALUE 0.
       01  WS-REF-LIMIT              PIC 9(2) VALUE 0.
       01  WS-REF-HELD-BACK          PIC 9(7)V99 VALUE 0.
       01  WS-REF-BEFORE             PIC 9(7)V99 VALUE 0.
       01  WS-REF-APPLIED-COUNT      PIC 9(5) VALUE 0.
       01  WS-REF-MISSED-COUNT       PIC 9(5) VALUE 0.
       01  WS-RECOVERY-AMT           PIC 9(7)V99 VALUE 0.
       01  WS-RECOVERY-COUNT         PIC 9(5) VALUE 0.
       01  WS-RECOVERY-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-DUPLICATE-COUNT        PIC 9(5) VALUE 0.
       01  WS-ITEMS-POSTED           PIC 9(7) VALUE 0.

      * Keys of the open on-account credits, collected up front so
      * applying one cannot disturb the file position of the scan
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  UD-NOTE               PIC X(24).

       01  REF-MISSED-DETAIL-LINE.
           05  FILLER                PIC X(11) VALUE "REF MISSED:".
           05  RM-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RM-CHECK-NO           PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RM-INVOICE-NO         PIC 9(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RM-NOTE               PIC X(24).

       01  RECOVERY-DETAIL-LINE.
           05  FILLER                PIC X(11) VALUE "RECOVERED: ".
           05  RV-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RV-PAYMENT-DATE       PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RV-AMOUNT             PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(24)
               VALUE "BAD-DEBT RECOVERY".

       01  REPORT-SUMMARY-LINE-1.
           05  FILLER                PIC X(22)
               VALUE "NEW INVOICES POSTED:  ".
               VALUE "  UNAPPLIED CASH:     ".
           05  RS-UNAPPLIED          PIC $$$$$,$$9.99.

       01  REPORT-SUMMARY-LINE-3.
           05  FILLER                PIC X(22)
               VALUE "INVOICE REFS APPLIED: ".
           05  RS-REFS-APPLIED       PIC ZZZZ9.
           05  FILLER                PIC X(22)
               VALUE "  INVOICE REFS MISSED:".
           05  RS-REFS-MISSED        PIC ZZZZ9.

       01  REPORT-SUMMARY-LINE-4.
           05  FILLER                PIC X(22)
               VALUE "BAD-DEBT RECOVERIES:  ".
           05  RS-RECOVERIES         PIC ZZZZ9.
           05  FILLER                PIC X(22)
               VALUE "  AMOUNT RECOVERED:   ".
           05  RS-RECOVERED          PIC $$$$$,$$9.99.

      * Permanently posts each receipt against specific invoices.
      * The control file remembers how many billing-history and
      * receipt rows earlier runs already absorbed, so the nightly
      * rerun picks up only new rows and never re-applies a payment.
      * A lockbox payment first settles the invoices its remittance
      * named; the rest, and every keyed payment, applies to the
      * customer's open items oldest invoice first. Cash left over
      * from a customer whose balance was written off as bad debt is
      * booked as a recovery, up to the amount written off. Any
      * remainder is reported as unapplied cash for manual review.

      * Parameter area for the RUNSEQ sequence-control engine, laid
      * out field for field like its WS-RUNSEQ-DATA linkage record.
           05  WS-RS-RESULT           PIC X(1).
           05  WS-RS-MESSAGE          PIC X(60).

      * Parameter area for the RUNSTAT run statistics logger, laid
      * out field for field like its WS-RUNSTAT-DATA linkage record.
       01  WS-RUNSTAT-CALL-DATA.
           05  WS-RT-PROGRAM          PIC X(10).
           05  WS-RT-STREAM           PIC X(1).
           05  WS-RT-RUN-GROUP        PIC X(1).
           05  WS-RT-START-TIMESTAMP  PIC X(14).
           05  WS-RT-RECORDS-READ     PIC 9(7).
           05  WS-RT-RECORDS-WRITTEN  PIC 9(7).
           05  WS-RT-RECORDS-REJECTED PIC 9(7).
           05  WS-RT-AMOUNT-TOTAL     PIC 9(11)V99.
           05  WS-RT-AMOUNT-NAME      PIC X(15).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP
           PERFORM 110-CHECK-RUN-SEQUENCE
           PERFORM 200-INIT-ROUTINE
           PERFORM 300-ABSORB-NEW-INVOICES
           PERFORM 400-APPLY-NEW-RECEIPTS
           PERFORM 500-WRAP-UP
           PERFORM 610-STAMP-RUN-SEQUENCE
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

      * The nightly stream is sequence-controlled: refuse to start
                   WS-OPENITEM-STATUS
               STOP RUN
           END-IF
      *    Without the customer master no recovery can be recognised
      *    and leftover cash goes on account as before.
           OPEN I-O CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           ELSE
               DISPLAY "NO CUSTOMER MASTER, NO RECOVERIES BOOKED"
           END-IF
           OPEN EXTEND BAD-DEBT-FILE
           IF WS-BADDEBT-STATUS = "05" OR WS-BADDEBT-STATUS = "35"
               OPEN OUTPUT BAD-DEBT-FILE
           END-IF
           IF WS-BADDEBT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BAD-DEBT-FILE: "
                   WS-BADDEBT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CASH-APP-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CASH-APP-REPORT: "
               INVALID KEY
                   DISPLAY "DUPLICATE OPEN ITEM "
                       WS-LAST-INVOICE-NO
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-WRITE
           ADD 1 TO WS-NEW-INVOICE-COUNT.

      * A credit memo nets against the customer's open balance: first
      * the item it names, when it settles a dispute on one item, then
      * the item matching the original invoice date, then any other
      * open item, oldest first. The memo itself is kept as a closed
      * item so the GL export can post the matching reversal, and any
           MOVE BH-INVOICE-AMOUNT TO WS-REMAINING-PAYMENT
           MOVE BH-CUST-ID        TO WS-APPLY-CUST-ID
           MOVE BH-INVOICE-DATE   TO WS-MATCH-DATE
           IF BH-ORIG-INVOICE-NO IS NUMERIC
                   AND BH-ORIG-INVOICE-NO > 0
               MOVE "N" TO WS-DATE-MATCH-ONLY
               MOVE BH-ORIG-INVOICE-NO TO OI-INVOICE-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 430-APPLY-TO-ITEM
               END-READ
           END-IF
           MOVE "Y" TO WS-DATE-MATCH-ONLY
           IF WS-REMAINING-PAYMENT > 0
               PERFORM 450-SCAN-AND-APPLY
           END-IF
           IF WS-REMAINING-PAYMENT > 0
               MOVE "N" TO WS-DATE-MATCH-ONLY
               PERFORM 450-SCAN-AND-APPLY
               INVALID KEY
                   DISPLAY "DUPLICATE OPEN ITEM "
                       WS-LAST-INVOICE-NO
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-WRITE
           IF WS-REMAINING-PAYMENT > 0
               PERFORM 460-REPORT-UNAPPLIED-CREDIT
           MOVE RC-PAYMENT-AMOUNT TO WS-REMAINING-PAYMENT
           MOVE RC-CUST-ID        TO WS-APPLY-CUST-ID
           MOVE "N" TO WS-DATE-MATCH-ONLY
           IF RC-REF-COUNT IS NUMERIC AND RC-REF-COUNT > 0
               PERFORM 425-APPLY-REFERENCED-ITEMS
           END-IF
           IF WS-REMAINING-PAYMENT > 0
               PERFORM 450-SCAN-AND-APPLY
           END-IF
           IF WS-REMAINING-PAYMENT > 0
               PERFORM 435-CHECK-RECOVERY
           END-IF
           IF WS-REMAINING-PAYMENT > 0
               PERFORM 440-REPORT-UNAPPLIED
           END-IF.

      * Each invoice the remittance named is read directly and paid
      * through the same apply logic as the oldest-first scan, capped
      * at the amount the remittance said it covered. A reference
      * that has closed or vanished since LOCKBOX checked it is
      * reported and its share falls through to the scan.
       425-APPLY-REFERENCED-ITEMS.
           MOVE RC-REF-COUNT TO WS-REF-LIMIT
           IF WS-REF-LIMIT > 8
               MOVE 8 TO WS-REF-LIMIT
           END-IF
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-LIMIT
                   OR WS-REMAINING-PAYMENT = 0
               PERFORM 426-APPLY-ONE-REFERENCE
           END-PERFORM.

       426-APPLY-ONE-REFERENCE.
           MOVE 0 TO WS-REF-HELD-BACK
           IF RC-REF-AMOUNT(WS-REF-IDX) IS NUMERIC
                   AND RC-REF-AMOUNT(WS-REF-IDX) > 0
                   AND RC-REF-AMOUNT(WS-REF-IDX) < WS-REMAINING-PAYMENT
               COMPUTE WS-REF-HELD-BACK =
                   WS-REMAINING-PAYMENT - RC-REF-AMOUNT(WS-REF-IDX)
               MOVE RC-REF-AMOUNT(WS-REF-IDX) TO WS-REMAINING-PAYMENT
           END-IF
           MOVE WS-REMAINING-PAYMENT TO WS-REF-BEFORE
           MOVE RC-REF-INVOICE-NO(WS-REF-IDX) TO OI-INVOICE-NO
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "REF NOT ON FILE" TO RM-NOTE
               NOT INVALID KEY
                   PERFORM 430-APPLY-TO-ITEM
                   IF OI-CUST-ID NOT = WS-APPLY-CUST-ID
                       MOVE "REF FOR OTHER CUSTOMER" TO RM-NOTE
                   ELSE
                       MOVE "REF NO LONGER OPEN" TO RM-NOTE
                   END-IF
           END-READ
           IF WS-REMAINING-PAYMENT < WS-REF-BEFORE
               ADD 1 TO WS-REF-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REF-MISSED-COUNT
               MOVE RC-CUST-ID TO RM-CUST-ID
               MOVE RC-CHECK-NO TO RM-CHECK-NO
               MOVE RC-REF-INVOICE-NO(WS-REF-IDX) TO RM-INVOICE-NO
               WRITE REPORT-LINE FROM REF-MISSED-DETAIL-LINE
           END-IF
           ADD WS-REF-HELD-BACK TO WS-REMAINING-PAYMENT.

       450-SCAN-AND-APPLY.
           MOVE 0 TO OI-INVOICE-NO
           START OPEN-ITEM-FILE KEY > OI-INVOICE-NO
               END-IF
           END-IF.

      * Cash from a written-off customer that no open item took is a
      * bad-debt recovery, not money held on account. It is capped at
      * what is still unrecovered; the recovery row goes to the
      * bad-debt file for GLEXPORT to book and for the auditors'
      * register, and anything beyond the cap goes on account.
       435-CHECK-RECOVERY.
           IF WS-MASTER-AVAILABLE = "Y"
               MOVE RC-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-WRITTEN-OFF
                               AND CM-WRITEOFF-AMOUNT IS NUMERIC
                               AND CM-RECOVERED-AMOUNT IS NUMERIC
                               AND CM-WRITEOFF-AMOUNT
                                   > CM-RECOVERED-AMOUNT
                           PERFORM 436-BOOK-RECOVERY
                       END-IF
               END-READ
           END-IF.

       436-BOOK-RECOVERY.
           COMPUTE WS-RECOVERY-AMT =
               CM-WRITEOFF-AMOUNT - CM-RECOVERED-AMOUNT
           IF WS-RECOVERY-AMT > WS-REMAINING-PAYMENT
               MOVE WS-REMAINING-PAYMENT TO WS-RECOVERY-AMT
           END-IF
           ADD WS-RECOVERY-AMT TO CM-RECOVERED-AMOUNT
           REWRITE CUSTOMER-MASTER-RECORD
           MOVE SPACES             TO BAD-DEBT-RECORD
           MOVE "R"                TO WO-ENTRY-TYPE
           MOVE RC-CUST-ID         TO WO-CUST-ID
           MOVE 0                  TO WO-INVOICE-NO
           MOVE RC-PAYMENT-DATE    TO WO-POST-DATE
           MOVE WS-RECOVERY-AMT    TO WO-AMOUNT
           MOVE RC-CHECK-NO        TO WO-APPROVED-BY
           MOVE "CASH AFTER WRITE-OFF" TO WO-REASON
           WRITE BAD-DEBT-RECORD
           SUBTRACT WS-RECOVERY-AMT FROM WS-REMAINING-PAYMENT
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-RECOVERY-AMT TO WS-RECOVERY-TOTAL
           MOVE RC-CUST-ID      TO RV-CUST-ID
           MOVE RC-PAYMENT-DATE TO RV-PAYMENT-DATE
           MOVE WS-RECOVERY-AMT TO RV-AMOUNT
           WRITE REPORT-LINE FROM RECOVERY-DETAIL-LINE.

       440-REPORT-UNAPPLIED.
           ADD 1 TO WS-UNAPPLIED-COUNT
           ADD WS-REMAINING-PAYMENT TO WS-UNAPPLIED-TOTAL
               INVALID KEY
                   DISPLAY "DUPLICATE OPEN ITEM "
                       WS-LAST-INVOICE-NO
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-WRITE
           ADD 1 TO WS-ONA-POSTED-COUNT.

           MOVE WS-APPLIED-TOTAL     TO RS-APPLIED
           MOVE WS-UNAPPLIED-TOTAL   TO RS-UNAPPLIED
           WRITE REPORT-LINE FROM REPORT-SUMMARY-LINE-2
           MOVE WS-REF-APPLIED-COUNT TO RS-REFS-APPLIED
           MOVE WS-REF-MISSED-COUNT  TO RS-REFS-MISSED
           WRITE REPORT-LINE FROM REPORT-SUMMARY-LINE-3
           MOVE WS-RECOVERY-COUNT    TO RS-RECOVERIES
           MOVE WS-RECOVERY-TOTAL    TO RS-RECOVERED
           WRITE REPORT-LINE FROM REPORT-SUMMARY-LINE-4
           CLOSE OPEN-ITEM-FILE
           IF WS-MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE BAD-DEBT-FILE
           CLOSE CASH-APP-REPORT
           DISPLAY "CASH APPLICATION COMPLETE"
           DISPLAY "UNAPPLIED RECEIPTS: " WS-UNAPPLIED-COUNT
           DISPLAY "ON-ACCOUNT CREDITS POSTED:  " WS-ONA-POSTED-COUNT
           DISPLAY "ON-ACCOUNT CREDITS APPLIED: "
               WS-ONA-APPLIED-COUNT
           DISPLAY "BAD-DEBT RECOVERIES: " WS-RECOVERY-COUNT.


       610-STAMP-RUN-SEQUENCE.
           MOVE "CASHAPP"    TO WS-RS-PROGRAM
           MOVE SPACES TO WS-RS-PREDECESSOR
           CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA.

      * A cash run is measured by the receipts it took in and the
      * cash it applied; what it wrote is the open items it posted,
      * and a posting refused as a duplicate counts as rejected.
       620-LOG-RUN-STATISTICS.
           COMPUTE WS-ITEMS-POSTED = WS-NEW-INVOICE-COUNT
               + WS-CREDIT-MEMO-COUNT + WS-ONA-POSTED-COUNT
               - WS-DUPLICATE-COUNT
           MOVE "CASHAPP"          TO WS-RT-PROGRAM
           MOVE "B"                TO WS-RT-STREAM
           MOVE SPACE              TO WS-RT-RUN-GROUP
           MOVE WS-RECEIPT-COUNT   TO WS-RT-RECORDS-READ
           MOVE WS-ITEMS-POSTED    TO WS-RT-RECORDS-WRITTEN
           MOVE WS-DUPLICATE-COUNT TO WS-RT-RECORDS-REJECTED
           MOVE WS-APPLIED-TOTAL   TO WS-RT-AMOUNT-TOTAL
           MOVE "CASH APPLIED"     TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
