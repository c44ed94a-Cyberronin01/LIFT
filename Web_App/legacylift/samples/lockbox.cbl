       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "lockbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT LOCKBOX-LOG ASSIGN TO "lockbox_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LL-KEY
               FILE STATUS IS WS-LOG-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "lockbox_exceptions.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The bank's lockbox transmission: one file header, then per
      * deposit batch a header, the payments (each followed by any
      * remittance records naming the invoices it pays) and a
      * trailer with the bank's item count and total, then a file
      * trailer with the grand totals.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05  LB-REC-TYPE           PIC X(1).
               88  LB-FILE-HEADER      VALUE "1".
               88  LB-BATCH-HEADER     VALUE "5".
               88  LB-PAYMENT          VALUE "6".
               88  LB-REMITTANCE       VALUE "4".
               88  LB-BATCH-TRAILER    VALUE "7".
               88  LB-FILE-TRAILER     VALUE "9".
           05  LB-REC-DATA           PIC X(79).
           05  LB-HEADER-DATA REDEFINES LB-REC-DATA.
               10  LB-H-BANK-ID          PIC X(10).
               10  LB-H-LOCKBOX-NO       PIC X(7).
               10  LB-H-DEPOSIT-DATE     PIC 9(8).
               10  FILLER                PIC X(54).
           05  LB-BATCH-DATA REDEFINES LB-REC-DATA.
               10  LB-B-BATCH-NO         PIC 9(3).
               10  FILLER                PIC X(76).
           05  LB-PAYMENT-DATA REDEFINES LB-REC-DATA.
               10  LB-P-BATCH-NO         PIC 9(3).
               10  LB-P-ITEM-NO          PIC 9(4).
               10  LB-P-CUST-ID          PIC X(10).
               10  LB-P-CHECK-NO         PIC X(10).
               10  LB-P-AMOUNT           PIC 9(6)V99.
               10  FILLER                PIC X(44).
           05  LB-REMIT-DATA REDEFINES LB-REC-DATA.
               10  LB-R-BATCH-NO         PIC 9(3).
               10  LB-R-ITEM-NO          PIC 9(4).
               10  LB-R-INVOICE-NO       PIC X(7).
               10  LB-R-AMOUNT           PIC 9(6)V99.
               10  FILLER                PIC X(57).
           05  LB-TRAILER-DATA REDEFINES LB-REC-DATA.
               10  LB-T-BATCH-NO         PIC 9(3).
               10  LB-T-ITEM-COUNT       PIC 9(4).
               10  LB-T-BATCH-TOTAL      PIC 9(8)V99.
               10  FILLER                PIC X(62).
           05  LB-FILE-TRAILER-DATA REDEFINES LB-REC-DATA.
               10  LB-F-BATCH-COUNT      PIC 9(3).
               10  LB-F-ITEM-COUNT       PIC 9(5).
               10  LB-F-FILE-TOTAL       PIC 9(9)V99.
               10  FILLER                PIC X(60).

       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  RECEIPTS-FILE.
           COPY "receiptrec.cpy".

      * One row per deposit batch already fed to cash application,
      * so a retransmitted file cannot post the same cash twice. A
      * batch held back is not logged, so the bank's corrected copy
      * of it can still be fed.
       FD  LOCKBOX-LOG.
       01  LOCKBOX-LOG-RECORD.
           05  LL-KEY.
               10  LL-LOCKBOX-NO         PIC X(7).
               10  LL-DEPOSIT-DATE       PIC 9(8).
               10  LL-BATCH-NO           PIC 9(3).
           05  LL-BANK-ID            PIC X(10).
           05  LL-PAYMENTS-FED       PIC 9(5).
           05  LL-AMOUNT-FED         PIC 9(9)V99.
           05  LL-PROCESSED-STAMP    PIC X(14).

       FD  EXCEPTION-REPORT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOCKBOX-STATUS         PIC X(2) VALUE "00".
       01  WS-OPENITEM-STATUS        PIC X(2) VALUE "00".
       01  WS-RECEIPT-STATUS         PIC X(2) VALUE "00".
       01  WS-LOG-STATUS             PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS          PIC X(2) VALUE "00".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-ITEMS-AVAILABLE        PIC X(1) VALUE "N".
       01  WS-FILE-BALANCED          PIC X(1) VALUE "Y".
       01  WS-HEADER-SEEN            PIC X(1) VALUE "N".
       01  WS-TRAILER-SEEN           PIC X(1) VALUE "N".
       01  WS-IN-BATCH               PIC X(1) VALUE "N".
       01  WS-PAYMENT-PENDING        PIC X(1) VALUE "N".
       01  WS-FEED-BATCH             PIC X(1) VALUE "N".

       01  WS-BANK-ID                PIC X(10) VALUE SPACES.
       01  WS-LOCKBOX-NO             PIC X(7) VALUE SPACES.
       01  WS-DEPOSIT-DATE           PIC 9(8) VALUE 0.

       01  WS-FILE-ITEM-COUNT        PIC 9(5) VALUE 0.
       01  WS-FILE-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-PAYMENTS-FED           PIC 9(5) VALUE 0.
       01  WS-AMOUNT-FED             PIC 9(9)V99 VALUE 0.
       01  WS-PAYMENTS-HELD          PIC 9(5) VALUE 0.
       01  WS-AMOUNT-HELD            PIC 9(9)V99 VALUE 0.
       01  WS-REFS-ACCEPTED          PIC 9(5) VALUE 0.
       01  WS-REFS-REJECTED          PIC 9(5) VALUE 0.
       01  WS-BATCHES-REJECTED       PIC 9(3) VALUE 0.
       01  WS-BATCHES-ALREADY-FED    PIC 9(3) VALUE 0.
       01  WS-PAYMENTS-ALREADY-FED   PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.
       01  WS-REF-INVOICE-NO         PIC 9(7) VALUE 0.
       01  WS-REF-AMOUNT             PIC 9(6)V99 VALUE 0.
       01  WS-STAMP                  PIC X(14) VALUE SPACES.
       01  WS-REJECT-NOTE            PIC X(60) VALUE SPACES.

      * Running count and total for every deposit batch, built on
      * the balancing pass and consulted on the feed pass so cash
      * from a batch the bank totals disagree with, or from a batch
      * an earlier transmission already fed, is never posted.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT        PIC 9(3) VALUE 0.
           05  WS-BATCH-ENTRY OCCURS 200 TIMES.
               10  WS-BT-BATCH-NO        PIC 9(3).
               10  WS-BT-ITEM-COUNT      PIC 9(4).
               10  WS-BT-TOTAL           PIC 9(8)V99.
               10  WS-BT-BANK-COUNT      PIC 9(4).
               10  WS-BT-BANK-TOTAL      PIC 9(8)V99.
               10  WS-BT-CLOSED          PIC X(1).
               10  WS-BT-BALANCED        PIC X(1).
               10  WS-BT-ALREADY-FED     PIC X(1).
               10  WS-BT-PAYMENTS-FED    PIC 9(4).
               10  WS-BT-AMOUNT-FED      PIC 9(8)V99.
       01  WS-BATCH-IDX              PIC 9(3) VALUE 0.

       01  REPORT-HEADER-LINE.
           05  FILLER                PIC X(26)
               VALUE "LOCKBOX EXCEPTION REPORT  ".
           05  FILLER                PIC X(9) VALUE "LOCKBOX: ".
           05  RH-LOCKBOX-NO         PIC X(7).
           05  FILLER                PIC X(10) VALUE "  BANK:   ".
           05  RH-BANK-ID            PIC X(10).
           05  FILLER                PIC X(11) VALUE "  DEPOSIT: ".
           05  RH-DEPOSIT-DATE       PIC 9(8).

       01  BATCH-EXCEPTION-LINE.
           05  FILLER                PIC X(7) VALUE "BATCH  ".
           05  BE-BATCH-NO           PIC 9(3).
           05  FILLER                PIC X(8) VALUE "  ITEMS ".
           05  BE-ITEM-COUNT         PIC ZZZ9.
           05  FILLER                PIC X(6) VALUE " BANK ".
           05  BE-BANK-COUNT         PIC ZZZ9.
           05  FILLER                PIC X(8) VALUE "  TOTAL ".
           05  BE-TOTAL              PIC $$$,$$$,$$9.99.
           05  FILLER                PIC X(6) VALUE " BANK ".
           05  BE-BANK-TOTAL         PIC $$$,$$$,$$9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  BE-NOTE               PIC X(24).

       01  PAYMENT-EXCEPTION-LINE.
           05  FILLER                PIC X(7) VALUE "ITEM   ".
           05  PE-BATCH-NO           PIC 9(3).
           05  FILLER                PIC X(1) VALUE "/".
           05  PE-ITEM-NO            PIC 9(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  PE-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  PE-CHECK-NO           PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  PE-INVOICE-NO         PIC X(7).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  PE-AMOUNT             PIC $$$$,$$9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  PE-NOTE               PIC X(30).

       01  FILE-EXCEPTION-LINE.
           05  FILLER                PIC X(7) VALUE "FILE   ".
           05  FE-NOTE               PIC X(60).

       01  SUMMARY-LINE-1.
           05  FILLER                PIC X(22)
               VALUE "PAYMENTS FED:         ".
           05  SL-PAYMENTS-FED       PIC ZZZZ9.
           05  FILLER                PIC X(22)
               VALUE "  AMOUNT FED:         ".
           05  SL-AMOUNT-FED         PIC $$$,$$$,$$9.99.

       01  SUMMARY-LINE-2.
           05  FILLER                PIC X(22)
               VALUE "PAYMENTS HELD:        ".
           05  SL-PAYMENTS-HELD      PIC ZZZZ9.
           05  FILLER                PIC X(22)
               VALUE "  AMOUNT HELD:        ".
           05  SL-AMOUNT-HELD        PIC $$$,$$$,$$9.99.

       01  SUMMARY-LINE-3.
           05  FILLER                PIC X(22)
               VALUE "BATCHES REJECTED:     ".
           05  SL-BATCHES-REJECTED   PIC ZZZZ9.
           05  FILLER                PIC X(22)
               VALUE "  INVOICE REFS BAD:   ".
           05  SL-REFS-REJECTED      PIC ZZZZ9.

      * Intake for the bank's lockbox file. A first pass balances
      * every deposit batch, and the file as a whole, to the counts
      * and totals the bank sent; a file that does not balance feeds
      * nothing, and a batch that does not balance is held back for
      * the bank to correct. A second pass appends each payment from
      * a balanced batch to receipts.dat for CASHAPP, carrying the
      * invoices its remittance named. A reference to an invoice that
      * is unknown, already closed or billed to another customer is
      * dropped from the receipt and listed on the exception report,
      * and the payment applies oldest-first like keyed cash. Each
      * batch fed is logged by lockbox, deposit date and batch
      * number. A held batch is not, so when the bank retransmits the
      * deposit with that batch corrected, the rerun feeds it and
      * skips the batches logged the first time; a file that did not
      * balance logs nothing and can simply be sent again.

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
           PERFORM 200-INIT-ROUTINE
           PERFORM 300-BALANCE-FILE
           IF WS-FILE-BALANCED = "Y"
               PERFORM 250-CHECK-ALREADY-FED
               PERFORM 400-FEED-RECEIPTS
               PERFORM 500-LOG-DEPOSIT
           END-IF
           PERFORM 600-WRAP-UP
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

       200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-STATUS NOT = "00"
               DISPLAY "NO LOCKBOX FILE ON FILE"
               STOP RUN
           END-IF
           CLOSE LOCKBOX-FILE
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPENITEM-STATUS = "00"
               MOVE "Y" TO WS-ITEMS-AVAILABLE
           ELSE
               DISPLAY "NO OPEN ITEMS, REFERENCES NOT VERIFIED"
           END-IF
           OPEN I-O LOCKBOX-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOCKBOX-LOG
               CLOSE LOCKBOX-LOG
               OPEN I-O LOCKBOX-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOCKBOX-LOG: " WS-LOG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXCEPTION-REPORT: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF.

      * The same deposit retransmitted must not post twice: a batch
      * whose lockbox, deposit date and batch number are already
      * logged is listed and skipped, and only the batches not yet
      * fed - typically one the bank has corrected - go through.
       250-CHECK-ALREADY-FED.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               IF WS-BT-BALANCED(WS-BATCH-IDX) = "Y"
                   PERFORM 255-CHECK-ONE-BATCH-FED
               END-IF
           END-PERFORM
           IF WS-BATCHES-ALREADY-FED > 0
                   AND WS-BATCHES-ALREADY-FED + WS-BATCHES-REJECTED
                       = WS-BATCH-COUNT
               DISPLAY "LOCKBOX " WS-LOCKBOX-NO
                   " DEPOSIT " WS-DEPOSIT-DATE
                   " ALREADY PROCESSED"
               MOVE "DEPOSIT ALREADY PROCESSED, NOTHING NEW FED"
                   TO FE-NOTE
               WRITE REPORT-LINE FROM FILE-EXCEPTION-LINE
           END-IF.

       255-CHECK-ONE-BATCH-FED.
           MOVE WS-LOCKBOX-NO                TO LL-LOCKBOX-NO
           MOVE WS-DEPOSIT-DATE              TO LL-DEPOSIT-DATE
           MOVE WS-BT-BATCH-NO(WS-BATCH-IDX) TO LL-BATCH-NO
           READ LOCKBOX-LOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BT-ALREADY-FED(WS-BATCH-IDX)
                   ADD 1 TO WS-BATCHES-ALREADY-FED
                   ADD 1 TO WS-EXCEPTION-COUNT
                   ADD WS-BT-ITEM-COUNT(WS-BATCH-IDX)
                       TO WS-PAYMENTS-ALREADY-FED
                   MOVE WS-BT-BATCH-NO(WS-BATCH-IDX)   TO BE-BATCH-NO
                   MOVE WS-BT-ITEM-COUNT(WS-BATCH-IDX) TO BE-ITEM-COUNT
                   MOVE WS-BT-BANK-COUNT(WS-BATCH-IDX) TO BE-BANK-COUNT
                   MOVE WS-BT-TOTAL(WS-BATCH-IDX)      TO BE-TOTAL
                   MOVE WS-BT-BANK-TOTAL(WS-BATCH-IDX) TO BE-BANK-TOTAL
                   MOVE "ALREADY FED - SKIPPED" TO BE-NOTE
                   WRITE REPORT-LINE FROM BATCH-EXCEPTION-LINE
           END-READ.

      * Balancing pass: accumulate every batch and the file, compare
      * each trailer with what was actually received, and reject the
      * whole file if its structure or grand totals are wrong.
       300-BALANCE-FILE.
           OPEN INPUT LOCKBOX-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOCKBOX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 310-BALANCE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           IF WS-HEADER-SEEN = "N"
               MOVE "NO FILE HEADER RECORD" TO FE-NOTE
               PERFORM 390-REJECT-FILE
           END-IF
           IF WS-TRAILER-SEEN = "N"
               MOVE "NO FILE TRAILER RECORD" TO FE-NOTE
               PERFORM 390-REJECT-FILE
           END-IF
           MOVE WS-LOCKBOX-NO   TO RH-LOCKBOX-NO
           MOVE WS-BANK-ID      TO RH-BANK-ID
           MOVE WS-DEPOSIT-DATE TO RH-DEPOSIT-DATE
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE
           WRITE REPORT-LINE FROM SPACES
           IF WS-FILE-BALANCED = "N"
               MOVE WS-REJECT-NOTE TO FE-NOTE
               WRITE REPORT-LINE FROM FILE-EXCEPTION-LINE
           END-IF
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               PERFORM 370-CHECK-ONE-BATCH
           END-PERFORM.

       310-BALANCE-ONE-RECORD.
           EVALUATE TRUE
               WHEN LB-FILE-HEADER
                   IF WS-HEADER-SEEN = "Y"
                       MOVE "DUPLICATE FILE HEADER" TO FE-NOTE
                       PERFORM 390-REJECT-FILE
                   END-IF
                   MOVE "Y" TO WS-HEADER-SEEN
                   MOVE LB-H-BANK-ID      TO WS-BANK-ID
                   MOVE LB-H-LOCKBOX-NO   TO WS-LOCKBOX-NO
                   MOVE LB-H-DEPOSIT-DATE TO WS-DEPOSIT-DATE
               WHEN LB-BATCH-HEADER
                   PERFORM 320-OPEN-BATCH
               WHEN LB-PAYMENT
                   IF WS-IN-BATCH = "N"
                       MOVE "PAYMENT OUTSIDE A BATCH" TO FE-NOTE
                       PERFORM 390-REJECT-FILE
                   ELSE
                       ADD 1 TO WS-BT-ITEM-COUNT(WS-BATCH-COUNT)
                       ADD LB-P-AMOUNT TO WS-BT-TOTAL(WS-BATCH-COUNT)
                       ADD 1 TO WS-FILE-ITEM-COUNT
                       ADD LB-P-AMOUNT TO WS-FILE-TOTAL
                   END-IF
               WHEN LB-REMITTANCE
                   CONTINUE
               WHEN LB-BATCH-TRAILER
                   PERFORM 330-CLOSE-BATCH
               WHEN LB-FILE-TRAILER
                   MOVE "Y" TO WS-TRAILER-SEEN
                   PERFORM 340-CHECK-FILE-TRAILER
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE IN FILE" TO FE-NOTE
                   PERFORM 390-REJECT-FILE
           END-EVALUATE.

       320-OPEN-BATCH.
           IF WS-IN-BATCH = "Y"
               MOVE "BATCH HEADER BEFORE PRIOR TRAILER" TO FE-NOTE
               PERFORM 390-REJECT-FILE
           END-IF
           IF WS-BATCH-COUNT = 200
               DISPLAY "ERROR: TOO MANY LOCKBOX BATCHES"
               STOP RUN
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE LB-B-BATCH-NO TO WS-BT-BATCH-NO(WS-BATCH-COUNT)
           MOVE 0   TO WS-BT-ITEM-COUNT(WS-BATCH-COUNT)
           MOVE 0   TO WS-BT-TOTAL(WS-BATCH-COUNT)
           MOVE 0   TO WS-BT-BANK-COUNT(WS-BATCH-COUNT)
           MOVE 0   TO WS-BT-BANK-TOTAL(WS-BATCH-COUNT)
           MOVE "N" TO WS-BT-CLOSED(WS-BATCH-COUNT)
           MOVE "N" TO WS-BT-BALANCED(WS-BATCH-COUNT)
           MOVE "N" TO WS-BT-ALREADY-FED(WS-BATCH-COUNT)
           MOVE 0   TO WS-BT-PAYMENTS-FED(WS-BATCH-COUNT)
           MOVE 0   TO WS-BT-AMOUNT-FED(WS-BATCH-COUNT)
           MOVE "Y" TO WS-IN-BATCH.

       330-CLOSE-BATCH.
           IF WS-IN-BATCH = "N"
               MOVE "BATCH TRAILER WITHOUT HEADER" TO FE-NOTE
               PERFORM 390-REJECT-FILE
           ELSE
               MOVE "N" TO WS-IN-BATCH
               MOVE "Y" TO WS-BT-CLOSED(WS-BATCH-COUNT)
               MOVE LB-T-ITEM-COUNT
                   TO WS-BT-BANK-COUNT(WS-BATCH-COUNT)
               MOVE LB-T-BATCH-TOTAL
                   TO WS-BT-BANK-TOTAL(WS-BATCH-COUNT)
               IF LB-T-BATCH-NO = WS-BT-BATCH-NO(WS-BATCH-COUNT)
                   AND LB-T-ITEM-COUNT
                       = WS-BT-ITEM-COUNT(WS-BATCH-COUNT)
                   AND LB-T-BATCH-TOTAL
                       = WS-BT-TOTAL(WS-BATCH-COUNT)
                   MOVE "Y" TO WS-BT-BALANCED(WS-BATCH-COUNT)
               END-IF
           END-IF.

       340-CHECK-FILE-TRAILER.
           IF LB-F-BATCH-COUNT NOT = WS-BATCH-COUNT
               MOVE "FILE BATCH COUNT DISAGREES WITH TRAILER"
                   TO FE-NOTE
               PERFORM 390-REJECT-FILE
           END-IF
           IF LB-F-ITEM-COUNT NOT = WS-FILE-ITEM-COUNT
               MOVE "FILE ITEM COUNT DISAGREES WITH TRAILER"
                   TO FE-NOTE
               PERFORM 390-REJECT-FILE
           END-IF
           IF LB-F-FILE-TOTAL NOT = WS-FILE-TOTAL
               MOVE "FILE TOTAL DISAGREES WITH TRAILER" TO FE-NOTE
               PERFORM 390-REJECT-FILE
           END-IF.

      * A batch that never saw its trailer, or whose trailer does not
      * match what was received, is listed and held back.
       370-CHECK-ONE-BATCH.
           IF WS-BT-BALANCED(WS-BATCH-IDX) = "N"
               ADD 1 TO WS-BATCHES-REJECTED
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-BT-BATCH-NO(WS-BATCH-IDX)   TO BE-BATCH-NO
               MOVE WS-BT-ITEM-COUNT(WS-BATCH-IDX) TO BE-ITEM-COUNT
               MOVE WS-BT-BANK-COUNT(WS-BATCH-IDX) TO BE-BANK-COUNT
               MOVE WS-BT-TOTAL(WS-BATCH-IDX)      TO BE-TOTAL
               MOVE WS-BT-BANK-TOTAL(WS-BATCH-IDX) TO BE-BANK-TOTAL
               IF WS-BT-CLOSED(WS-BATCH-IDX) = "N"
                   MOVE "NO TRAILER - HELD" TO BE-NOTE
               ELSE
                   MOVE "OUT OF BALANCE - HELD" TO BE-NOTE
               END-IF
               WRITE REPORT-LINE FROM BATCH-EXCEPTION-LINE
           END-IF.

      * Only the first structural fault is kept; it prints under the
      * report heading once the whole file has been read.
       390-REJECT-FILE.
           IF WS-FILE-BALANCED = "Y"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "N" TO WS-FILE-BALANCED
               MOVE FE-NOTE TO WS-REJECT-NOTE
           END-IF.

      * Feed pass: a payment is held until its remittance records
      * have been read, then written as one receipt row.
       400-FEED-RECEIPTS.
           OPEN EXTEND RECEIPTS-FILE
           IF WS-RECEIPT-STATUS = "05" OR WS-RECEIPT-STATUS = "35"
               OPEN OUTPUT RECEIPTS-FILE
           END-IF
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECEIPTS-FILE: "
                   WS-RECEIPT-STATUS
               STOP RUN
           END-IF
           MOVE 0 TO WS-BATCH-IDX
           OPEN INPUT LOCKBOX-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOCKBOX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 410-FEED-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM 440-RELEASE-PAYMENT
           CLOSE LOCKBOX-FILE
           CLOSE RECEIPTS-FILE.

       410-FEED-ONE-RECORD.
           EVALUATE TRUE
               WHEN LB-BATCH-HEADER
                   PERFORM 440-RELEASE-PAYMENT
                   ADD 1 TO WS-BATCH-IDX
                   IF WS-BT-BALANCED(WS-BATCH-IDX) = "Y"
                       AND WS-BT-ALREADY-FED(WS-BATCH-IDX) = "N"
                       MOVE "Y" TO WS-FEED-BATCH
                   ELSE
                       MOVE "N" TO WS-FEED-BATCH
                   END-IF
               WHEN LB-PAYMENT
                   PERFORM 440-RELEASE-PAYMENT
                   IF WS-FEED-BATCH = "Y"
                       PERFORM 420-START-PAYMENT
                   END-IF
               WHEN LB-REMITTANCE
                   IF WS-PAYMENT-PENDING = "Y"
                       PERFORM 430-CHECK-REFERENCE
                   END-IF
               WHEN OTHER
                   PERFORM 440-RELEASE-PAYMENT
           END-EVALUATE.

       420-START-PAYMENT.
           MOVE SPACES TO RECEIPT-RECORD
           MOVE LB-P-CUST-ID     TO RC-CUST-ID
           MOVE WS-DEPOSIT-DATE  TO RC-PAYMENT-DATE
           MOVE LB-P-AMOUNT      TO RC-PAYMENT-AMOUNT
           MOVE LB-P-CHECK-NO    TO RC-CHECK-NO
           MOVE 0                TO RC-REF-COUNT
           MOVE LB-P-BATCH-NO    TO PE-BATCH-NO
           MOVE LB-P-ITEM-NO     TO PE-ITEM-NO
           MOVE "Y" TO WS-PAYMENT-PENDING.

      * A reference is kept only if it names an open invoice of this
      * customer; anything else is reported and left for the
      * oldest-first application to settle.
       430-CHECK-REFERENCE.
           MOVE SPACES TO PE-NOTE
           MOVE 0 TO WS-REF-AMOUNT
           IF LB-R-AMOUNT IS NUMERIC
               MOVE LB-R-AMOUNT TO WS-REF-AMOUNT
           END-IF
           IF LB-R-INVOICE-NO IS NOT NUMERIC
               MOVE "INVOICE REF NOT NUMERIC" TO PE-NOTE
           ELSE
               MOVE LB-R-INVOICE-NO TO WS-REF-INVOICE-NO
               IF WS-ITEMS-AVAILABLE = "Y"
                   MOVE WS-REF-INVOICE-NO TO OI-INVOICE-NO
                   READ OPEN-ITEM-FILE
                       INVALID KEY
                           MOVE "INVOICE NOT ON FILE" TO PE-NOTE
                       NOT INVALID KEY
                           IF OI-CUST-ID NOT = RC-CUST-ID
                               MOVE "INVOICE OF ANOTHER CUSTOMER"
                                   TO PE-NOTE
                           ELSE
                               IF OI-ITEM-CLOSED
                                   MOVE "INVOICE ALREADY CLOSED"
                                       TO PE-NOTE
                               END-IF
                               IF OI-CREDIT-MEMO OR OI-ON-ACCOUNT
                                   MOVE "REF IS NOT AN INVOICE"
                                       TO PE-NOTE
                               END-IF
                           END-IF
                   END-READ
               END-IF
               IF PE-NOTE = SPACES AND RC-REF-COUNT = 8
                   MOVE "MORE THAN 8 INVOICE REFS" TO PE-NOTE
               END-IF
           END-IF
           IF PE-NOTE = SPACES
               ADD 1 TO RC-REF-COUNT
               MOVE WS-REF-INVOICE-NO
                   TO RC-REF-INVOICE-NO(RC-REF-COUNT)
               MOVE WS-REF-AMOUNT TO RC-REF-AMOUNT(RC-REF-COUNT)
               ADD 1 TO WS-REFS-ACCEPTED
           ELSE
               ADD 1 TO WS-REFS-REJECTED
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE RC-CUST-ID      TO PE-CUST-ID
               MOVE RC-CHECK-NO     TO PE-CHECK-NO
               MOVE LB-R-INVOICE-NO TO PE-INVOICE-NO
               MOVE WS-REF-AMOUNT   TO PE-AMOUNT
               WRITE REPORT-LINE FROM PAYMENT-EXCEPTION-LINE
           END-IF.

      * A payment with no customer on the remittance cannot be
      * applied and is held for research instead of being fed.
       440-RELEASE-PAYMENT.
           IF WS-PAYMENT-PENDING = "Y"
               MOVE "N" TO WS-PAYMENT-PENDING
               IF RC-CUST-ID = SPACES
                   ADD 1 TO WS-PAYMENTS-HELD
                   ADD RC-PAYMENT-AMOUNT TO WS-AMOUNT-HELD
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES            TO PE-CUST-ID
                   MOVE RC-CHECK-NO       TO PE-CHECK-NO
                   MOVE SPACES            TO PE-INVOICE-NO
                   MOVE RC-PAYMENT-AMOUNT TO PE-AMOUNT
                   MOVE "NO CUSTOMER - HELD FOR RESEARCH" TO PE-NOTE
                   WRITE REPORT-LINE FROM PAYMENT-EXCEPTION-LINE
               ELSE
                   WRITE RECEIPT-RECORD
                   ADD 1 TO WS-PAYMENTS-FED
                   ADD RC-PAYMENT-AMOUNT TO WS-AMOUNT-FED
                   ADD 1 TO WS-BT-PAYMENTS-FED(WS-BATCH-IDX)
                   ADD RC-PAYMENT-AMOUNT
                       TO WS-BT-AMOUNT-FED(WS-BATCH-IDX)
               END-IF
           END-IF.

      * Each batch fed tonight is logged; held and already-fed batches
      * are not.
       500-LOG-DEPOSIT.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               IF WS-BT-BALANCED(WS-BATCH-IDX) = "Y"
                   AND WS-BT-ALREADY-FED(WS-BATCH-IDX) = "N"
                   PERFORM 510-LOG-ONE-BATCH
               END-IF
           END-PERFORM.

       510-LOG-ONE-BATCH.
           MOVE SPACES TO LOCKBOX-LOG-RECORD
           MOVE WS-LOCKBOX-NO                TO LL-LOCKBOX-NO
           MOVE WS-DEPOSIT-DATE              TO LL-DEPOSIT-DATE
           MOVE WS-BT-BATCH-NO(WS-BATCH-IDX) TO LL-BATCH-NO
           MOVE WS-BANK-ID                   TO LL-BANK-ID
           MOVE WS-BT-PAYMENTS-FED(WS-BATCH-IDX) TO LL-PAYMENTS-FED
           MOVE WS-BT-AMOUNT-FED(WS-BATCH-IDX)   TO LL-AMOUNT-FED
           MOVE WS-STAMP                     TO LL-PROCESSED-STAMP
           WRITE LOCKBOX-LOG-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE LOCKBOX LOG " WS-LOCKBOX-NO
                       " BATCH " LL-BATCH-NO
           END-WRITE.

       600-WRAP-UP.
           IF WS-FILE-BALANCED = "N"
               MOVE "FILE OUT OF BALANCE, NOTHING FED" TO FE-NOTE
               WRITE REPORT-LINE FROM FILE-EXCEPTION-LINE
           END-IF
           IF WS-EXCEPTION-COUNT = 0
               MOVE "NO EXCEPTIONS" TO FE-NOTE
               WRITE REPORT-LINE FROM FILE-EXCEPTION-LINE
           END-IF
           WRITE REPORT-LINE FROM SPACES
           MOVE WS-PAYMENTS-FED     TO SL-PAYMENTS-FED
           MOVE WS-AMOUNT-FED       TO SL-AMOUNT-FED
           WRITE REPORT-LINE FROM SUMMARY-LINE-1
           MOVE WS-PAYMENTS-HELD    TO SL-PAYMENTS-HELD
           MOVE WS-AMOUNT-HELD      TO SL-AMOUNT-HELD
           WRITE REPORT-LINE FROM SUMMARY-LINE-2
           MOVE WS-BATCHES-REJECTED TO SL-BATCHES-REJECTED
           MOVE WS-REFS-REJECTED    TO SL-REFS-REJECTED
           WRITE REPORT-LINE FROM SUMMARY-LINE-3
           IF WS-ITEMS-AVAILABLE = "Y"
               CLOSE OPEN-ITEM-FILE
           END-IF
           CLOSE LOCKBOX-LOG
           CLOSE EXCEPTION-REPORT
           DISPLAY "LOCKBOX INTAKE COMPLETE"
           DISPLAY "PAYMENTS FED:     " WS-PAYMENTS-FED
           DISPLAY "BATCHES REJECTED: " WS-BATCHES-REJECTED
           DISPLAY "ALREADY FED:      " WS-BATCHES-ALREADY-FED
           DISPLAY "EXCEPTIONS:       " WS-EXCEPTION-COUNT.

      * A lockbox run is measured by the payments the bank sent and
      * the cash fed to CASHAPP; a payment held for research or sitting
      * in a batch or file that did not balance counts as rejected.
      * Payments in batches an earlier transmission fed are neither.
       620-LOG-RUN-STATISTICS.
           MOVE "LOCKBOX"          TO WS-RT-PROGRAM
           MOVE "B"                TO WS-RT-STREAM
           MOVE SPACE              TO WS-RT-RUN-GROUP
           MOVE WS-FILE-ITEM-COUNT TO WS-RT-RECORDS-READ
           MOVE WS-PAYMENTS-FED    TO WS-RT-RECORDS-WRITTEN
           COMPUTE WS-RT-RECORDS-REJECTED =
               WS-FILE-ITEM-COUNT - WS-PAYMENTS-FED
               - WS-PAYMENTS-ALREADY-FED
           MOVE WS-AMOUNT-FED      TO WS-RT-AMOUNT-TOTAL
           MOVE "CASH FED"         TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
