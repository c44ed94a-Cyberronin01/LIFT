               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-INVOICE-NO
               FILE STATUS IS WS-DISPUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  WK-INVOICE-DATE       PIC 9(8).
           05  FILLER                PIC X(2).
           05  WK-REMAINING          PIC 9(7)V99.
           05  FILLER                PIC X(2).
           05  WK-DISPUTED           PIC X(1).

       SD  AGING-SORT-FILE.
       01  AS-RECORD.
           05  AS-INVOICE-DATE       PIC 9(8).
           05  FILLER                PIC X(2).
           05  AS-REMAINING          PIC 9(7)V99.
           05  FILLER                PIC X(2).
           05  AS-DISPUTED           PIC X(1).

       FD  SORTED-AGING-FILE.
       01  SA-RECORD.
           05  SA-INVOICE-DATE      PIC 9(8).
           05  FILLER                PIC X(2).
           05  SA-REMAINING          PIC 9(7)V99.
           05  FILLER                PIC X(2).
           05  SA-DISPUTED           PIC X(1).

       FD  AGING-REPORT.
       01  AGING-LINE                PIC X(96).

       FD  AGED-BALANCE-FILE.
           COPY "agedbalrec.cpy".
       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  DISPUTE-FILE.
           COPY "disputerec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPENITEM-STATUS        PIC X(2) VALUE "00".
       01  WS-WORK-STATUS            PIC X(2) VALUE "00".
       01  WS-AGED-STATUS            PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS          PIC X(2) VALUE "00".
       01  WS-MASTER-AVAILABLE       PIC X(1) VALUE "N".
       01  WS-DISPUTE-STATUS         PIC X(2) VALUE "00".
       01  WS-DISPUTE-AVAILABLE      PIC X(1) VALUE "N".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-SORT-EOF               PIC X(1) VALUE "N".
       01  WS-ANY-ITEMS              PIC X(1) VALUE "N".
       01  WS-CURR-CUST              PIC X(10) VALUE SPACES.
       01  WS-CUST-BALANCE           PIC 9(8)V99 VALUE 0.
       01  WS-EARLIEST-DATE          PIC 9(8) VALUE 0.
       01  WS-CUST-DISPUTED          PIC 9(8)V99 VALUE 0.
       01  WS-DISPUTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-ITEM-COUNT             PIC 9(7) VALUE 0.
       01  WS-BAD-ITEM-COUNT         PIC 9(7) VALUE 0.
       01  WS-ITEMS-READ             PIC 9(7) VALUE 0.
       01  WS-AGED-COUNT             PIC 9(7) VALUE 0.
       01  WS-OPEN-AR-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-BAD-REASON             PIC X(24) VALUE SPACES.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-30          PIC 9(7)V99 VALUE 0.
           05  WS-BUCKET-60          PIC 9(7)V99 VALUE 0.
           05  WS-BUCKET-90-PLUS     PIC 9(7)V99 VALUE 0.
           05  WS-BUCKET-DISPUTED    PIC 9(7)V99 VALUE 0.

       01  AGING-HEADER-1.
           05  FILLER                PIC X(23)
       01  AGING-HEADER-2.
           05  FILLER                PIC X(12) VALUE "CUST ID     ".
           05  FILLER                PIC X(14) VALUE "BALANCE       ".
           05  FILLER                PIC X(14) VALUE "DISPUTED      ".
           05  FILLER                PIC X(10) VALUE "AGE DAYS  ".
           05  FILLER                PIC X(12) VALUE "BUCKET      ".
           05  FILLER                PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  AL-BALANCE            PIC $$$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  AL-DISPUTED           PIC $$$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  AL-AGE-DAYS           PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  AL-BUCKET             PIC X(12).
           05  FILLER                PIC X(10) VALUE "  90-PLUS:".
           05  AS-90-PLUS            PIC $$$$$,$$9.99.

       01  AGING-SUMMARY-LINE-3.
           05  FILLER                PIC X(10) VALUE "DISPUTED: ".
           05  AS-DISPUTED-TOTAL     PIC $$$$$,$$9.99.
           05  FILLER                PIC X(10) VALUE "  ITEMS:  ".
           05  AS-DISPUTED-COUNT     PIC ZZZZZZ9.

       01  AGING-BAD-ITEM-LINE.
           05  FILLER                PIC X(15)
               VALUE "NOT PROCESSED: ".
      * by customer and invoice date, and walked as one sequential
      * stream with a control break per customer, so volume is
      * limited only by disk. Records the run cannot trust are
      * reported, not silently dropped. An item under open dispute
      * is reported in its own column and kept out of the aged
      * balance and its age, so the aged-balance file that drives
      * dunning, suspension and the billing credit-limit check never
      * counts it; a customer owing only disputed items is listed
      * but given no aged-balance row.

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
           PERFORM 250-EXTRACT-OPEN-ITEMS
           END-IF
           PERFORM 500-WRAP-UP
           PERFORM 610-STAMP-RUN-SEQUENCE
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

      * The nightly stream is sequence-controlled: refuse to start
           ELSE
               DISPLAY "NO CUSTOMER MASTER, NAMES UNKNOWN"
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
               MOVE "Y" TO WS-DISPUTE-AVAILABLE
           END-IF
           OPEN OUTPUT AGING-REPORT
           OPEN OUTPUT AGED-BALANCE-FILE
           IF WS-AGED-STATUS NOT = "00"
           CLOSE AGING-WORK-FILE.

       270-EXTRACT-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE SPACES TO WS-BAD-REASON
           EVALUATE TRUE
               WHEN OI-INVOICE-AMOUNT IS NOT NUMERIC
               WHEN OI-INVOICE-DATE = 0
                   MOVE "BAD INVOICE DATE" TO WS-BAD-REASON
               WHEN NOT OI-ITEM-OPEN AND NOT OI-ITEM-CLOSED
                       AND NOT OI-ITEM-WRITTEN-OFF
                   MOVE "BAD STATUS" TO WS-BAD-REASON
               WHEN OI-AMOUNT-APPLIED > OI-INVOICE-AMOUNT
                   MOVE "APPLIED EXCEEDS AMOUNT" TO WS-BAD-REASON
                   MOVE OI-CUST-ID      TO WK-CUST-ID
                   MOVE OI-INVOICE-DATE TO WK-INVOICE-DATE
                   MOVE WS-INV-OPEN     TO WK-REMAINING
                   PERFORM 275-CHECK-DISPUTE
                   WRITE AGING-WORK-RECORD
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE "Y" TO WS-ANY-ITEMS
               END-IF
           END-IF.

       275-CHECK-DISPUTE.
           MOVE "N" TO WK-DISPUTED
           IF WS-DISPUTE-AVAILABLE = "Y"
               MOVE OI-INVOICE-NO TO DP-INVOICE-NO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-OPEN
                           MOVE "Y" TO WK-DISPUTED
                       END-IF
               END-READ
           END-IF.

       280-REPORT-BAD-ITEM.
           ADD 1 TO WS-BAD-ITEM-COUNT
           MOVE OI-INVOICE-NO TO BL-INVOICE-NO
               USING AGING-WORK-FILE
               GIVING SORTED-AGING-FILE.

      * One pass over the sorted stream: the first undisputed row for
      * a customer carries the earliest invoice date, and the balance
      * accumulates until the customer changes.
       400-AGE-AND-REPORT.
           OPEN INPUT SORTED-AGING-FILE
           IF WS-SORTED-STATUS NOT = "00"
                   MOVE "N" TO WS-FIRST-REC
                   MOVE SA-CUST-ID TO WS-CURR-CUST
                   MOVE 0 TO WS-CUST-BALANCE
                   MOVE 0 TO WS-CUST-DISPUTED
                   MOVE 0 TO WS-EARLIEST-DATE
               END-IF
               IF SA-DISPUTED = "Y"
                   ADD SA-REMAINING TO WS-CUST-DISPUTED
                   ADD 1 TO WS-DISPUTED-COUNT
               ELSE
                   IF WS-EARLIEST-DATE = 0
                       MOVE SA-INVOICE-DATE TO WS-EARLIEST-DATE
                   END-IF
                   ADD SA-REMAINING TO WS-CUST-BALANCE
               END-IF
               READ SORTED-AGING-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
               END-READ
           CLOSE SORTED-AGING-FILE.

       420-FINISH-CUSTOMER.
           ADD WS-CUST-DISPUTED TO WS-BUCKET-DISPUTED
           IF WS-CUST-BALANCE > 0
               MOVE WS-CUST-BALANCE TO WS-BALANCE
               PERFORM 410-WRITE-AGING-DETAIL
           ELSE
               IF WS-CUST-DISPUTED > 0
                   PERFORM 415-WRITE-DISPUTED-ONLY
               END-IF
           END-IF.

       410-WRITE-AGING-DETAIL.

           MOVE WS-CURR-CUST TO AL-CUST-ID
           MOVE WS-BALANCE TO AL-BALANCE
           MOVE WS-CUST-DISPUTED TO AL-DISPUTED
           MOVE WS-AGE-DAYS TO AL-AGE-DAYS
           PERFORM 430-LOOK-UP-CUSTOMER-NAME
           WRITE AGING-LINE FROM AGING-DETAIL-LINE
           MOVE WS-CURR-CUST TO AB-CUST-ID
           MOVE WS-BALANCE TO AB-BALANCE
           MOVE WS-AGE-DAYS TO AB-AGE-DAYS
           WRITE AGED-BALANCE-RECORD
           ADD 1 TO WS-AGED-COUNT.

       415-WRITE-DISPUTED-ONLY.
           MOVE WS-CURR-CUST TO AL-CUST-ID
           MOVE 0 TO AL-BALANCE
           MOVE WS-CUST-DISPUTED TO AL-DISPUTED
           MOVE 0 TO AL-AGE-DAYS
           MOVE "IN DISPUTE" TO AL-BUCKET
           PERFORM 430-LOOK-UP-CUSTOMER-NAME
           WRITE AGING-LINE FROM AGING-DETAIL-LINE.

       430-LOOK-UP-CUSTOMER-NAME.
           MOVE "NAME NOT ON FILE" TO AL-CUST-NAME
           MOVE WS-BUCKET-60 TO AS-60
           MOVE WS-BUCKET-90-PLUS TO AS-90-PLUS
           WRITE AGING-LINE FROM AGING-SUMMARY-LINE-2
           MOVE WS-BUCKET-DISPUTED TO AS-DISPUTED-TOTAL
           MOVE WS-DISPUTED-COUNT TO AS-DISPUTED-COUNT
           WRITE AGING-LINE FROM AGING-SUMMARY-LINE-3
           IF WS-BAD-ITEM-COUNT > 0
               WRITE AGING-LINE FROM SPACES
               MOVE WS-BAD-ITEM-COUNT TO BT-COUNT
           IF WS-MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-DISPUTE-AVAILABLE = "Y"
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE AGING-REPORT
           CLOSE AGED-BALANCE-FILE.

           MOVE "ARAGING"    TO WS-RS-PROGRAM
           MOVE SPACES TO WS-RS-PREDECESSOR
           CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA.

      * An aging run is measured by the receivable it aged, disputed
      * amounts included; the items it could not age are its rejects.
       620-LOG-RUN-STATISTICS.
           COMPUTE WS-OPEN-AR-TOTAL = WS-BUCKET-CURRENT + WS-BUCKET-30
               + WS-BUCKET-60 + WS-BUCKET-90-PLUS + WS-BUCKET-DISPUTED
           MOVE "ARAGING"         TO WS-RT-PROGRAM
           MOVE "B"               TO WS-RT-STREAM
           MOVE SPACE             TO WS-RT-RUN-GROUP
           MOVE WS-ITEMS-READ     TO WS-RT-RECORDS-READ
           MOVE WS-AGED-COUNT     TO WS-RT-RECORDS-WRITTEN
           MOVE WS-BAD-ITEM-COUNT TO WS-RT-RECORDS-REJECTED
           MOVE WS-OPEN-AR-TOTAL  TO WS-RT-AMOUNT-TOTAL
           MOVE "OPEN AR AGED"    TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
