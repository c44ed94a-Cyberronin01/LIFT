       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "cust_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-INVOICE-NO
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT AUTOPAY-LOG ASSIGN TO "autopay_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-INVOICE-NO
               FILE STATUS IS WS-LOG-STATUS.
           SELECT DEBIT-FILE ASSIGN TO "autopay_debits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT AUTOPAY-REGISTER ASSIGN TO "autopay_register.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  DISPUTE-FILE.
           COPY "disputerec.cpy".

       FD  AUTOPAY-LOG.
           COPY "autopaylogrec.cpy".

       FD  DEBIT-FILE.
       01  DEBIT-LINE                PIC X(94).

       FD  RECEIPTS-FILE.
           COPY "receiptrec.cpy".

       FD  AUTOPAY-REGISTER.
       01  REGISTER-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPENITEM-STATUS        PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS          PIC X(2) VALUE "00".
       01  WS-DISPUTE-STATUS         PIC X(2) VALUE "00".
       01  WS-DISPUTE-AVAILABLE      PIC X(1) VALUE "N".
       01  WS-ITEM-DISPUTED          PIC X(1) VALUE "N".
       01  WS-LOG-STATUS             PIC X(2) VALUE "00".
       01  WS-DEBIT-STATUS           PIC X(2) VALUE "00".
       01  WS-RECEIPT-STATUS         PIC X(2) VALUE "00".
       01  WS-REGISTER-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-TODAY-DATE             PIC 9(8) VALUE 0.
       01  WS-DUE-DATE               PIC 9(8) VALUE 0.
      * Standard payment terms: an invoice falls due this many days
      * after its invoice date, the same 30 days ARAGING treats as
      * current.
       01  WS-PAYMENT-TERMS-DAYS     PIC 9(3) VALUE 30.
       01  WS-OPEN-AMOUNT            PIC 9(7)V99 VALUE 0.
       01  WS-DEBIT-COUNT            PIC 9(6) VALUE 0.
       01  WS-DEBIT-TOTAL            PIC 9(10)V99 VALUE 0.
       01  WS-SKIPPED-COUNT          PIC 9(6) VALUE 0.
       01  WS-DISPUTED-COUNT         PIC 9(6) VALUE 0.
       01  WS-NOT-ACTIVE-COUNT       PIC 9(6) VALUE 0.
       01  WS-MASK-LENGTH            PIC 9(2) VALUE 0.
       01  WS-MASK-TRAILING          PIC 9(2) VALUE 0.

       01  WS-DEBIT-BATCH-HEADER.
           05  FILLER                PIC X(1)  VALUE "1".
           05  DB-COMPANY-NAME       PIC X(20) VALUE
               "LEGACYLIFT BILLING".
           05  DB-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X(10) VALUE "PPD AUTOPY".
           05  FILLER                PIC X(55) VALUE SPACES.

       01  WS-DEBIT-ENTRY.
           05  FILLER                PIC X(1)  VALUE "6".
           05  DE-TRAN-CODE          PIC X(2)  VALUE "27".
           05  DE-ROUTING-NUMBER     PIC 9(9).
           05  DE-ACCOUNT-NUMBER     PIC X(17).
           05  DE-AMOUNT             PIC 9(8)V99.
           05  DE-CUST-ID            PIC X(10).
           05  DE-INVOICE-NO         PIC 9(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DE-CUST-NAME          PIC X(30).
           05  FILLER                PIC X(6)  VALUE SPACES.

       01  WS-DEBIT-BATCH-TRAILER.
           05  FILLER                PIC X(1)  VALUE "8".
           05  DT-ENTRY-COUNT        PIC 9(6).
           05  DT-DEBIT-TOTAL        PIC 9(10)V99.
           05  FILLER                PIC X(75) VALUE SPACES.

       01  REGISTER-HEADER-LINE.
           05  FILLER                PIC X(26)
               VALUE "AUTOPAY DEBIT REGISTER    ".
           05  FILLER                PIC X(10) VALUE "RUN DATE: ".
           05  RH-RUN-DATE           PIC 9(8).

       01  REGISTER-DETAIL-LINE.
           05  RD-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-CUST-NAME          PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-INVOICE-NO         PIC 9(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-DUE-DATE           PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-AMOUNT             PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-ACCOUNT            PIC X(17).

       01  REGISTER-TOTAL-LINE.
           05  FILLER                PIC X(16)
               VALUE "DEBITS DRAFTED: ".
           05  RT-COUNT              PIC ZZZZZ9.
           05  FILLER                PIC X(10) VALUE "  TOTAL: ".
           05  RT-TOTAL              PIC $$$,$$$,$$9.99.

      * Direct-debit collection for customers enrolled in autopay.
      * Every open invoice of an active autopay customer that has
      * reached its due date, and has not been drafted before, is
      * debited from the customer's bank account in full. The run
      * writes the debit file for the bank, logs each draft so it is
      * never repeated, and appends a receipt naming the invoice so
      * CASHAPP closes the item the same night. An invoice under open
      * dispute is not drafted until the dispute is resolved, and a
      * customer who is not active - inactive or suspended - is not
      * drafted at all. Runs ahead of CASHAPP.

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
           PERFORM 300-SCAN-OPEN-ITEMS UNTIL WS-EOF = "Y"
           PERFORM 600-WRAP-UP
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

       200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "NO OPEN ITEMS ON FILE"
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
               MOVE "Y" TO WS-DISPUTE-AVAILABLE
           END-IF
           OPEN I-O AUTOPAY-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT AUTOPAY-LOG
               CLOSE AUTOPAY-LOG
               OPEN I-O AUTOPAY-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUTOPAY-LOG: " WS-LOG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT DEBIT-FILE
           IF WS-DEBIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEBIT-FILE: " WS-DEBIT-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND RECEIPTS-FILE
           IF WS-RECEIPT-STATUS = "05" OR WS-RECEIPT-STATUS = "35"
               OPEN OUTPUT RECEIPTS-FILE
           END-IF
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECEIPTS-FILE: "
                   WS-RECEIPT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT AUTOPAY-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUTOPAY-REGISTER: "
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO DB-RUN-DATE
           WRITE DEBIT-LINE FROM WS-DEBIT-BATCH-HEADER
           MOVE WS-TODAY-DATE TO RH-RUN-DATE
           WRITE REGISTER-LINE FROM REGISTER-HEADER-LINE
           WRITE REGISTER-LINE FROM SPACES
           READ OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       300-SCAN-OPEN-ITEMS.
           IF OI-ITEM-OPEN AND OI-INVOICE
               COMPUTE WS-OPEN-AMOUNT =
                   OI-INVOICE-AMOUNT - OI-AMOUNT-APPLIED
               IF WS-OPEN-AMOUNT > 0
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE)
                       + WS-PAYMENT-TERMS-DAYS)
                   IF WS-DUE-DATE <= WS-TODAY-DATE
                       PERFORM 310-CHECK-CUSTOMER
                   END-IF
               END-IF
           END-IF
           READ OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       310-CHECK-CUSTOMER.
           MOVE OI-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-AUTOPAY-ACTIVE
                       IF CM-ACTIVE
                           PERFORM 315-CHECK-DISPUTE
                       ELSE
                           ADD 1 TO WS-NOT-ACTIVE-COUNT
                       END-IF
                   END-IF
           END-READ.

      * A disputed invoice is left out of the log, so it is drafted
      * on the first run after the dispute is resolved.
       315-CHECK-DISPUTE.
           MOVE "N" TO WS-ITEM-DISPUTED
           IF WS-DISPUTE-AVAILABLE = "Y"
               MOVE OI-INVOICE-NO TO DP-INVOICE-NO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-OPEN
                           MOVE "Y" TO WS-ITEM-DISPUTED
                       END-IF
               END-READ
           END-IF
           IF WS-ITEM-DISPUTED = "Y"
               ADD 1 TO WS-DISPUTED-COUNT
           ELSE
               PERFORM 320-CHECK-NOT-DRAFTED
           END-IF.

      * An invoice already in the log was drafted on an earlier run,
      * whether or not the bank later returned it.
       320-CHECK-NOT-DRAFTED.
           MOVE OI-INVOICE-NO TO AL-INVOICE-NO
           READ AUTOPAY-LOG
               INVALID KEY
                   PERFORM 400-DRAFT-INVOICE
               NOT INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
           END-READ.

       400-DRAFT-INVOICE.
           MOVE CM-BANK-ROUTING   TO DE-ROUTING-NUMBER
           MOVE CM-BANK-ACCOUNT   TO DE-ACCOUNT-NUMBER
           MOVE WS-OPEN-AMOUNT    TO DE-AMOUNT
           MOVE OI-CUST-ID        TO DE-CUST-ID
           MOVE OI-INVOICE-NO     TO DE-INVOICE-NO
           MOVE CM-CUST-NAME      TO DE-CUST-NAME
           WRITE DEBIT-LINE FROM WS-DEBIT-ENTRY
           MOVE SPACES TO AUTOPAY-LOG-RECORD
           MOVE OI-INVOICE-NO     TO AL-INVOICE-NO
           MOVE OI-CUST-ID        TO AL-CUST-ID
           MOVE WS-TODAY-DATE     TO AL-DEBIT-DATE
           MOVE WS-OPEN-AMOUNT    TO AL-AMOUNT
           MOVE "S"               TO AL-STATUS
           MOVE 0                 TO AL-RETURN-DATE
           WRITE AUTOPAY-LOG-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE AUTOPAY LOG " OI-INVOICE-NO
           END-WRITE
           MOVE SPACES TO RECEIPT-RECORD
           MOVE OI-CUST-ID        TO RC-CUST-ID
           MOVE WS-TODAY-DATE     TO RC-PAYMENT-DATE
           MOVE WS-OPEN-AMOUNT    TO RC-PAYMENT-AMOUNT
           MOVE "AUTOPAY"         TO RC-CHECK-NO
           MOVE 1                 TO RC-REF-COUNT
           MOVE OI-INVOICE-NO     TO RC-REF-INVOICE-NO(1)
           MOVE WS-OPEN-AMOUNT    TO RC-REF-AMOUNT(1)
           WRITE RECEIPT-RECORD
           MOVE OI-CUST-ID        TO RD-CUST-ID
           MOVE CM-CUST-NAME      TO RD-CUST-NAME
           MOVE OI-INVOICE-NO     TO RD-INVOICE-NO
           MOVE WS-DUE-DATE       TO RD-DUE-DATE
           MOVE WS-OPEN-AMOUNT    TO RD-AMOUNT
           MOVE CM-BANK-ACCOUNT   TO RD-ACCOUNT
           MOVE 0 TO WS-MASK-TRAILING
           INSPECT FUNCTION REVERSE(RD-ACCOUNT)
               TALLYING WS-MASK-TRAILING FOR LEADING SPACES
           COMPUTE WS-MASK-LENGTH = 17 - WS-MASK-TRAILING
           IF WS-MASK-LENGTH > 4
               MOVE ALL "*" TO RD-ACCOUNT(1:WS-MASK-LENGTH - 4)
           END-IF
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
           ADD 1 TO WS-DEBIT-COUNT
           ADD WS-OPEN-AMOUNT TO WS-DEBIT-TOTAL.

       600-WRAP-UP.
           MOVE WS-DEBIT-COUNT TO DT-ENTRY-COUNT
           MOVE WS-DEBIT-TOTAL TO DT-DEBIT-TOTAL
           WRITE DEBIT-LINE FROM WS-DEBIT-BATCH-TRAILER
           WRITE REGISTER-LINE FROM SPACES
           MOVE WS-DEBIT-COUNT TO RT-COUNT
           MOVE WS-DEBIT-TOTAL TO RT-TOTAL
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           CLOSE OPEN-ITEM-FILE
           CLOSE CUSTOMER-MASTER
           IF WS-DISPUTE-AVAILABLE = "Y"
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE AUTOPAY-LOG
           CLOSE DEBIT-FILE
           CLOSE RECEIPTS-FILE
           CLOSE AUTOPAY-REGISTER
           DISPLAY "AUTOPAY DEBITS DRAFTED: " WS-DEBIT-COUNT
           DISPLAY "ALREADY DRAFTED:        " WS-SKIPPED-COUNT
           DISPLAY "HELD IN DISPUTE:        " WS-DISPUTED-COUNT
           DISPLAY "CUSTOMER NOT ACTIVE:    " WS-NOT-ACTIVE-COUNT.

      * An autopay run is measured by the open items it looked at and
      * the debits it drafted from them. Items passed over as already
      * drafted, in dispute or on an inactive account are held back
      * on purpose, not rejected.
       620-LOG-RUN-STATISTICS.
           MOVE "AUTOPAY"          TO WS-RT-PROGRAM
           MOVE "B"                TO WS-RT-STREAM
           MOVE SPACE              TO WS-RT-RUN-GROUP
           COMPUTE WS-RT-RECORDS-READ =
               WS-DEBIT-COUNT + WS-SKIPPED-COUNT + WS-DISPUTED-COUNT
               + WS-NOT-ACTIVE-COUNT
           MOVE WS-DEBIT-COUNT     TO WS-RT-RECORDS-WRITTEN
           MOVE 0                  TO WS-RT-RECORDS-REJECTED
           MOVE WS-DEBIT-TOTAL     TO WS-RT-AMOUNT-TOTAL
           MOVE "DEBITS DRAFTED"   TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
