       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORTN.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "autopay_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT AUTOPAY-LOG ASSIGN TO "autopay_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-INVOICE-NO
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "cust_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "customer_audit.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RETURN-REPORT ASSIGN TO "autopay_return_rpt.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One row per debit the bank sent back: the invoice number and
      * customer carried on the debit entry, the bank's return reason
      * code (R01 ...) and the amount returned.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RR-INVOICE-NO         PIC 9(7).
           05  FILLER                PIC X(2).
           05  RR-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2).
           05  RR-RETURN-CODE        PIC X(3).
      * Account closed, no account, invalid account: retrying the
      * draft can never succeed, so autopay stops at once.
               88  RR-ACCOUNT-UNUSABLE VALUE "R02" "R03" "R04".
           05  FILLER                PIC X(2).
           05  RR-AMOUNT             PIC 9(6)V99.

       FD  AUTOPAY-LOG.
           COPY "autopaylogrec.cpy".

       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(191).

       FD  RETURN-REPORT.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RETURN-STATUS          PIC X(2) VALUE "00".
       01  WS-LOG-STATUS             PIC X(2) VALUE "00".
       01  WS-OPENITEM-STATUS        PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS          PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS           PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS          PIC X(2) VALUE "00".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-RETURN-VALID           PIC X(1) VALUE "Y".
       01  WS-TODAY-DATE             PIC 9(8) VALUE 0.
       01  WS-TIMESTAMP              PIC X(14) VALUE SPACES.
      * Returned debits a customer may run up before autopay is
      * stopped; CUSTMGR re-enrollment starts the count again.
       01  WS-MAX-RETURNS            PIC 9(2) VALUE 2.
       01  WS-REVERSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REVERSED-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-DROPPED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.

       COPY "custauditrec.cpy".

       01  REPORT-HEADER-LINE.
           05  FILLER                PIC X(30)
               VALUE "AUTOPAY RETURN REPORT".

       01  REPORT-DETAIL-LINE.
           05  RD-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-INVOICE-NO         PIC 9(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-RETURN-CODE        PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-AMOUNT             PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-NOTE               PIC X(40).

       01  REPORT-TOTAL-LINE-1.
           05  FILLER                PIC X(22)
               VALUE "DEBITS REVERSED:      ".
           05  RT-REVERSED           PIC ZZZZ9.
           05  FILLER                PIC X(22)
               VALUE "  AMOUNT REVERSED:    ".
           05  RT-REVERSED-TOTAL     PIC $$$,$$$,$$9.99.

       01  REPORT-TOTAL-LINE-2.
           05  FILLER                PIC X(22)
               VALUE "DROPPED FROM AUTOPAY: ".
           05  RT-DROPPED            PIC ZZZZ9.
           05  FILLER                PIC X(22)
               VALUE "  NOT PROCESSED:      ".
           05  RT-EXCEPTIONS         PIC ZZZZ9.

      * Returns step for autopay. Each debit the bank sends back is
      * matched to the draft in the autopay log, and the receipt
      * AUTOPAY posted for it is reversed: the amount CASHAPP applied
      * is backed off the invoice and the item reopens, so aging,
      * dunning and the next statement see it as owed again. The
      * customer's returned-debit count goes up, and a customer who
      * reaches the limit, or whose account the bank says is
      * unusable, is taken off autopay with an audit record.

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
           PERFORM 300-PROCESS-RETURNS UNTIL WS-EOF = "Y"
           PERFORM 600-WRAP-UP
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

       200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "NO AUTOPAY RETURNS ON FILE"
               MOVE "Y" TO WS-EOF
           END-IF
           OPEN I-O AUTOPAY-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUTOPAY-LOG: " WS-LOG-STATUS
               STOP RUN
           END-IF
           OPEN I-O OPEN-ITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OPEN-ITEM-FILE: "
                   WS-OPENITEM-STATUS
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDIT-FILE: " WS-AUDIT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RETURN-REPORT: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE
           WRITE REPORT-LINE FROM SPACES
           IF WS-EOF = "N"
               READ RETURN-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-IF.

       300-PROCESS-RETURNS.
           MOVE "Y" TO WS-RETURN-VALID
           MOVE SPACES TO RD-NOTE
           PERFORM 310-MATCH-DRAFT
           IF WS-RETURN-VALID = "Y"
               PERFORM 320-REOPEN-ITEM
           END-IF
           IF WS-RETURN-VALID = "Y"
               PERFORM 330-MARK-RETURNED
               PERFORM 340-COUNT-CUSTOMER-RETURN
               ADD 1 TO WS-REVERSED-COUNT
               ADD AL-AMOUNT TO WS-REVERSED-TOTAL
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           MOVE RR-CUST-ID     TO RD-CUST-ID
           MOVE RR-INVOICE-NO  TO RD-INVOICE-NO
           MOVE RR-RETURN-CODE TO RD-RETURN-CODE
           MOVE RR-AMOUNT      TO RD-AMOUNT
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           READ RETURN-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       310-MATCH-DRAFT.
           MOVE RR-INVOICE-NO TO AL-INVOICE-NO
           READ AUTOPAY-LOG
               INVALID KEY
                   MOVE "NOT AN AUTOPAY DEBIT - INVESTIGATE"
                       TO RD-NOTE
                   MOVE "N" TO WS-RETURN-VALID
               NOT INVALID KEY
                   IF AL-DEBIT-RETURNED
                       MOVE "RETURN ALREADY PROCESSED" TO RD-NOTE
                       MOVE "N" TO WS-RETURN-VALID
                   END-IF
                   IF WS-RETURN-VALID = "Y"
                           AND AL-CUST-ID NOT = RR-CUST-ID
                       MOVE "CUSTOMER DOES NOT MATCH DEBIT" TO RD-NOTE
                       MOVE "N" TO WS-RETURN-VALID
                   END-IF
           END-READ.

      * The draft's receipt must already have been applied before it
      * can be backed out; a return that arrives ahead of CASHAPP is
      * left on the report to be resubmitted the next day.
       320-REOPEN-ITEM.
           MOVE RR-INVOICE-NO TO OI-INVOICE-NO
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "INVOICE NOT ON OPEN ITEMS" TO RD-NOTE
                   MOVE "N" TO WS-RETURN-VALID
               NOT INVALID KEY
                   IF OI-AMOUNT-APPLIED < AL-AMOUNT
                       MOVE "RECEIPT NOT YET APPLIED - RESUBMIT"
                           TO RD-NOTE
                       MOVE "N" TO WS-RETURN-VALID
                   ELSE
                       SUBTRACT AL-AMOUNT FROM OI-AMOUNT-APPLIED
                       MOVE "O" TO OI-STATUS
                       REWRITE OPEN-ITEM-RECORD
                       MOVE "RECEIPT REVERSED, ITEM REOPENED"
                           TO RD-NOTE
                   END-IF
           END-READ.

       330-MARK-RETURNED.
           MOVE "R"            TO AL-STATUS
           MOVE RR-RETURN-CODE TO AL-RETURN-CODE
           MOVE WS-TODAY-DATE  TO AL-RETURN-DATE
           REWRITE AUTOPAY-LOG-RECORD.

       340-COUNT-CUSTOMER-RETURN.
           MOVE RR-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "AUTOPAY RETURN FOR UNKNOWN CUSTOMER "
                       RR-CUST-ID
               NOT INVALID KEY
                   IF CM-AUTOPAY-RETURNS IS NOT NUMERIC
                       MOVE 0 TO CM-AUTOPAY-RETURNS
                   END-IF
                   IF CM-AUTOPAY-RETURNS < 99
                       ADD 1 TO CM-AUTOPAY-RETURNS
                   END-IF
                   IF CM-AUTOPAY-ACTIVE
                           AND (CM-AUTOPAY-RETURNS >= WS-MAX-RETURNS
                               OR RR-ACCOUNT-UNUSABLE)
                       PERFORM 350-DROP-AUTOPAY
                   END-IF
                   REWRITE CUSTOMER-MASTER-RECORD
           END-READ.

       350-DROP-AUTOPAY.
           MOVE "D" TO CM-AUTOPAY-STATUS
           ADD 1 TO WS-DROPPED-COUNT
           MOVE "REOPENED, CUSTOMER OFF AUTOPAY" TO RD-NOTE
           MOVE CM-CUST-ID    TO CA-CUST-ID
           MOVE "UPDATE"      TO CA-ACTION
           MOVE "AUTOPAY"     TO CA-FIELD-NAME
           MOVE "A"           TO CA-OLD-VALUE
           MOVE "D"           TO CA-NEW-VALUE
           MOVE WS-TIMESTAMP  TO CA-TIMESTAMP
           MOVE "AUTORTN"     TO CA-UPDATED-BY
           WRITE AUDIT-LINE FROM CUST-AUDIT-RECORD.

       600-WRAP-UP.
           WRITE REPORT-LINE FROM SPACES
           MOVE WS-REVERSED-COUNT  TO RT-REVERSED
           MOVE WS-REVERSED-TOTAL  TO RT-REVERSED-TOTAL
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-1
           MOVE WS-DROPPED-COUNT   TO RT-DROPPED
           MOVE WS-EXCEPTION-COUNT TO RT-EXCEPTIONS
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-2
           IF WS-RETURN-STATUS = "00"
               CLOSE RETURN-FILE
           END-IF
           CLOSE AUTOPAY-LOG
           CLOSE OPEN-ITEM-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE AUDIT-FILE
           CLOSE RETURN-REPORT
           DISPLAY "AUTOPAY RETURNS REVERSED: " WS-REVERSED-COUNT
           DISPLAY "CUSTOMERS OFF AUTOPAY:    " WS-DROPPED-COUNT
           DISPLAY "RETURNS NOT PROCESSED:    " WS-EXCEPTION-COUNT.

      * A returns run is measured by the returned debits it took in
      * and the cash it reversed; a return it could not process
      * counts as rejected.
       620-LOG-RUN-STATISTICS.
           MOVE "AUTORTN"          TO WS-RT-PROGRAM
           MOVE "B"                TO WS-RT-STREAM
           MOVE SPACE              TO WS-RT-RUN-GROUP
           COMPUTE WS-RT-RECORDS-READ =
               WS-REVERSED-COUNT + WS-EXCEPTION-COUNT
           MOVE WS-REVERSED-COUNT  TO WS-RT-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO WS-RT-RECORDS-REJECTED
           MOVE WS-REVERSED-TOTAL  TO WS-RT-AMOUNT-TOTAL
           MOVE "CASH REVERSED"    TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
