           SELECT NOTICE-FILE ASSIGN TO "dunning_notices.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
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

       FD  DUNNING-HISTORY-FILE.
       01  DUNNING-HISTORY-RECORD.
           05  DH-CUST-ID            PIC X(10).
       01  WS-AGED-STATUS            PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS          PIC X(2) VALUE "00".
       01  WS-MASTER-AVAILABLE       PIC X(1) VALUE "N".
       01  WS-ARRANGE-STATUS         PIC X(2) VALUE "00".
       01  WS-ARRANGE-AVAILABLE      PIC X(1) VALUE "N".
       01  WS-ARRANGE-HONORED        PIC X(1) VALUE "N".
      * What the notice demands: the aged balance, or for a customer
      * on a current arrangement only what is owed beyond the covered
      * items, aged no further back than the agreement date.
       01  WS-DUN-BALANCE            PIC 9(7)V99 VALUE 0.
       01  WS-DUN-AGE-DAYS           PIC 9(6) VALUE 0.
       01  WS-AGREED-AGE-DAYS        PIC S9(6) VALUE 0.
       01  WS-HIST-FROM-DATE         PIC 9(8) VALUE 0.
       01  WS-HISTORY-STATUS         PIC X(2) VALUE "00".
       01  WS-SRTHIST-STATUS         PIC X(2) VALUE "00".
       01  WS-HIST-AVAILABLE         PIC X(1) VALUE "N".
       01  WS-CUST-NAME              PIC X(30) VALUE SPACES.
       01  WS-NOTICE-COUNT           PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT          PIC 9(4) VALUE 0.
       01  WS-ARRANGED-COUNT         PIC 9(4) VALUE 0.
       01  WS-BALANCES-READ          PIC 9(7) VALUE 0.
       01  WS-DUNNED-TOTAL           PIC 9(9)V99 VALUE 0.

       01  WS-NOTICE-SEPARATOR.
           05  FILLER                PIC X(70) VALUE ALL "-".
      * demand letter at 60-89 and a final notice with a service-
      * suspension warning at 90-plus. The dunning history records
      * every notice sent so the same customer is not re-sent the
      * same level every night. The balance covered by a current
      * payment arrangement is not dunned; anything billed after the
      * agreement date is, starting again from a reminder. Once
      * ARRANGE marks the arrangement broken the notices resume from
      * the level already reached.

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
           PERFORM 300-PROCESS-AGED-BALANCES UNTIL WS-EOF = 'Y'
           PERFORM 600-WRAP-UP
           PERFORM 610-STAMP-RUN-SEQUENCE
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

      * The nightly stream is sequence-controlled: refuse to start
       110-CHECK-RUN-SEQUENCE.
           MOVE "CHECK"      TO WS-RS-FUNCTION
           MOVE "DUNNING"    TO WS-RS-PROGRAM
           MOVE "ARRANGE" TO WS-RS-PREDECESSOR
           CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA
           IF WS-RS-RESULT NOT = "Y"
               DISPLAY "RUN REFUSED: " WS-RS-MESSAGE
       200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 210-OPEN-CUSTOMER-MASTER
           OPEN INPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-STATUS = "00"
               MOVE "Y" TO WS-ARRANGE-AVAILABLE
           END-IF
           PERFORM 220-SORT-DUNNING-HISTORY
           OPEN INPUT AGED-BALANCE-FILE
           IF WS-AGED-STATUS NOT = "00"
           END-IF.

       300-PROCESS-AGED-BALANCES.
           ADD 1 TO WS-BALANCES-READ
           EVALUATE TRUE
               WHEN AB-BUCKET-30
                   MOVE 1 TO WS-NOTICE-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-NOTICE-LEVEL
           END-EVALUATE
           MOVE AB-BALANCE TO WS-DUN-BALANCE
           MOVE AB-AGE-DAYS TO WS-DUN-AGE-DAYS
           MOVE 0 TO WS-HIST-FROM-DATE
           IF WS-NOTICE-LEVEL > 0
               PERFORM 320-CHECK-ARRANGEMENT
               PERFORM 310-LOOK-UP-PRIOR-LEVEL
               EVALUATE TRUE
                   WHEN WS-ARRANGE-HONORED = "Y"
                       ADD 1 TO WS-ARRANGED-COUNT
                   WHEN WS-NOTICE-LEVEL > WS-PRIOR-LEVEL
                       PERFORM 400-WRITE-NOTICE
                       PERFORM 500-RECORD-NOTICE-SENT
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
           END-IF
           READ AGED-BALANCE-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

      * Advance the sorted history stream to this customer, keeping
      * the highest level already sent - since the agreement date,
      * when only the balance beyond an arrangement is being dunned.
      * A record for a later customer is left unconsumed for the next
      * aged balance.
       310-LOOK-UP-PRIOR-LEVEL.
           MOVE 0 TO WS-PRIOR-LEVEL
           IF WS-HIST-AVAILABLE = "Y"
                       OR SDH-CUST-ID > AB-CUST-ID
                   IF SDH-CUST-ID = AB-CUST-ID
                           AND SDH-LEVEL > WS-PRIOR-LEVEL
                           AND SDH-SENT-DATE > WS-HIST-FROM-DATE
                       MOVE SDH-LEVEL TO WS-PRIOR-LEVEL
                   END-IF
                   READ SORTED-HIST-FILE
               END-PERFORM
           END-IF.

      * A current arrangement protects only its covered balance. The
      * rest was billed after the agreement date, so it can be no
      * older than that and is dunned at the level its age earns.
       320-CHECK-ARRANGEMENT.
           MOVE "N" TO WS-ARRANGE-HONORED
           IF WS-ARRANGE-AVAILABLE = "Y"
               MOVE AB-CUST-ID TO PA-CUST-ID
               READ ARRANGEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-CURRENT
                           PERFORM 325-NET-COVERED-BALANCE
                       END-IF
               END-READ
           END-IF.

       325-NET-COVERED-BALANCE.
           IF AB-BALANCE > PA-COVERED-OPEN
               COMPUTE WS-DUN-BALANCE = AB-BALANCE - PA-COVERED-OPEN
               COMPUTE WS-AGREED-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(PA-AGREED-DATE)
               IF WS-AGREED-AGE-DAYS < 0
                   MOVE 0 TO WS-AGREED-AGE-DAYS
               END-IF
               IF WS-AGREED-AGE-DAYS < WS-DUN-AGE-DAYS
                   MOVE WS-AGREED-AGE-DAYS TO WS-DUN-AGE-DAYS
               END-IF
               MOVE PA-AGREED-DATE TO WS-HIST-FROM-DATE
               EVALUATE TRUE
                   WHEN WS-DUN-AGE-DAYS > 90
                       MOVE 3 TO WS-NOTICE-LEVEL
                   WHEN WS-DUN-AGE-DAYS > 60
                       MOVE 2 TO WS-NOTICE-LEVEL
                   WHEN WS-DUN-AGE-DAYS > 30
                       MOVE 1 TO WS-NOTICE-LEVEL
                   WHEN OTHER
                       MOVE 0 TO WS-NOTICE-LEVEL
               END-EVALUATE
           ELSE
               MOVE 0 TO WS-NOTICE-LEVEL
           END-IF
           IF WS-NOTICE-LEVEL = 0
               MOVE "Y" TO WS-ARRANGE-HONORED
           END-IF.

       400-WRITE-NOTICE.
           PERFORM 410-LOOK-UP-CUSTOMER-NAME
           EVALUATE WS-NOTICE-LEVEL
           MOVE AB-CUST-ID TO NC-CUST-ID
           MOVE WS-CUST-NAME TO NC-CUST-NAME
           WRITE NOTICE-LINE FROM WS-NOTICE-CUSTOMER
           MOVE WS-DUN-BALANCE TO NB-BALANCE
           MOVE WS-DUN-AGE-DAYS TO NB-AGE-DAYS
           WRITE NOTICE-LINE FROM WS-NOTICE-BALANCE
           WRITE NOTICE-LINE FROM WS-NOTICE-BODY
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICE-COUNT
           ADD WS-DUN-BALANCE TO WS-DUNNED-TOTAL.

       410-LOOK-UP-CUSTOMER-NAME.
           MOVE "NAME NOT ON FILE" TO WS-CUST-NAME
           IF WS-MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-ARRANGE-AVAILABLE = "Y"
               CLOSE ARRANGEMENT-FILE
           END-IF
           DISPLAY "DUNNING NOTICES SENT:   " WS-NOTICE-COUNT
           DISPLAY "NOTICES ALREADY AT LEVEL: " WS-SKIPPED-COUNT
           DISPLAY "HELD FOR ARRANGEMENT:   " WS-ARRANGED-COUNT.


       610-STAMP-RUN-SEQUENCE.
           MOVE "DUNNING"    TO WS-RS-PROGRAM
           MOVE SPACES TO WS-RS-PREDECESSOR
           CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA.

      * A dunning run is measured by the notices it sent and the
      * past-due balance they demand; it rejects nothing.
       620-LOG-RUN-STATISTICS.
           MOVE "DUNNING"         TO WS-RT-PROGRAM
           MOVE "B"               TO WS-RT-STREAM
           MOVE SPACE             TO WS-RT-RUN-GROUP
           MOVE WS-BALANCES-READ  TO WS-RT-RECORDS-READ
           MOVE WS-NOTICE-COUNT   TO WS-RT-RECORDS-WRITTEN
           MOVE 0                 TO WS-RT-RECORDS-REJECTED
           MOVE WS-DUNNED-TOTAL   TO WS-RT-AMOUNT-TOTAL
           MOVE "BALANCE DUNNED"  TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
