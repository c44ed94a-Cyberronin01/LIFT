       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT ACH-FILE ASSIGN TO "ach_credits.dat"
           SELECT CHECK-PAY-FILE ASSIGN TO "check_pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPAY-STATUS.
           SELECT OFFCYCLE-PAY-FILE ASSIGN TO "offcycle_pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFPAY-STATUS.
           SELECT CONTRACTOR-PAY-FILE ASSIGN TO "contractor_pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONPAY-STATUS.
           SELECT CONTRACTOR-MASTER ASSIGN TO "contractor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACTOR-ID
               FILE STATUS IS WS-CONTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CP-NET-PAY             PIC 9(6)V99.

       FD  OFFCYCLE-PAY-FILE.
           COPY "offcyclepayrec.cpy".

       FD  CONTRACTOR-PAY-FILE.
           COPY "contrpayrec.cpy".

       FD  CONTRACTOR-MASTER.
           COPY "contractrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS              PIC X(2) VALUE "00".
       01  WS-ACH-STATUS              PIC X(2) VALUE "00".
       01  WS-CHECK-STATUS            PIC X(2) VALUE "00".
       01  WS-CHECKPAY-STATUS         PIC X(2) VALUE "00".
       01  WS-OFFPAY-STATUS           PIC X(2) VALUE "00".
       01  WS-CONPAY-STATUS           PIC X(2) VALUE "00".
       01  WS-CONTR-STATUS            PIC X(2) VALUE "00".
       01  WS-EOF                     PIC X(1) VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-RUN-PAY-GROUP           PIC X(1) VALUE SPACES.
       01  WS-CREDIT-TOTAL            PIC 9(10)V99 VALUE 0.
       01  WS-CHECK-COUNT             PIC 9(6) VALUE 0.
       01  WS-PRENOTE-COUNT           PIC 9(6) VALUE 0.
       01  WS-UNKNOWN-PAYEE-COUNT     PIC 9(6) VALUE 0.
       01  WS-ACH-CREDIT-COUNT        PIC 9(7) VALUE 0.
       01  WS-PRENOTE-WAIT-DAYS       PIC 9(3) VALUE 10.
       01  WS-PRENOTE-AGE-DAYS        PIC S9(6) VALUE 0.
       01  WS-EMP-FOUND               PIC X(1) VALUE "N".
      * The amount being paid to the employee in hand: the current-
      * period net on a regular extract, the off-cycle row's net when
      * OFFCYCLE_ID names an off-cycle batch, the contractor row's
      * net when CONTRACTOR_RUN is set.
       01  WS-PAY-AMOUNT              PIC S9(6)V99 VALUE 0.
       01  WS-OFFCYCLE-ID-IN          PIC X(6) VALUE SPACES.
       01  WS-OFFCYCLE-ID             PIC 9(6) VALUE 0.
       01  WS-OFFCYCLE-RUN            PIC X(1) VALUE "N".
       01  WS-CONTRACTOR-RUN          PIC X(1) VALUE "N".
       01  WS-CONTRACTOR-FOUND        PIC X(1) VALUE "N".

       01  WS-ACH-BATCH-HEADER.
           05  FILLER                 PIC X(1)  VALUE "1".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CK-REASON              PIC X(20).

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
       ACH-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-EXTRACT.
           EVALUATE TRUE
               WHEN WS-OFFCYCLE-RUN = "Y"
                   PERFORM PROCESS-OFFCYCLE-PAYMENTS UNTIL WS-EOF = "Y"
               WHEN WS-CONTRACTOR-RUN = "Y"
                   PERFORM PROCESS-CONTRACTOR-PAYMENTS
                       UNTIL WS-EOF = "Y"
               WHEN OTHER
                   PERFORM PROCESS-EMPLOYEES UNTIL WS-EOF = "Y"
           END-EVALUATE.
           PERFORM FINISH-EXTRACT.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-EXTRACT.
           IF WS-RUN-PAY-GROUP NOT = "W" AND WS-RUN-PAY-GROUP NOT = "S"
               MOVE SPACE TO WS-RUN-PAY-GROUP
           END-IF.
      *    With OFFCYCLE_ID set the extract pays the off-cycle batch
      *    that OFFCYCLE just posted, from its payment file, instead
      *    of the employee master's current-period net.
           ACCEPT WS-OFFCYCLE-ID-IN FROM ENVIRONMENT "OFFCYCLE_ID".
           IF WS-OFFCYCLE-ID-IN NOT = SPACES
               IF WS-OFFCYCLE-ID-IN NOT NUMERIC
                   DISPLAY "ERROR: OFFCYCLE_ID NOT NUMERIC: "
                       WS-OFFCYCLE-ID-IN
                   STOP RUN
               END-IF
               MOVE WS-OFFCYCLE-ID-IN TO WS-OFFCYCLE-ID
               MOVE "Y" TO WS-OFFCYCLE-RUN
               DISPLAY "ACH EXTRACT FOR OFF-CYCLE " WS-OFFCYCLE-ID
           END-IF.
      *    With CONTRACTOR_RUN=Y the extract pays the invoices CONTRPAY
      *    just paid, from its payment file, with bank details and
      *    prenote state from the contractor master.
           ACCEPT WS-CONTRACTOR-RUN FROM ENVIRONMENT "CONTRACTOR_RUN".
           IF WS-CONTRACTOR-RUN NOT = "Y"
               MOVE "N" TO WS-CONTRACTOR-RUN
           END-IF.
           IF WS-CONTRACTOR-RUN = "Y" AND WS-OFFCYCLE-RUN = "Y"
               DISPLAY "ERROR: OFFCYCLE_ID AND CONTRACTOR_RUN "
                   "CANNOT BOTH BE SET"
               STOP RUN
           END-IF.
           IF WS-CONTRACTOR-RUN = "Y"
               DISPLAY "ACH EXTRACT FOR CONTRACTOR PAYMENTS"
           END-IF.
      *    I-O because a prenote that has outlived the waiting period
      *    is marked cleared on the employee record in passing.
           OPEN I-O EMPLOYEE-FILE.
           MOVE WS-RUN-DATE TO AB-RUN-DATE.
           WRITE ACH-LINE FROM WS-ACH-BATCH-HEADER.
           WRITE CHECK-LINE FROM WS-CHECK-HEADING.
           IF WS-OFFCYCLE-RUN = "Y"
               OPEN INPUT OFFCYCLE-PAY-FILE
               IF WS-OFFPAY-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING OFFCYCLE-PAY-FILE: "
                       WS-OFFPAY-STATUS
                   STOP RUN
               END-IF
               READ OFFCYCLE-PAY-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           ELSE
               IF WS-CONTRACTOR-RUN = "Y"
                   PERFORM OPEN-CONTRACTOR-PAYMENTS
               ELSE
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
               END-IF
           END-IF.

      * I-O on the contractor master for the same reason as on the
      * employee file: a prenote past its waiting period is marked
      * cleared in passing.
       OPEN-CONTRACTOR-PAYMENTS.
           OPEN INPUT CONTRACTOR-PAY-FILE.
           IF WS-CONPAY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-PAY-FILE: "
                   WS-CONPAY-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CONTRACTOR-MASTER.
           IF WS-CONTR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-MASTER: "
                   WS-CONTR-STATUS
               STOP RUN
           END-IF.
           READ CONTRACTOR-PAY-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

                   AND (WS-RUN-PAY-GROUP = SPACE
                       OR (EF-GROUP-WEEKLY AND WS-RUN-PAY-GROUP = "W")
                       OR (EF-GROUP-SEMI AND WS-RUN-PAY-GROUP = "S"))
               MOVE EF-NET-PAY TO WS-PAY-AMOUNT
               PERFORM ROUTE-PAYMENT
           END-IF.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
           END-READ.

      * An off-cycle row is paid whatever the employee's pay group;
      * the bank details and prenote state still come from the
      * employee master. A row whose employee has since left the
      * master goes to the check listing under the name OFFCYCLE
      * recorded. Rows from any other batch mean the payment file is
      * not the one posted under OFFCYCLE_ID, and nothing is paid.
       PROCESS-OFFCYCLE-PAYMENTS.
           IF OP-PERIOD-ID NOT = WS-OFFCYCLE-ID
               DISPLAY "ERROR: OFFCYCLE_PAY.DAT HOLDS BATCH "
                   OP-PERIOD-ID " NOT " WS-OFFCYCLE-ID
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE OP-EMP-ID TO EF-EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.
           MOVE OP-NET-PAY TO WS-PAY-AMOUNT.
           IF WS-EMP-FOUND = "Y"
               PERFORM ROUTE-PAYMENT
           ELSE
               MOVE OP-EMP-ID   TO EF-EMP-ID
               MOVE OP-EMP-NAME TO EF-EMP-NAME
               MOVE "NOT ON EMPLOYEE FILE" TO CK-REASON
               PERFORM WRITE-CHECK-DETAIL
               ADD 1 TO WS-UNKNOWN-PAYEE-COUNT
           END-IF.
           READ OFFCYCLE-PAY-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

      * A contractor is routed by the same rules as an employee, on
      * the contractor master's bank details and prenote state. The
      * contractor's id, name and bank details are carried in the
      * employee record area only so that the shared ACH and check
      * writers below can be used; the employee file is never
      * rewritten from them.
       PROCESS-CONTRACTOR-PAYMENTS.
           MOVE "N" TO WS-CONTRACTOR-FOUND.
           MOVE XP-CONTRACTOR-ID TO CT-CONTRACTOR-ID.
           READ CONTRACTOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CONTRACTOR-FOUND
           END-READ.
           MOVE XP-NET-PAY       TO WS-PAY-AMOUNT.
           MOVE XP-CONTRACTOR-ID TO EF-EMP-ID.
           MOVE XP-NAME          TO EF-EMP-NAME.
           IF WS-CONTRACTOR-FOUND = "Y"
               MOVE CT-ROUTING-NUMBER TO EF-ROUTING-NUMBER
               MOVE CT-ACCOUNT-NUMBER TO EF-ACCOUNT-NUMBER
               PERFORM ROUTE-CONTRACTOR-PAYMENT
           ELSE
               MOVE "NOT ON CONTRACTOR FILE" TO CK-REASON
               PERFORM WRITE-CHECK-DETAIL
               ADD 1 TO WS-UNKNOWN-PAYEE-COUNT
           END-IF.
           READ CONTRACTOR-PAY-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       ROUTE-CONTRACTOR-PAYMENT.
           EVALUATE TRUE
               WHEN WS-PAY-AMOUNT <= 0
                   MOVE "NO POSITIVE NET PAY" TO CK-REASON
                   PERFORM WRITE-CHECK-DETAIL
               WHEN CT-ROUTING-NUMBER = 0
                       OR CT-ACCOUNT-NUMBER = SPACES
                   MOVE "NO BANK DETAILS" TO CK-REASON
                   PERFORM WRITE-CHECK-DETAIL
               WHEN CT-PRENOTE-FAILED
                   MOVE "BANK DETAILS RETURNED" TO CK-REASON
                   PERFORM WRITE-CHECK-DETAIL
               WHEN CT-PRENOTE-PENDING
                   PERFORM HANDLE-CONTRACTOR-PRENOTE
               WHEN OTHER
                   PERFORM WRITE-ACH-CREDIT
           END-EVALUATE.

       HANDLE-CONTRACTOR-PRENOTE.
           IF CT-PRENOTE-DATE = 0
               MOVE WS-RUN-DATE TO CT-PRENOTE-DATE
               REWRITE CONTRACTOR-RECORD
           END-IF.
           COMPUTE WS-PRENOTE-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(CT-PRENOTE-DATE).
           IF WS-PRENOTE-AGE-DAYS >= WS-PRENOTE-WAIT-DAYS
               MOVE "C" TO CT-PRENOTE-STATUS
               REWRITE CONTRACTOR-RECORD
               PERFORM WRITE-ACH-CREDIT
           ELSE
               PERFORM WRITE-PRENOTE-ENTRY
               MOVE "PRENOTE IN PROGRESS" TO CK-REASON
               PERFORM WRITE-CHECK-DETAIL
           END-IF.

       ROUTE-PAYMENT.
           EVALUATE TRUE
               WHEN WS-PAY-AMOUNT <= 0
                   MOVE "NO POSITIVE NET PAY" TO CK-REASON
                   PERFORM WRITE-CHECK-DETAIL
               WHEN EF-ROUTING-NUMBER = 0
                       OR EF-ACCOUNT-NUMBER = SPACES
                   MOVE "NO BANK DETAILS" TO CK-REASON
                   PERFORM WRITE-CHECK-DETAIL
               WHEN EF-PRENOTE-FAILED
                   MOVE "BANK DETAILS RETURNED" TO CK-REASON
                   PERFORM WRITE-CHECK-DETAIL
               WHEN EF-PRENOTE-PENDING
                   PERFORM HANDLE-PENDING-PRENOTE
               WHEN OTHER
                   PERFORM WRITE-ACH-CREDIT
           END-EVALUATE.

       HANDLE-PENDING-PRENOTE.
           IF EF-PRENOTE-DATE = 0
               MOVE WS-RUN-DATE TO EF-PRENOTE-DATE
       WRITE-ACH-CREDIT.
           MOVE EF-ROUTING-NUMBER TO AC-ROUTING-NUMBER.
           MOVE EF-ACCOUNT-NUMBER TO AC-ACCOUNT-NUMBER.
           MOVE WS-PAY-AMOUNT     TO AC-AMOUNT.
           MOVE EF-EMP-ID         TO AC-EMP-ID.
           MOVE EF-EMP-NAME       TO AC-EMP-NAME.
           WRITE ACH-LINE FROM WS-ACH-CREDIT-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD WS-PAY-AMOUNT TO WS-CREDIT-TOTAL.

       WRITE-CHECK-DETAIL.
           MOVE EF-EMP-ID   TO CK-EMP-ID.
           MOVE EF-EMP-NAME TO CK-EMP-NAME.
           MOVE WS-PAY-AMOUNT TO CK-NET-PAY.
           WRITE CHECK-LINE FROM WS-CHECK-DETAIL.
           ADD 1 TO WS-CHECK-COUNT.
           IF WS-PAY-AMOUNT > 0
               MOVE EF-EMP-ID     TO CP-EMP-ID
               MOVE EF-EMP-NAME   TO CP-EMP-NAME
               MOVE WS-PAY-AMOUNT TO CP-NET-PAY
               WRITE CHECK-PAY-RECORD
           END-IF.

           CLOSE ACH-FILE.
           CLOSE CHECK-LISTING.
           CLOSE CHECK-PAY-FILE.
      *    An extracted off-cycle batch has been paid and is cleared
      *    the same way; OFFCYCLE posts no new batch over unpaid rows.
           IF WS-OFFCYCLE-RUN = "Y"
               CLOSE OFFCYCLE-PAY-FILE
               OPEN OUTPUT OFFCYCLE-PAY-FILE
               CLOSE OFFCYCLE-PAY-FILE
           END-IF.
      *    Extracted contractor rows have been paid and must not be
      *    paid again; CONTRPAY adds later batches to the empty file.
           IF WS-CONTRACTOR-RUN = "Y"
               CLOSE CONTRACTOR-PAY-FILE
               CLOSE CONTRACTOR-MASTER
               OPEN OUTPUT CONTRACTOR-PAY-FILE
               CLOSE CONTRACTOR-PAY-FILE
           END-IF.
           DISPLAY "ACH CREDITS WRITTEN: " WS-ENTRY-COUNT.
           DISPLAY "ACH CREDIT TOTAL: " WS-CREDIT-TOTAL.
           DISPLAY "PAY-BY-CHECK EMPLOYEES: " WS-CHECK-COUNT.
           DISPLAY "PRENOTES SENT: " WS-PRENOTE-COUNT.

      * An extract is measured by the credits it sends the bank. Each
      * kind of run keeps its own history: the pay group for a
      * regular run, O for an off-cycle batch, C for contractors. A
      * payee missing from its master file counts as rejected.
       LOG-RUN-STATISTICS.
           COMPUTE WS-ACH-CREDIT-COUNT =
               WS-ENTRY-COUNT - WS-PRENOTE-COUNT.
           MOVE "ACHEXTRACT"           TO WS-RT-PROGRAM.
           MOVE "P"                    TO WS-RT-STREAM.
           EVALUATE TRUE
               WHEN WS-OFFCYCLE-RUN = "Y"
                   MOVE "O"            TO WS-RT-RUN-GROUP
               WHEN WS-CONTRACTOR-RUN = "Y"
                   MOVE "C"            TO WS-RT-RUN-GROUP
               WHEN OTHER
                   MOVE WS-RUN-PAY-GROUP TO WS-RT-RUN-GROUP
           END-EVALUATE.
           COMPUTE WS-RT-RECORDS-READ =
               WS-ACH-CREDIT-COUNT + WS-CHECK-COUNT.
           MOVE WS-ACH-CREDIT-COUNT    TO WS-RT-RECORDS-WRITTEN.
           MOVE WS-UNKNOWN-PAYEE-COUNT TO WS-RT-RECORDS-REJECTED.
           MOVE WS-CREDIT-TOTAL        TO WS-RT-AMOUNT-TOTAL.
           MOVE "ACH CREDITS"          TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
