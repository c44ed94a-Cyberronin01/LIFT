       01  WS-REISSUED-COUNT          PIC 9(6) VALUE 0.
       01  WS-ISSUED-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-VOIDED-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-PAY-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-VOID-READ-COUNT         PIC 9(7) VALUE 0.
       01  WS-VOID-IGNORED-COUNT      PIC 9(7) VALUE 0.

       01  WS-CHECK-SEPARATOR.
           05  FILLER                 PIC X(70) VALUE ALL "=".
               "REPLACES CHECK NO: ".
           05  CH-REPLACES-NO         PIC 9(8).

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

      * Prints the checks the ACH extract routed to check payment,
      * under a controlled check-number sequence, and leaves three
      * durable artifacts: the permanent numbered register that ties
      * number and the bank stops honouring the voided one.
       PROCEDURE DIVISION.
       CHECK-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-CHECK-RUN.
           PERFORM PROCESS-VOID-TRANSACTIONS.
           PERFORM PROCESS-NEW-CHECKS UNTIL WS-EOF = "Y".
           PERFORM FINISH-CHECK-RUN.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-CHECK-RUN.
           END-IF.

       APPLY-ONE-VOID.
           ADD 1 TO WS-VOID-READ-COUNT.
           MOVE VT-CHECK-NO TO CK-CHECK-NO.
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   DISPLAY "VOID IGNORED, CHECK NOT ON REGISTER: "
                       VT-CHECK-NO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CK-VOIDED
                           DISPLAY "VOID IGNORED, ALREADY VOID: "
                               VT-CHECK-NO
                       WHEN CK-CLEARED
                           DISPLAY "VOID IGNORED, PAID BY BANK: "
                               VT-CHECK-NO
                       WHEN CK-ESCHEATED
                           DISPLAY "VOID IGNORED, ESCHEATED: "
                               VT-CHECK-NO
                       WHEN OTHER
                           PERFORM VOID-REGISTER-CHECK
                           IF VT-REISSUE
                               PERFORM REISSUE-VOIDED-CHECK
                           END-IF
                   END-EVALUATE
           END-READ.

       VOID-REGISTER-CHECK.
           MOVE 0 TO WS-REPLACES-NO.

       PROCESS-NEW-CHECKS.
           ADD 1 TO WS-PAY-READ-COUNT.
           MOVE 0 TO WS-REPLACES-NO.
           MOVE CP-EMP-ID   TO WS-ISSUE-EMP-ID.
           MOVE CP-EMP-NAME TO WS-ISSUE-PAYEE-NAME.
           MOVE WS-RUN-DATE      TO CK-ISSUE-DATE.
           MOVE "I"              TO CK-STATUS.
           MOVE WS-REPLACES-NO   TO CK-REPLACES-CHECK-NO.
           MOVE 0                TO CK-PAID-DATE.
           MOVE 0                TO CK-ESCHEAT-DATE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: DUPLICATE CHECK NUMBER "
           DISPLAY "CHECKS REISSUED: " WS-REISSUED-COUNT.
           DISPLAY "ISSUED TOTAL: " WS-ISSUED-TOTAL.
           DISPLAY "VOIDED TOTAL: " WS-VOIDED-TOTAL.

      * A check run is measured by the money it issued. It reads the
      * check-pay rows and the void cards; a void card it had to
      * ignore counts as rejected.
       LOG-RUN-STATISTICS.
           COMPUTE WS-VOID-IGNORED-COUNT =
               WS-VOID-READ-COUNT - WS-VOIDED-COUNT.
           COMPUTE WS-RT-RECORDS-READ =
               WS-PAY-READ-COUNT + WS-VOID-READ-COUNT.
           MOVE "CHECKPRT"            TO WS-RT-PROGRAM.
           MOVE "P"                   TO WS-RT-STREAM.
           MOVE SPACE                 TO WS-RT-RUN-GROUP.
           MOVE WS-ISSUED-COUNT       TO WS-RT-RECORDS-WRITTEN.
           MOVE WS-VOID-IGNORED-COUNT TO WS-RT-RECORDS-REJECTED.
           MOVE WS-ISSUED-TOTAL       TO WS-RT-AMOUNT-TOTAL.
           MOVE "CHECKS ISSUED"       TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
