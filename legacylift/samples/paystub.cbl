       01  WS-EOF                     PIC X(1) VALUE "N".
       01  WS-YTD-FOUND               PIC X(1) VALUE "N".
       01  WS-STUB-COUNT              PIC 9(4) VALUE 0.
       01  WS-EMP-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-STUB-NET-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-RUN-PAY-GROUP           PIC X(1) VALUE SPACES.

       01  WS-STUB-SEPARATOR.
           05  FILLER                 PIC X(36) VALUE
               "NO YEAR-TO-DATE RECORD ON FILE".

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
       STUB-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-STUB-RUN.
           PERFORM PROCESS-EMPLOYEES UNTIL WS-EOF = "Y".
           PERFORM FINISH-STUB-RUN.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-STUB-RUN.
           END-READ.

       PROCESS-EMPLOYEES.
           ADD 1 TO WS-EMP-READ-COUNT.
           IF EF-ACTIVE-FLAG = "Y"
                   AND (WS-RUN-PAY-GROUP = SPACE
                       OR (EF-GROUP-WEEKLY AND WS-RUN-PAY-GROUP = "W")
               PERFORM READ-YTD-FOR-EMPLOYEE
               PERFORM WRITE-PAY-STUB
               ADD 1 TO WS-STUB-COUNT
               ADD EF-NET-PAY TO WS-STUB-NET-TOTAL
           END-IF.
           READ EMPLOYEE-FILE
               AT END MOVE "Y" TO WS-EOF
           CLOSE EMPLOYEE-FILE.
           CLOSE YTD-FILE.
           CLOSE STUB-FILE.

      * A stub run is measured by the net pay its stubs show; it
      * rejects nothing.
       LOG-RUN-STATISTICS.
           MOVE "PAYSTUB"         TO WS-RT-PROGRAM.
           MOVE "P"               TO WS-RT-STREAM.
           MOVE WS-RUN-PAY-GROUP  TO WS-RT-RUN-GROUP.
           MOVE WS-EMP-READ-COUNT TO WS-RT-RECORDS-READ.
           MOVE WS-STUB-COUNT     TO WS-RT-RECORDS-WRITTEN.
           MOVE 0                 TO WS-RT-RECORDS-REJECTED.
           MOVE WS-STUB-NET-TOTAL TO WS-RT-AMOUNT-TOTAL.
           MOVE "NET PAY"         TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
