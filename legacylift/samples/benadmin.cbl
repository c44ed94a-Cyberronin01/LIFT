           05  FILLER                PIC X(2) VALUE SPACES.
           05  EE-REASON             PIC X(30).

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

      * Benefits administration in the mold of the employee manager:
      * an enrollment transaction batch is validated row by row, the
      * enrollment master is updated, and then the employee-cost
      * from the payroll stream.
       PROCEDURE DIVISION.
       BEN-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-BENEFIT-RUN.
           PERFORM PROCESS-ENROLL-TRANS UNTIL WS-TRANS-EOF = "Y".
           PERFORM REGENERATE-DEDUCTIONS.
           PERFORM FINISH-BENEFIT-RUN.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-BENEFIT-RUN.
           DISPLAY "DEDUCTION ROWS BUILT: " WS-DED-ROWS-BUILT.
           DISPLAY "EMPLOYER CONTRIBUTIONS: " WS-CONTRIB-COUNT
               " TOTAL " WS-CONTRIB-TOTAL.

      * A benefits run is measured by the enrollment transactions it
      * took in and the employer contributions it priced.
       LOG-RUN-STATISTICS.
           MOVE "BENADMIN"          TO WS-RT-PROGRAM.
           MOVE "P"                 TO WS-RT-STREAM.
           MOVE SPACE               TO WS-RT-RUN-GROUP.
           MOVE WS-TRANS-COUNT      TO WS-RT-RECORDS-READ.
           MOVE WS-APPLIED-COUNT    TO WS-RT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT     TO WS-RT-RECORDS-REJECTED.
           MOVE WS-CONTRIB-TOTAL    TO WS-RT-AMOUNT-TOTAL.
           MOVE "ER CONTRIBUTION"   TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
