       01  WS-READ-COUNT             PIC 9(5) VALUE 0.
       01  WS-CLEAN-COUNT            PIC 9(5) VALUE 0.
       01  WS-SUSPENSE-COUNT         PIC 9(5) VALUE 0.
       01  WS-CLEAN-DATA-GB          PIC 9(9)V99 VALUE 0.

       01  WS-CURR-COUNT             PIC 9(2) VALUE 0.
       01  WS-CURR-FOUND             PIC X(1) VALUE "N".
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
           PERFORM 300-EDIT-RECORDS UNTIL WS-EOF = 'Y'
           PERFORM 500-WRAP-UP
           PERFORM 610-STAMP-RUN-SEQUENCE
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

      * The nightly stream is sequence-controlled: refuse to start
               MOVE CUSTOMER-RECORD TO CLEAN-CUSTOMER-LINE
               WRITE CLEAN-CUSTOMER-LINE
               ADD 1 TO WS-CLEAN-COUNT
               ADD DATA-USAGE-GB TO WS-CLEAN-DATA-GB
           ELSE
               PERFORM 400-WRITE-SUSPENSE
           END-IF
           MOVE "CUSTEDIT"   TO WS-RS-PROGRAM
           MOVE SPACES TO WS-RS-PREDECESSOR
           CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA.

      * An edit run is measured by the data volume it cleared for
      * billing; the feed carries no money of its own.
       620-LOG-RUN-STATISTICS.
           MOVE "CUSTEDIT"        TO WS-RT-PROGRAM
           MOVE "B"               TO WS-RT-STREAM
           MOVE SPACE             TO WS-RT-RUN-GROUP
           MOVE WS-READ-COUNT     TO WS-RT-RECORDS-READ
           MOVE WS-CLEAN-COUNT    TO WS-RT-RECORDS-WRITTEN
           MOVE WS-SUSPENSE-COUNT TO WS-RT-RECORDS-REJECTED
           MOVE WS-CLEAN-DATA-GB  TO WS-RT-AMOUNT-TOTAL
           MOVE "DATA GB"         TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
