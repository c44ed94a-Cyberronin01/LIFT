       01  WS-DETAIL-COUNT           PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT            PIC 9(6) VALUE 0.
       01  WS-CUSTOMER-COUNT         PIC 9(5) VALUE 0.
       01  WS-USAGE-READ             PIC 9(7) VALUE 0.
       01  WS-DATA-MEDIATED          PIC 9(9)V99 VALUE 0.

       01  SUMMARY-TITLE-LINE.
           05  FILLER                PIC X(29)
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
           PERFORM 250-SORT-USAGE-DETAIL
           CLOSE SORTED-USAGE-FILE
           PERFORM 600-WRAP-UP
           PERFORM 610-STAMP-RUN-SEQUENCE
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

      * The nightly stream is sequence-controlled: refuse to start
           END-READ.

       300-PROCESS-USAGE.
           ADD 1 TO WS-USAGE-READ
           IF WS-FIRST-REC = 'Y' OR SU-CUST-ID NOT = WS-CURR-CUST
               IF WS-FIRST-REC = 'N'
                   PERFORM 450-FINISH-CUSTOMER
               MOVE WS-VOICE-TOTAL TO VOICE-MINUTES
               WRITE CUSTOMER-RECORD
               ADD 1 TO WS-CUSTOMER-COUNT
               ADD WS-DATA-TOTAL TO WS-DATA-MEDIATED
           END-IF
           IF WS-DETAIL-COUNT > 0
               MOVE WS-DATA-TOTAL  TO ST-DATA-GB
           MOVE "MEDIATE"    TO WS-RS-PROGRAM
           MOVE SPACES TO WS-RS-PREDECESSOR
           CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA.

      * A mediation run is measured by the data volume it passed to
      * billing; it carries no money of its own.
       620-LOG-RUN-STATISTICS.
           MOVE "MEDIATE"         TO WS-RT-PROGRAM
           MOVE "B"               TO WS-RT-STREAM
           MOVE SPACE             TO WS-RT-RUN-GROUP
           MOVE WS-USAGE-READ     TO WS-RT-RECORDS-READ
           MOVE WS-CUSTOMER-COUNT TO WS-RT-RECORDS-WRITTEN
           MOVE WS-ERROR-COUNT    TO WS-RT-RECORDS-REJECTED
           MOVE WS-DATA-MEDIATED  TO WS-RT-AMOUNT-TOTAL
           MOVE "DATA GB"         TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
