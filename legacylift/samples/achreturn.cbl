               ACCESS MODE IS RANDOM
               RECORD KEY IS EF-EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CONTRACTOR-MASTER ASSIGN TO "contractor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACTOR-ID
               FILE STATUS IS WS-CONTR-STATUS.
           SELECT RETURN-REPORT ASSIGN TO "ach_return_rpt.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  EMPLOYEE-FILE.
           COPY "emppayrec.cpy".

       FD  CONTRACTOR-MASTER.
           COPY "contractrec.cpy".

       FD  RETURN-REPORT.
       01  RETURN-REPORT-LINE         PIC X(100).

       01  WS-RETURN-STATUS           PIC X(2) VALUE "00".
       01  WS-EMP-STATUS              PIC X(2) VALUE "00".
       01  WS-RPT-STATUS              PIC X(2) VALUE "00".
       01  WS-CONTR-STATUS            PIC X(2) VALUE "00".
       01  WS-CONTR-AVAILABLE         PIC X(1) VALUE "N".
      * Ids from this number up belong to contractors paid from the
      * contractor master, not to employees.
       01  WS-LOW-CONTRACTOR-ID       PIC 9(5) VALUE 80000.
       01  WS-EOF                     PIC X(1) VALUE "N".
       01  WS-FLAGGED-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(5) VALUE 0.
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  RT-TOTAL               PIC $$$$,$$9.99.

      * Applies the bank's return/NOC file: the payee's bank
      * details are flagged failed so the next extract pays them by
      * check instead of burning another credit into a dead account,
      * and every returned credit is reported so the pay can be
               DISPLAY "ERROR OPENING EMPLOYEE-FILE: " WS-EMP-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CONTRACTOR-MASTER.
           IF WS-CONTR-STATUS = "00"
               MOVE "Y" TO WS-CONTR-AVAILABLE
           END-IF.
           OPEN OUTPUT RETURN-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RETURN-REPORT: " WS-RPT-STATUS
           END-IF.

       PROCESS-RETURNS.
           IF RT-EMP-ID >= WS-LOW-CONTRACTOR-ID
                   AND WS-CONTR-AVAILABLE = "Y"
               MOVE RT-EMP-ID TO CT-CONTRACTOR-ID
               READ CONTRACTOR-MASTER
                   INVALID KEY
                       PERFORM REPORT-UNMATCHED-RETURN
                   NOT INVALID KEY
                       PERFORM FLAG-CONTRACTOR-BANK-BAD
               END-READ
           ELSE
               MOVE RT-EMP-ID TO EF-EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       PERFORM REPORT-UNMATCHED-RETURN
                   NOT INVALID KEY
                       PERFORM FLAG-EMPLOYEE-BANK-BAD
               END-READ
           END-IF.
           READ ACH-RETURN-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           END-IF.
           WRITE RETURN-REPORT-LINE FROM WS-RETURN-DETAIL.

      * A contractor's credit comes back the same way and is
      * reissued by check from the next contractor extract.
       FLAG-CONTRACTOR-BANK-BAD.
           MOVE "F" TO CT-PRENOTE-STATUS.
           REWRITE CONTRACTOR-RECORD.
           ADD 1 TO WS-FLAGGED-COUNT.
           ADD RT-AMOUNT TO WS-RETURNED-TOTAL.
           MOVE RT-EMP-ID      TO RR-EMP-ID.
           MOVE CT-NAME        TO RR-EMP-NAME.
           MOVE RT-RETURN-CODE TO RR-RETURN-CODE.
           MOVE RT-AMOUNT      TO RR-AMOUNT.
           IF RT-AMOUNT > 0
               MOVE "REISSUE PAY BY CHECK" TO RR-NOTE
           ELSE
               MOVE "PRENOTE RETURNED" TO RR-NOTE
           END-IF.
           WRITE RETURN-REPORT-LINE FROM WS-RETURN-DETAIL.

       REPORT-UNMATCHED-RETURN.
           ADD 1 TO WS-UNMATCHED-COUNT.
           MOVE RT-EMP-ID      TO RR-EMP-ID.
           IF RT-EMP-ID >= WS-LOW-CONTRACTOR-ID
                   AND WS-CONTR-AVAILABLE = "Y"
               MOVE "NOT ON CONTRACTOR FILE" TO RR-EMP-NAME
           ELSE
               MOVE "NOT ON EMPLOYEE FILE" TO RR-EMP-NAME
           END-IF.
           MOVE RT-RETURN-CODE TO RR-RETURN-CODE.
           MOVE RT-AMOUNT      TO RR-AMOUNT.
           MOVE "INVESTIGATE MANUALLY" TO RR-NOTE.
               CLOSE ACH-RETURN-FILE
           END-IF.
           CLOSE EMPLOYEE-FILE.
           IF WS-CONTR-AVAILABLE = "Y"
               CLOSE CONTRACTOR-MASTER
           END-IF.
           CLOSE RETURN-REPORT.
