       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEXP.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEMPT-CERT-FILE ASSIGN TO "tax_exempt_certs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "cust_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO "exempt_cert_expiry_rpt.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPT-CERT-FILE.
           COPY "exemptcert.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  EXPIRY-REPORT.
       01  EXPIRY-LINE            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-CERT-STATUS         PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(2) VALUE "00".
       01  WS-MASTER-AVAILABLE    PIC X(1) VALUE "N".
       01  WS-REPORT-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF                 PIC X(1) VALUE "N".

       01  WS-TODAY-DATE          PIC 9(8) VALUE 0.
       01  WS-WARN-DAYS-IN        PIC X(4) VALUE SPACES.
       01  WS-WARN-DAYS           PIC 9(3) VALUE 60.
       01  WS-DAYS-LEFT           PIC S9(5) VALUE 0.

       01  WS-CERT-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXPIRING-COUNT      PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT       PIC 9(5) VALUE 0.

       01  WS-EXPIRY-HEADING.
           05  FILLER             PIC X(38) VALUE
               "EXEMPTION CERTIFICATE EXPIRY AS OF:  ".
           05  EH-TODAY           PIC 9(8).
           05  FILLER             PIC X(10) VALUE "  WINDOW: ".
           05  EH-WARN-DAYS       PIC ZZ9.
           05  FILLER             PIC X(5)  VALUE " DAYS".

       01  WS-EXPIRY-COLUMNS.
           05  FILLER             PIC X(10) VALUE "CUST ID".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE "NAME".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "JUR".
           05  FILLER             PIC X(15) VALUE "CERTIFICATE".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE "REASON".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "EXPIRES".
           05  FILLER             PIC X(12) VALUE "STATUS".

       01  WS-EXPIRY-DETAIL.
           05  ED-CUST-ID         PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ED-CUST-NAME       PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ED-TAX-JURIS       PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ED-CERT-NO         PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ED-REASON          PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ED-EXPIRY-DATE     PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ED-STATUS          PIC X(12).

       01  WS-EXPIRY-TOTAL-LINE.
           05  FILLER             PIC X(20) VALUE "CERTIFICATES READ:".
           05  ET-CERTS           PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE "  EXPIRING:".
           05  ET-EXPIRING        PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  EXPIRED:".
           05  ET-EXPIRED         PIC ZZZZ9.

      * Monthly renewal list of sales tax exemption certificates:
      * every certificate expiring within the window (60 days unless
      * CERT_WARN_DAYS says otherwise), so the customer can be asked
      * for a new one before CUSTBILL starts taxing them, and every
      * certificate already expired, whose customer is being taxed
      * until a renewal is recorded through CUSTMGR.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 200-INIT-ROUTINE
           PERFORM 300-CHECK-CERTIFICATE UNTIL WS-EOF = "Y"
           PERFORM 500-WRAP-UP
           STOP RUN.

       200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ACCEPT WS-WARN-DAYS-IN FROM ENVIRONMENT "CERT_WARN_DAYS"
           IF WS-WARN-DAYS-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WARN-DAYS-IN) TO WS-WARN-DAYS
           END-IF
           OPEN INPUT EXEMPT-CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXEMPT-CERT-FILE: "
                   WS-CERT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           ELSE
               DISPLAY "NO CUSTOMER MASTER, NAMES NOT SHOWN"
           END-IF
           OPEN OUTPUT EXPIRY-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXPIRY-REPORT: " WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO EH-TODAY
           MOVE WS-WARN-DAYS  TO EH-WARN-DAYS
           WRITE EXPIRY-LINE FROM WS-EXPIRY-HEADING
           MOVE SPACES TO EXPIRY-LINE
           WRITE EXPIRY-LINE
           WRITE EXPIRY-LINE FROM WS-EXPIRY-COLUMNS
           READ EXEMPT-CERT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       300-CHECK-CERTIFICATE.
           ADD 1 TO WS-CERT-COUNT
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(EX-EXPIRY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE "EXPIRED" TO ED-STATUS
                   ADD 1 TO WS-EXPIRED-COUNT
                   PERFORM 310-WRITE-CERT-LINE
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   MOVE "EXPIRING" TO ED-STATUS
                   ADD 1 TO WS-EXPIRING-COUNT
                   PERFORM 310-WRITE-CERT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ EXEMPT-CERT-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       310-WRITE-CERT-LINE.
           MOVE EX-CUST-ID     TO ED-CUST-ID
           MOVE SPACES         TO ED-CUST-NAME
           IF WS-MASTER-AVAILABLE = "Y"
               MOVE EX-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "*** NOT ON CUSTOMER MASTER ***"
                           TO ED-CUST-NAME
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO ED-CUST-NAME
               END-READ
           END-IF
           MOVE EX-TAX-JURIS   TO ED-TAX-JURIS
           MOVE EX-CERT-NO     TO ED-CERT-NO
           MOVE EX-REASON      TO ED-REASON
           MOVE EX-EXPIRY-DATE TO ED-EXPIRY-DATE
           WRITE EXPIRY-LINE FROM WS-EXPIRY-DETAIL.

       500-WRAP-UP.
           MOVE SPACES TO EXPIRY-LINE
           WRITE EXPIRY-LINE
           MOVE WS-CERT-COUNT     TO ET-CERTS
           MOVE WS-EXPIRING-COUNT TO ET-EXPIRING
           MOVE WS-EXPIRED-COUNT  TO ET-EXPIRED
           WRITE EXPIRY-LINE FROM WS-EXPIRY-TOTAL-LINE
           CLOSE EXEMPT-CERT-FILE
           IF WS-MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE EXPIRY-REPORT
           DISPLAY "CERTIFICATES READ:    " WS-CERT-COUNT
           DISPLAY "CERTIFICATES EXPIRING:" WS-EXPIRING-COUNT
           DISPLAY "CERTIFICATES EXPIRED: " WS-EXPIRED-COUNT.
