           SELECT AUDIT-FILE ASSIGN TO "customer_audit.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EXEMPT-CERT-FILE ASSIGN TO "tax_exempt_certs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  EXEMPT-CERT-FILE.
           COPY "exemptcert.cpy".

       FD  MAINT-TRANS-FILE.
       01  CUST-MAINT-TRANSACTION.
           05  CT-TRANS-CODE          PIC X(3).
               88  CT-ADD-CUSTOMER      VALUE "ADD".
               88  CT-CHANGE-CUSTOMER   VALUE "CHG".
               88  CT-INACT-CUSTOMER    VALUE "INA".
               88  CT-ADD-CERT          VALUE "EXA".
               88  CT-CHANGE-CERT       VALUE "EXC".
               88  CT-DELETE-CERT       VALUE "EXD".
           05  FILLER                 PIC X(2).
           05  CT-CUST-ID             PIC X(10).
           05  FILLER                 PIC X(2).
           05  CT-CREDIT-LIMIT        PIC 9(7)V99.
           05  FILLER                 PIC X(2).
           05  CT-TAX-JURIS           PIC X(3).
           05  FILLER                 PIC X(2).
      * Y enrolls or re-enrolls the customer in autopay with the bank
      * details given, N cancels it, blank leaves it as it is.
           05  CT-AUTOPAY-FLAG        PIC X(1).
               88  CT-AUTOPAY-ENROLL    VALUE "Y".
               88  CT-AUTOPAY-CANCEL    VALUE "N".
               88  CT-AUTOPAY-NO-CHANGE VALUE SPACE.
           05  FILLER                 PIC X(2).
           05  CT-BANK-ROUTING        PIC X(9).
           05  FILLER                 PIC X(2).
           05  CT-BANK-ACCOUNT        PIC X(17).

      * Tax exemption certificate transactions share the file with
      * the customer transactions and are told apart by the code.
       01  CERT-MAINT-TRANSACTION.
           05  XT-TRANS-CODE          PIC X(3).
           05  FILLER                 PIC X(2).
           05  XT-CUST-ID             PIC X(10).
           05  FILLER                 PIC X(2).
           05  XT-TAX-JURIS           PIC X(3).
           05  FILLER                 PIC X(2).
           05  XT-CERT-NO             PIC X(15).
           05  FILLER                 PIC X(2).
           05  XT-REASON              PIC X(20).
           05  FILLER                 PIC X(2).
           05  XT-EXPIRY-DATE         PIC 9(8).

       FD  MAINT-ERROR-FILE.
       01  MAINT-ERROR-LINE           PIC X(201).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(191).
       01  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       01  WS-ERROR-STATUS         PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-CERT-STATUS          PIC X(2) VALUE "00".
       01  WS-CERT-FOUND           PIC X(1) VALUE "N".
       01  WS-CERT-ACTION          PIC X(6) VALUE SPACES.
       01  WS-CERT-FIELD           PIC X(11) VALUE SPACES.
       01  WS-TRANS-EOF            PIC X(1) VALUE "N".
       01  WS-TRANS-VALID          PIC X(1) VALUE "Y".
       01  WS-MASTER-FOUND         PIC X(1) VALUE "N".
       01  WS-TRANS-COUNT          PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-MASK-LENGTH          PIC 9(2) VALUE 0.
       01  WS-MASK-TRAILING        PIC 9(2) VALUE 0.
       01  WS-MASK-VALUE           PIC X(60) VALUE SPACES.
       01  WS-ROUTING-EDIT         PIC 9(9) VALUE 0.

       COPY "custauditrec.cpy".

           05  WS-BILL-ADDRESS     PIC X(60).
           05  WS-CREDIT-LIMIT     PIC 9(7)V99.
           05  WS-TAX-JURIS        PIC X(3).
           05  WS-AUTOPAY-STATUS   PIC X(1).
           05  WS-BANK-ROUTING     PIC 9(9).
           05  WS-BANK-ACCOUNT     PIC X(17).
           05  WS-AUTOPAY-RETURNS  PIC 9(2).

       01  WS-MAINT-ERROR-DETAIL.
           05  ME-TRANS-IMAGE      PIC X(169).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ME-REASON           PIC X(30).

      * manager: a batch transaction file of validated adds, changes
      * and inactivations, a before/after audit record per changed
      * field, and rejected transactions reported with a reason code
      * instead of stopping the batch. The same file carries the
      * customer's sales tax exemption certificates, one per
      * jurisdiction, audited under the customer the same way.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
               DISPLAY "ERROR OPENING AUDIT-FILE: " WS-AUDIT-STATUS
               STOP RUN
           END-IF
           OPEN I-O EXEMPT-CERT-FILE
           IF WS-CERT-STATUS = "35"
               OPEN OUTPUT EXEMPT-CERT-FILE
               CLOSE EXEMPT-CERT-FILE
               OPEN I-O EXEMPT-CERT-FILE
           END-IF
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXEMPT-CERT-FILE: "
                   WS-CERT-STATUS
               STOP RUN
           END-IF
           READ MAINT-TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.
                   PERFORM 310-APPLY-ADD-CHG
               WHEN CT-INACT-CUSTOMER
                   PERFORM 320-APPLY-INACTIVATE
               WHEN CT-ADD-CERT
               WHEN CT-CHANGE-CERT
               WHEN CT-DELETE-CERT
                   PERFORM 350-APPLY-CERTIFICATE
               WHEN OTHER
                   MOVE "C01 INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
           MOVE CT-CREDIT-LIMIT TO WS-CREDIT-LIMIT
           MOVE CT-TAX-JURIS    TO WS-TAX-JURIS
           PERFORM 330-CHECK-MASTER-EXISTS
           PERFORM 335-SET-AUTOPAY-FIELDS
           IF CT-ADD-CUSTOMER AND WS-MASTER-FOUND = "Y"
               MOVE "C02 CUSTOMER ALREADY ON FILE" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
               MOVE CM-BILL-ADDRESS  TO WS-BILL-ADDRESS
               MOVE CM-CREDIT-LIMIT  TO WS-CREDIT-LIMIT
               MOVE CM-TAX-JURIS     TO WS-TAX-JURIS
               MOVE CM-AUTOPAY-STATUS  TO WS-AUTOPAY-STATUS
               MOVE CM-BANK-ROUTING    TO WS-BANK-ROUTING
               MOVE CM-BANK-ACCOUNT    TO WS-BANK-ACCOUNT
               MOVE CM-AUTOPAY-RETURNS TO WS-AUTOPAY-RETURNS
               MOVE "I"              TO WS-STATUS
               PERFORM 400-AUDIT-AND-PERSIST
           END-IF.
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE 0 TO CM-CREDIT-LIMIT
                   MOVE 0 TO CM-BANK-ROUTING
                   MOVE 0 TO CM-AUTOPAY-RETURNS
                   MOVE 0 TO CM-WRITEOFF-DATE
                   MOVE 0 TO CM-WRITEOFF-AMOUNT
                   MOVE 0 TO CM-RECOVERED-AMOUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

      * Autopay starts from what is on file. Enrolling takes the new
      * bank details and clears the returned-debit count, so a
      * customer dropped for returns can be put back on deliberately;
      * cancelling blanks the bank details altogether.
       335-SET-AUTOPAY-FIELDS.
           MOVE CM-AUTOPAY-STATUS  TO WS-AUTOPAY-STATUS
           MOVE CM-BANK-ROUTING    TO WS-BANK-ROUTING
           MOVE CM-BANK-ACCOUNT    TO WS-BANK-ACCOUNT
           MOVE CM-AUTOPAY-RETURNS TO WS-AUTOPAY-RETURNS
           EVALUATE TRUE
               WHEN CT-AUTOPAY-ENROLL
                   IF CT-BANK-ROUTING IS NOT NUMERIC
                       MOVE "C15 BANK ROUTING NOT NUMERIC"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRANS-VALID
                   ELSE
                       IF CT-BANK-ACCOUNT = SPACES
                           MOVE "C16 BANK ACCOUNT REQUIRED"
                               TO WS-REJECT-REASON
                           MOVE "N" TO WS-TRANS-VALID
                       ELSE
                           MOVE "A"             TO WS-AUTOPAY-STATUS
                           MOVE CT-BANK-ROUTING TO WS-BANK-ROUTING
                           MOVE CT-BANK-ACCOUNT TO WS-BANK-ACCOUNT
                           MOVE 0               TO WS-AUTOPAY-RETURNS
                       END-IF
                   END-IF
               WHEN CT-AUTOPAY-CANCEL
                   MOVE SPACES TO WS-AUTOPAY-STATUS
                   MOVE 0      TO WS-BANK-ROUTING
                   MOVE SPACES TO WS-BANK-ACCOUNT
                   MOVE 0      TO WS-AUTOPAY-RETURNS
               WHEN CT-AUTOPAY-NO-CHANGE
                   CONTINUE
               WHEN OTHER
                   MOVE "C17 INVALID AUTOPAY FLAG" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
           END-EVALUATE.

       340-VALIDATE-CUSTOMER.
           IF WS-CUST-ID = SPACES
               MOVE "C10 CUSTOMER ID REQUIRED" TO WS-REJECT-REASON
               MOVE "C13 CURRENCY REQUIRED" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y" AND WS-TAX-JURIS = SPACES
               MOVE "C18 TAX JURISDICTION REQUIRED"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-STATUS NOT = "A" AND WS-STATUS NOT = "I"
               MOVE "A" TO WS-STATUS
           END-IF
               MOVE "N" TO WS-TRANS-VALID
           END-IF.

      * A certificate belongs to a customer on file and is keyed by
      * jurisdiction; a delete needs only the key.
       350-APPLY-CERTIFICATE.
           MOVE XT-CUST-ID TO WS-CUST-ID
           PERFORM 330-CHECK-MASTER-EXISTS
           IF WS-MASTER-FOUND = "N"
               MOVE "C03 CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y" AND XT-TAX-JURIS = SPACES
               MOVE "C20 JURISDICTION REQUIRED" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
               PERFORM 355-CHECK-CERT-EXISTS
               IF CT-ADD-CERT AND WS-CERT-FOUND = "Y"
                   MOVE "C24 DUPLICATE CERTIFICATE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               END-IF
               IF NOT CT-ADD-CERT AND WS-CERT-FOUND = "N"
                   MOVE "C25 CERTIFICATE NOT ON FILE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               END-IF
           END-IF
           IF WS-TRANS-VALID = "Y" AND NOT CT-DELETE-CERT
               PERFORM 360-VALIDATE-CERTIFICATE
           END-IF
           IF WS-TRANS-VALID = "Y"
               PERFORM 450-AUDIT-AND-PERSIST-CERT
           END-IF.

       355-CHECK-CERT-EXISTS.
           MOVE XT-CUST-ID   TO EX-CUST-ID
           MOVE XT-TAX-JURIS TO EX-TAX-JURIS
           MOVE "N" TO WS-CERT-FOUND
           READ EXEMPT-CERT-FILE
               INVALID KEY
                   MOVE SPACES TO EX-CERT-NO
                   MOVE SPACES TO EX-REASON
                   MOVE 0 TO EX-EXPIRY-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CERT-FOUND
           END-READ.

       360-VALIDATE-CERTIFICATE.
           IF XT-CERT-NO = SPACES
               MOVE "C21 CERTIFICATE NO REQUIRED" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y" AND XT-REASON = SPACES
               MOVE "C22 EXEMPTION REASON REQUIRED"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
               IF XT-EXPIRY-DATE IS NOT NUMERIC
                   MOVE "C23 INVALID EXPIRY DATE" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(XT-EXPIRY-DATE)
                           NOT = 0
                       MOVE "C23 INVALID EXPIRY DATE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRANS-VALID
                   END-IF
               END-IF
           END-IF.

       400-AUDIT-AND-PERSIST.
           IF WS-MASTER-FOUND = "Y"
               PERFORM 410-AUDIT-CHANGED-FIELDS
               MOVE CM-TAX-JURIS TO CA-OLD-VALUE
               MOVE WS-TAX-JURIS TO CA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
           IF CM-AUTOPAY-STATUS NOT = WS-AUTOPAY-STATUS
               MOVE "AUTOPAY" TO CA-FIELD-NAME
               MOVE CM-AUTOPAY-STATUS TO CA-OLD-VALUE
               MOVE WS-AUTOPAY-STATUS TO CA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
      *    Bank details never reach the audit trail in the clear;
      *    only the last four characters are kept on each side.
           IF CM-BANK-ROUTING NOT = WS-BANK-ROUTING
               MOVE "BANK-ROUTING" TO CA-FIELD-NAME
               MOVE CM-BANK-ROUTING TO WS-ROUTING-EDIT
               PERFORM 445-MASK-ROUTING
               MOVE WS-MASK-VALUE TO CA-OLD-VALUE
               MOVE WS-BANK-ROUTING TO WS-ROUTING-EDIT
               PERFORM 445-MASK-ROUTING
               MOVE WS-MASK-VALUE TO CA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
           IF CM-BANK-ACCOUNT NOT = WS-BANK-ACCOUNT
               MOVE "BANK-ACCOUNT" TO CA-FIELD-NAME
               MOVE CM-BANK-ACCOUNT TO WS-MASK-VALUE
               PERFORM 440-MASK-AUDIT-VALUE
               MOVE WS-MASK-VALUE TO CA-OLD-VALUE
               MOVE WS-BANK-ACCOUNT TO WS-MASK-VALUE
               PERFORM 440-MASK-AUDIT-VALUE
               MOVE WS-MASK-VALUE TO CA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF.

       420-MOVE-FIELDS-TO-MASTER.
           MOVE WS-STATUS       TO CM-STATUS
           MOVE WS-BILL-ADDRESS TO CM-BILL-ADDRESS
           MOVE WS-CREDIT-LIMIT TO CM-CREDIT-LIMIT
           MOVE WS-TAX-JURIS    TO CM-TAX-JURIS
           MOVE WS-AUTOPAY-STATUS  TO CM-AUTOPAY-STATUS
           MOVE WS-BANK-ROUTING    TO CM-BANK-ROUTING
           MOVE WS-BANK-ACCOUNT    TO CM-BANK-ACCOUNT
           MOVE WS-AUTOPAY-RETURNS TO CM-AUTOPAY-RETURNS.

       430-WRITE-AUDIT-RECORD.
           MOVE WS-CUST-ID TO CA-CUST-ID
           MOVE WS-UPDATED-BY TO CA-UPDATED-BY
           WRITE AUDIT-LINE FROM CUST-AUDIT-RECORD.

      * Replaces every character but the last four of the value with
      * asterisks; a blank value stays blank.
       440-MASK-AUDIT-VALUE.
           MOVE 0 TO WS-MASK-TRAILING
           INSPECT FUNCTION REVERSE(WS-MASK-VALUE)
               TALLYING WS-MASK-TRAILING FOR LEADING SPACES
           COMPUTE WS-MASK-LENGTH = 60 - WS-MASK-TRAILING
           IF WS-MASK-LENGTH > 4
               MOVE ALL "*" TO WS-MASK-VALUE(1:WS-MASK-LENGTH - 4)
           END-IF.

       445-MASK-ROUTING.
           IF WS-ROUTING-EDIT = 0
               MOVE SPACES TO WS-MASK-VALUE
           ELSE
               MOVE WS-ROUTING-EDIT TO WS-MASK-VALUE
               PERFORM 440-MASK-AUDIT-VALUE
           END-IF.

       450-AUDIT-AND-PERSIST-CERT.
           IF CT-DELETE-CERT
               MOVE "DELETE" TO WS-CERT-ACTION
               MOVE "CERT-NO" TO WS-CERT-FIELD
               MOVE EX-CERT-NO TO CA-OLD-VALUE
               MOVE SPACES TO CA-NEW-VALUE
               PERFORM 460-WRITE-CERT-AUDIT
               DELETE EXEMPT-CERT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               IF WS-CERT-FOUND = "Y"
                   MOVE "UPDATE" TO WS-CERT-ACTION
               ELSE
                   MOVE "ADD"    TO WS-CERT-ACTION
               END-IF
               PERFORM 455-AUDIT-CERT-FIELDS
               MOVE XT-CERT-NO     TO EX-CERT-NO
               MOVE XT-REASON      TO EX-REASON
               MOVE XT-EXPIRY-DATE TO EX-EXPIRY-DATE
               IF WS-CERT-FOUND = "Y"
                   REWRITE EXEMPT-CERT-RECORD
               ELSE
                   WRITE EXEMPT-CERT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       455-AUDIT-CERT-FIELDS.
           IF EX-CERT-NO NOT = XT-CERT-NO
               MOVE "CERT-NO" TO WS-CERT-FIELD
               MOVE EX-CERT-NO TO CA-OLD-VALUE
               MOVE XT-CERT-NO TO CA-NEW-VALUE
               PERFORM 460-WRITE-CERT-AUDIT
           END-IF
           IF EX-REASON NOT = XT-REASON
               MOVE "CERT-REASON" TO WS-CERT-FIELD
               MOVE EX-REASON TO CA-OLD-VALUE
               MOVE XT-REASON TO CA-NEW-VALUE
               PERFORM 460-WRITE-CERT-AUDIT
           END-IF
           IF EX-EXPIRY-DATE NOT = XT-EXPIRY-DATE
               MOVE "CERT-EXPIRY" TO WS-CERT-FIELD
               MOVE EX-EXPIRY-DATE TO CA-OLD-VALUE
               MOVE XT-EXPIRY-DATE TO CA-NEW-VALUE
               PERFORM 460-WRITE-CERT-AUDIT
           END-IF.

      * The field name carries the jurisdiction, since a customer
      * may hold a certificate in more than one.
       460-WRITE-CERT-AUDIT.
           MOVE XT-CUST-ID TO CA-CUST-ID
           MOVE WS-CERT-ACTION TO CA-ACTION
           MOVE SPACES TO CA-FIELD-NAME
           STRING XT-TAX-JURIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CERT-FIELD DELIMITED BY SPACE
               INTO CA-FIELD-NAME
           END-STRING
           MOVE WS-TIMESTAMP  TO CA-TIMESTAMP
           MOVE WS-UPDATED-BY TO CA-UPDATED-BY
           WRITE AUDIT-LINE FROM CUST-AUDIT-RECORD.

       500-WRITE-MAINT-ERROR.
           ADD 1 TO WS-REJECT-COUNT
           MOVE CUST-MAINT-TRANSACTION TO ME-TRANS-IMAGE
           CLOSE MAINT-ERROR-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE AUDIT-FILE
           CLOSE EXEMPT-CERT-FILE
           DISPLAY "TRANSACTIONS READ:    " WS-TRANS-COUNT
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECT-COUNT.
