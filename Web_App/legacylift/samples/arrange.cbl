       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRANGE.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRANGE-TRANS-FILE ASSIGN TO "arrangement_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ARRANGEMENT-FILE ASSIGN TO "payment_arrangements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CUST-ID
               FILE STATUS IS WS-ARRANGE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-INVOICE-NO
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "cust_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STATUS-REPORT ASSIGN TO "arrangement_status.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ADD loads a new arrangement (replacing one that is broken,
      * paid off or cancelled); CAN cancels the current one.
       FD  ARRANGE-TRANS-FILE.
       01  ARRANGE-TRANSACTION.
           05  AT-TRANS-CODE         PIC X(3).
               88  AT-ADD-ARRANGEMENT  VALUE "ADD".
               88  AT-CANCEL-ARRANGEMENT VALUE "CAN".
           05  FILLER                PIC X(2).
           05  AT-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2).
           05  AT-AGREED-DATE        PIC 9(8).
           05  FILLER                PIC X(2).
           05  AT-AGREED-BALANCE     PIC 9(7)V99.
           05  FILLER                PIC X(2).
           05  AT-COLLECTOR          PIC X(20).
           05  FILLER                PIC X(2).
           05  AT-INST-COUNT         PIC 9(2).
           05  AT-INSTALLMENT OCCURS 12 TIMES.
               10  FILLER                PIC X(1).
               10  AT-INST-DUE-DATE      PIC 9(8).
               10  FILLER                PIC X(1).
               10  AT-INST-AMOUNT        PIC 9(7)V99.

       FD  ARRANGEMENT-FILE.
           COPY "arrangerec.cpy".

       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  DISPUTE-FILE.
           COPY "disputerec.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  STATUS-REPORT.
       01  REPORT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS           PIC X(2) VALUE "00".
       01  WS-ARRANGE-STATUS         PIC X(2) VALUE "00".
       01  WS-OPENITEM-STATUS        PIC X(2) VALUE "00".
       01  WS-DISPUTE-STATUS         PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS          PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS          PIC X(2) VALUE "00".
       01  WS-MASTER-AVAILABLE       PIC X(1) VALUE "N".
       01  WS-DISPUTE-AVAILABLE      PIC X(1) VALUE "N".
       01  WS-ITEM-DISPUTED          PIC X(1) VALUE "N".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-SCAN-EOF               PIC X(1) VALUE "N".
       01  WS-TRANS-VALID            PIC X(1) VALUE "Y".
       01  WS-ARRANGE-FOUND          PIC X(1) VALUE "N".
       01  WS-TODAY-DATE             PIC 9(8) VALUE 0.
       01  WS-GRACE-DAYS-IN          PIC X(3) VALUE SPACES.
      * Days after an installment's due date before a shortfall
      * breaks the arrangement, overridable through ARR_GRACE_DAYS.
       01  WS-GRACE-DAYS             PIC 9(3) VALUE 5.
       01  WS-LATEST-DUE-DATE        PIC 9(8) VALUE 0.
       01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
       01  WS-INST-IDX               PIC 9(2) VALUE 0.
       01  WS-INST-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-PRIOR-DUE-DATE         PIC 9(8) VALUE 0.
       01  WS-ITEM-OPEN              PIC 9(7)V99 VALUE 0.
       01  WS-DUE-NOW                PIC 9(9)V99 VALUE 0.
       01  WS-CUMULATIVE             PIC 9(9)V99 VALUE 0.
       01  WS-NEXT-DUE-DATE          PIC 9(8) VALUE 0.
       01  WS-NEXT-DUE-AMOUNT        PIC 9(9)V99 VALUE 0.
       01  WS-ADDED-COUNT            PIC 9(5) VALUE 0.
       01  WS-CANCELLED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(5) VALUE 0.
       01  WS-CURRENT-COUNT          PIC 9(5) VALUE 0.
       01  WS-BROKEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-PAID-OFF-COUNT         PIC 9(5) VALUE 0.
       01  WS-TRANS-READ             PIC 9(7) VALUE 0.
       01  WS-TRANS-APPLIED          PIC 9(7) VALUE 0.
       01  WS-CURRENT-AGREED         PIC 9(9)V99 VALUE 0.

      * Current arrangements with the open balance of their covered
      * items, totalled in one pass over the open items.
       01  WS-COVER-TABLE.
           05  WS-CV-COUNT           PIC 9(3) VALUE 0.
           05  WS-CV-ENTRY OCCURS 500 TIMES.
               10  WS-CV-CUST-ID         PIC X(10).
               10  WS-CV-AGREED-DATE     PIC 9(8).
               10  WS-CV-OPEN            PIC 9(9)V99.
               10  WS-CV-AGED-OPEN       PIC 9(9)V99.
       01  WS-CV-IDX                 PIC 9(3) VALUE 0.
       01  WS-CV-FOUND               PIC X(1) VALUE "N".

       01  REPORT-HEADER-LINE.
           05  FILLER                PIC X(30)
               VALUE "PAYMENT ARRANGEMENT STATUS".
           05  FILLER                PIC X(10) VALUE "RUN DATE: ".
           05  RH-RUN-DATE           PIC 9(8).

       01  REPORT-COLUMN-LINE.
           05  FILLER                PIC X(12) VALUE "CUST ID".
           05  FILLER                PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER                PIC X(15) VALUE "COLLECTOR".
           05  FILLER                PIC X(13) VALUE "     AGREED".
           05  FILLER                PIC X(13) VALUE "       PAID".
           05  FILLER                PIC X(13) VALUE "    DUE NOW".
           05  FILLER                PIC X(10) VALUE "NEXT DUE".
           05  FILLER                PIC X(20) VALUE "STATUS".

       01  REPORT-DETAIL-LINE.
           05  RD-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-CUST-NAME          PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-COLLECTOR          PIC X(13).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-AGREED             PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-PAID               PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-DUE-NOW            PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-NEXT-DUE           PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-STATUS             PIC X(20).

       01  REJECT-DETAIL-LINE.
           05  FILLER                PIC X(10) VALUE "REJECTED: ".
           05  RJ-TRANS-CODE         PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RJ-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RJ-REASON             PIC X(40).

       01  REPORT-TOTAL-LINE.
           05  FILLER                PIC X(9)  VALUE "CURRENT: ".
           05  RT-CURRENT            PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE "  BROKEN: ".
           05  RT-BROKEN             PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE "  PAID OFF: ".
           05  RT-PAID-OFF           PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE "  ADDED: ".
           05  RT-ADDED              PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE "  REJECTED: ".
           05  RT-REJECTED           PIC ZZZZ9.

      * Payment arrangements agreed by collections. New and
      * cancelled arrangements are loaded first; then every current
      * arrangement is checked against the cash posted to its
      * covered items in open_items.dat. Cash is measured as the fall
      * in the covered open balance since the arrangement was first
      * checked, and compared with the installments due, allowing a
      * grace period. A shortfall breaks the arrangement and the
      * customer drops back into normal dunning; a cleared balance
      * closes it as paid off. The covered open balance is kept on
      * the arrangement so DUNNING and SVCSUSP protect only that much
      * of the customer's balance. Runs between ARAGING and DUNNING
      * so the notices see tonight's status.

      * Parameter area for the RUNSEQ sequence-control engine, laid
      * out field for field like its WS-RUNSEQ-DATA linkage record.
       01  WS-RUNSEQ-CALL-DATA.
           05  WS-RS-FUNCTION         PIC X(5).
           05  WS-RS-PROGRAM          PIC X(10).
           05  WS-RS-PREDECESSOR      PIC X(10).
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
           PERFORM 300-APPLY-TRANSACTIONS UNTIL WS-EOF = "Y"
           PERFORM 400-LOAD-CURRENT-ARRANGEMENTS
           PERFORM 420-TOTAL-COVERED-ITEMS
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT
               PERFORM 440-CHECK-ONE-ARRANGEMENT
           END-PERFORM
           PERFORM 500-REPORT-ARRANGEMENTS
           PERFORM 600-WRAP-UP
           PERFORM 610-STAMP-RUN-SEQUENCE
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

      * The nightly stream is sequence-controlled: refuse to start
      * unless the predecessor has stamped today's business date and
      * this program has not, and stamp completion only at the end of
      * a clean run.
       110-CHECK-RUN-SEQUENCE.
           MOVE "CHECK"      TO WS-RS-FUNCTION
           MOVE "ARRANGE"    TO WS-RS-PROGRAM
           MOVE "ARAGING"    TO WS-RS-PREDECESSOR
           CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA
           IF WS-RS-RESULT NOT = "Y"
               DISPLAY "RUN REFUSED: " WS-RS-MESSAGE
               STOP RUN
           END-IF.

       200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ACCEPT WS-GRACE-DAYS-IN FROM ENVIRONMENT "ARR_GRACE_DAYS"
           IF WS-GRACE-DAYS-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-GRACE-DAYS-IN)
                   TO WS-GRACE-DAYS
           END-IF
           OPEN I-O ARRANGEMENT-FILE
           IF WS-ARRANGE-STATUS = "35"
               OPEN OUTPUT ARRANGEMENT-FILE
               CLOSE ARRANGEMENT-FILE
               OPEN I-O ARRANGEMENT-FILE
           END-IF
           IF WS-ARRANGE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ARRANGEMENT-FILE: "
                   WS-ARRANGE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           ELSE
               DISPLAY "NO CUSTOMER MASTER, NAMES UNKNOWN"
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
               MOVE "Y" TO WS-DISPUTE-AVAILABLE
           END-IF
           OPEN OUTPUT STATUS-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STATUS-REPORT: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO RH-RUN-DATE
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE
           WRITE REPORT-LINE FROM SPACES
           OPEN INPUT ARRANGE-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "NO ARRANGEMENT TRANSACTIONS ON FILE"
               MOVE "Y" TO WS-EOF
           ELSE
               READ ARRANGE-TRANS-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-IF.

       300-APPLY-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           MOVE "Y" TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE AT-CUST-ID TO PA-CUST-ID
           MOVE "N" TO WS-ARRANGE-FOUND
           READ ARRANGEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ARRANGE-FOUND
           END-READ
           EVALUATE TRUE
               WHEN AT-ADD-ARRANGEMENT
                   PERFORM 310-VALIDATE-ADD
                   IF WS-TRANS-VALID = "Y"
                       PERFORM 320-STORE-ARRANGEMENT
                   END-IF
               WHEN AT-CANCEL-ARRANGEMENT
                   IF WS-ARRANGE-FOUND = "N" OR NOT PA-CURRENT
                       MOVE "A03 NO CURRENT ARRANGEMENT TO CANCEL"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRANS-VALID
                   ELSE
                       MOVE "X" TO PA-STATUS
                       MOVE WS-TODAY-DATE TO PA-CLOSED-DATE
                       REWRITE ARRANGEMENT-RECORD
                       ADD 1 TO WS-CANCELLED-COUNT
                   END-IF
               WHEN OTHER
                   MOVE "A01 INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
           END-EVALUATE
           IF WS-TRANS-VALID = "N"
               ADD 1 TO WS-REJECT-COUNT
               MOVE AT-TRANS-CODE    TO RJ-TRANS-CODE
               MOVE AT-CUST-ID       TO RJ-CUST-ID
               MOVE WS-REJECT-REASON TO RJ-REASON
               WRITE REPORT-LINE FROM REJECT-DETAIL-LINE
           END-IF
           READ ARRANGE-TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       310-VALIDATE-ADD.
           IF WS-ARRANGE-FOUND = "Y" AND PA-CURRENT
               MOVE "A02 CURRENT ARRANGEMENT ALREADY ON FILE"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y" AND WS-MASTER-AVAILABLE = "Y"
               MOVE AT-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "A07 CUSTOMER NOT ON FILE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRANS-VALID
               END-READ
           END-IF
           IF WS-TRANS-VALID = "Y"
                   AND (AT-AGREED-DATE IS NOT NUMERIC
                       OR AT-AGREED-BALANCE IS NOT NUMERIC
                       OR AT-AGREED-BALANCE = 0)
               MOVE "A08 AGREED DATE OR BALANCE MISSING"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
                   AND (AT-INST-COUNT IS NOT NUMERIC
                       OR AT-INST-COUNT = 0
                       OR AT-INST-COUNT > 12)
               MOVE "A04 INSTALLMENT COUNT MUST BE 1-12"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
               MOVE 0 TO WS-INST-TOTAL
               MOVE AT-AGREED-DATE TO WS-PRIOR-DUE-DATE
               PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                       UNTIL WS-INST-IDX > AT-INST-COUNT
                       OR WS-TRANS-VALID = "N"
                   PERFORM 315-CHECK-ONE-INSTALLMENT
               END-PERFORM
           END-IF
           IF WS-TRANS-VALID = "Y"
                   AND WS-INST-TOTAL NOT = AT-AGREED-BALANCE
               MOVE "A05 INSTALLMENTS DO NOT SUM TO BALANCE"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.

       315-CHECK-ONE-INSTALLMENT.
           IF AT-INST-DUE-DATE(WS-INST-IDX) IS NOT NUMERIC
                   OR AT-INST-AMOUNT(WS-INST-IDX) IS NOT NUMERIC
                   OR AT-INST-DUE-DATE(WS-INST-IDX)
                       <= WS-PRIOR-DUE-DATE
               MOVE "A06 DUE DATES MISSING OR NOT ASCENDING"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           ELSE
               ADD AT-INST-AMOUNT(WS-INST-IDX) TO WS-INST-TOTAL
               MOVE AT-INST-DUE-DATE(WS-INST-IDX)
                   TO WS-PRIOR-DUE-DATE
           END-IF.

       320-STORE-ARRANGEMENT.
           MOVE SPACES TO ARRANGEMENT-RECORD
           MOVE AT-CUST-ID          TO PA-CUST-ID
           MOVE "C"                 TO PA-STATUS
           MOVE AT-AGREED-DATE      TO PA-AGREED-DATE
           MOVE AT-AGREED-BALANCE   TO PA-AGREED-BALANCE
           MOVE AT-COLLECTOR        TO PA-COLLECTOR
           MOVE 0                   TO PA-START-OPEN
           MOVE "N"                 TO PA-BASELINE-FLAG
           MOVE 0                   TO PA-PAID-TO-DATE
           MOVE 0                   TO PA-LAST-CHECK-DATE
           MOVE 0                   TO PA-CLOSED-DATE
           MOVE AT-INST-COUNT       TO PA-INST-COUNT
           MOVE 0                   TO PA-COVERED-OPEN
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > 12
               IF WS-INST-IDX > AT-INST-COUNT
                   MOVE 0 TO PA-INST-DUE-DATE(WS-INST-IDX)
                   MOVE 0 TO PA-INST-AMOUNT(WS-INST-IDX)
               ELSE
                   MOVE AT-INST-DUE-DATE(WS-INST-IDX)
                       TO PA-INST-DUE-DATE(WS-INST-IDX)
                   MOVE AT-INST-AMOUNT(WS-INST-IDX)
                       TO PA-INST-AMOUNT(WS-INST-IDX)
               END-IF
           END-PERFORM
           IF WS-ARRANGE-FOUND = "Y"
               REWRITE ARRANGEMENT-RECORD
           ELSE
               WRITE ARRANGEMENT-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE ARRANGEMENT " AT-CUST-ID
               END-WRITE
           END-IF
           ADD 1 TO WS-ADDED-COUNT.

       400-LOAD-CURRENT-ARRANGEMENTS.
           MOVE LOW-VALUES TO PA-CUST-ID
           START ARRANGEMENT-FILE KEY >= PA-CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ARRANGEMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF PA-CURRENT
                           PERFORM 410-ADD-COVER-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       410-ADD-COVER-ENTRY.
           IF WS-CV-COUNT = 500
               DISPLAY "ERROR: TOO MANY CURRENT ARRANGEMENTS"
               STOP RUN
           END-IF
           ADD 1 TO WS-CV-COUNT
           MOVE PA-CUST-ID     TO WS-CV-CUST-ID(WS-CV-COUNT)
           MOVE PA-AGREED-DATE TO WS-CV-AGREED-DATE(WS-CV-COUNT)
           MOVE 0              TO WS-CV-OPEN(WS-CV-COUNT)
           MOVE 0              TO WS-CV-AGED-OPEN(WS-CV-COUNT).

      * Only invoices and debit memos dated up to the agreement date
      * are covered; later billing is dunned and paid as usual. The
      * covered balance is kept twice. The full balance, disputed
      * items included, is what cash is measured against, so opening
      * or releasing a dispute neither pays nor breaks the
      * arrangement. The aged balance leaves out items under open
      * dispute, as ARAGING leaves them out of ar_aged.dat, and is
      * the figure DUNNING and SVCSUSP net off.
       420-TOTAL-COVERED-ITEMS.
           IF WS-CV-COUNT > 0
               OPEN INPUT OPEN-ITEM-FILE
               IF WS-OPENITEM-STATUS NOT = "00"
                   DISPLAY "NO OPEN ITEMS ON FILE"
               ELSE
                   MOVE "N" TO WS-SCAN-EOF
                   PERFORM UNTIL WS-SCAN-EOF = "Y"
                       READ OPEN-ITEM-FILE
                           AT END MOVE "Y" TO WS-SCAN-EOF
                           NOT AT END PERFORM 430-ADD-COVERED-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE OPEN-ITEM-FILE
               END-IF
           END-IF.

       430-ADD-COVERED-ITEM.
           IF OI-ITEM-OPEN AND (OI-INVOICE OR OI-DEBIT-MEMO)
               MOVE "N" TO WS-CV-FOUND
               PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                       UNTIL WS-CV-IDX > WS-CV-COUNT
                       OR WS-CV-FOUND = "Y"
                   IF WS-CV-CUST-ID(WS-CV-IDX) = OI-CUST-ID
                       MOVE "Y" TO WS-CV-FOUND
                   END-IF
               END-PERFORM
               IF WS-CV-FOUND = "Y"
                   SUBTRACT 1 FROM WS-CV-IDX
                   IF OI-INVOICE-DATE <= WS-CV-AGREED-DATE(WS-CV-IDX)
                       COMPUTE WS-ITEM-OPEN =
                           OI-INVOICE-AMOUNT - OI-AMOUNT-APPLIED
                       ADD WS-ITEM-OPEN TO WS-CV-OPEN(WS-CV-IDX)
                       PERFORM 435-CHECK-DISPUTE
                       IF WS-ITEM-DISPUTED = "N"
                           ADD WS-ITEM-OPEN
                               TO WS-CV-AGED-OPEN(WS-CV-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       435-CHECK-DISPUTE.
           MOVE "N" TO WS-ITEM-DISPUTED
           IF WS-DISPUTE-AVAILABLE = "Y"
               MOVE OI-INVOICE-NO TO DP-INVOICE-NO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-OPEN
                           MOVE "Y" TO WS-ITEM-DISPUTED
                       END-IF
               END-READ
           END-IF.

      * Installments count as due once their grace period has run
      * out; the cash posted must cover all of them.
       440-CHECK-ONE-ARRANGEMENT.
           MOVE WS-CV-CUST-ID(WS-CV-IDX) TO PA-CUST-ID
           READ ARRANGEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PA-BASELINE-TAKEN
                       MOVE WS-CV-OPEN(WS-CV-IDX) TO PA-START-OPEN
                       MOVE "Y" TO PA-BASELINE-FLAG
                   END-IF
                   MOVE WS-CV-AGED-OPEN(WS-CV-IDX) TO PA-COVERED-OPEN
                   IF WS-CV-OPEN(WS-CV-IDX) < PA-START-OPEN
                       COMPUTE PA-PAID-TO-DATE =
                           PA-START-OPEN - WS-CV-OPEN(WS-CV-IDX)
                   ELSE
                       MOVE 0 TO PA-PAID-TO-DATE
                   END-IF
                   PERFORM 450-TOTAL-DUE-NOW
                   EVALUATE TRUE
                       WHEN WS-CV-OPEN(WS-CV-IDX) = 0
                           OR PA-PAID-TO-DATE >= PA-AGREED-BALANCE
                           MOVE "P" TO PA-STATUS
                           MOVE WS-TODAY-DATE TO PA-CLOSED-DATE
                       WHEN PA-PAID-TO-DATE < WS-DUE-NOW
                           MOVE "B" TO PA-STATUS
                           MOVE WS-TODAY-DATE TO PA-CLOSED-DATE
                   END-EVALUATE
                   MOVE WS-TODAY-DATE TO PA-LAST-CHECK-DATE
                   REWRITE ARRANGEMENT-RECORD
           END-READ.

       450-TOTAL-DUE-NOW.
           MOVE 0 TO WS-DUE-NOW
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > PA-INST-COUNT
               COMPUTE WS-LATEST-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       PA-INST-DUE-DATE(WS-INST-IDX))
                   + WS-GRACE-DAYS)
               IF WS-LATEST-DUE-DATE < WS-TODAY-DATE
                   ADD PA-INST-AMOUNT(WS-INST-IDX) TO WS-DUE-NOW
               END-IF
           END-PERFORM.

      * The collections team's list: every arrangement still current
      * plus any that broke, paid off or were cancelled today.
       500-REPORT-ARRANGEMENTS.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM REPORT-COLUMN-LINE
           MOVE LOW-VALUES TO PA-CUST-ID
           START ARRANGEMENT-FILE KEY >= PA-CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ARRANGEMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF PA-CURRENT
                               OR PA-CLOSED-DATE = WS-TODAY-DATE
                           PERFORM 510-REPORT-ONE-ARRANGEMENT
                       END-IF
               END-READ
           END-PERFORM.

       510-REPORT-ONE-ARRANGEMENT.
           PERFORM 450-TOTAL-DUE-NOW
           MOVE 0 TO WS-CUMULATIVE
           MOVE 0 TO WS-NEXT-DUE-DATE
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > PA-INST-COUNT
                   OR WS-NEXT-DUE-DATE > 0
               ADD PA-INST-AMOUNT(WS-INST-IDX) TO WS-CUMULATIVE
               IF WS-CUMULATIVE > PA-PAID-TO-DATE
                   MOVE PA-INST-DUE-DATE(WS-INST-IDX)
                       TO WS-NEXT-DUE-DATE
               END-IF
           END-PERFORM
           MOVE PA-CUST-ID        TO RD-CUST-ID
           MOVE "NAME NOT ON FILE" TO RD-CUST-NAME
           IF WS-MASTER-AVAILABLE = "Y"
               MOVE PA-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO RD-CUST-NAME
               END-READ
           END-IF
           MOVE PA-COLLECTOR      TO RD-COLLECTOR
           MOVE PA-AGREED-BALANCE TO RD-AGREED
           MOVE PA-PAID-TO-DATE   TO RD-PAID
           MOVE WS-DUE-NOW        TO RD-DUE-NOW
           MOVE WS-NEXT-DUE-DATE  TO RD-NEXT-DUE
           EVALUATE TRUE
               WHEN PA-CURRENT
                   ADD 1 TO WS-CURRENT-COUNT
                   ADD PA-AGREED-BALANCE TO WS-CURRENT-AGREED
                   IF PA-AGREED-DATE = WS-TODAY-DATE
                           OR PA-LAST-CHECK-DATE = 0
                       MOVE "NEW - CURRENT" TO RD-STATUS
                   ELSE
                       MOVE "CURRENT" TO RD-STATUS
                   END-IF
               WHEN PA-BROKEN
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE "BROKEN - BACK TO DUN" TO RD-STATUS
               WHEN PA-PAID-OFF
                   ADD 1 TO WS-PAID-OFF-COUNT
                   MOVE "PAID OFF" TO RD-STATUS
               WHEN PA-CANCELLED
                   MOVE "CANCELLED" TO RD-STATUS
           END-EVALUATE
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.

       600-WRAP-UP.
           WRITE REPORT-LINE FROM SPACES
           MOVE WS-CURRENT-COUNT  TO RT-CURRENT
           MOVE WS-BROKEN-COUNT   TO RT-BROKEN
           MOVE WS-PAID-OFF-COUNT TO RT-PAID-OFF
           MOVE WS-ADDED-COUNT    TO RT-ADDED
           MOVE WS-REJECT-COUNT   TO RT-REJECTED
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           IF WS-TRANS-STATUS = "00"
               CLOSE ARRANGE-TRANS-FILE
           END-IF
           CLOSE ARRANGEMENT-FILE
           IF WS-MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-DISPUTE-AVAILABLE = "Y"
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE STATUS-REPORT
           DISPLAY "ARRANGEMENTS CURRENT:  " WS-CURRENT-COUNT
           DISPLAY "ARRANGEMENTS BROKEN:   " WS-BROKEN-COUNT
           DISPLAY "ARRANGEMENTS PAID OFF: " WS-PAID-OFF-COUNT.


       610-STAMP-RUN-SEQUENCE.
           MOVE "STAMP"      TO WS-RS-FUNCTION
           MOVE "ARRANGE"    TO WS-RS-PROGRAM
           MOVE SPACES TO WS-RS-PREDECESSOR
           CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA.

      * An arrangement run is measured by the transactions it took in
      * and the balance now held under current arrangements.
       620-LOG-RUN-STATISTICS.
           COMPUTE WS-TRANS-APPLIED =
               WS-ADDED-COUNT + WS-CANCELLED-COUNT
           MOVE "ARRANGE"         TO WS-RT-PROGRAM
           MOVE "B"               TO WS-RT-STREAM
           MOVE SPACE             TO WS-RT-RUN-GROUP
           MOVE WS-TRANS-READ     TO WS-RT-RECORDS-READ
           MOVE WS-TRANS-APPLIED  TO WS-RT-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT   TO WS-RT-RECORDS-REJECTED
           MOVE WS-CURRENT-AGREED TO WS-RT-AMOUNT-TOTAL
           MOVE "AGREED BALANCE"  TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
