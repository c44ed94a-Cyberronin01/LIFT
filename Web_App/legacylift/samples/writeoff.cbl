       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-TRANS-FILE ASSIGN TO "writeoff_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "cust_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-INVOICE-NO
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT ARRANGEMENT-FILE ASSIGN TO "payment_arrangements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CUST-ID
               FILE STATUS IS WS-ARRANGE-STATUS.
           SELECT AGED-BALANCE-FILE ASSIGN TO "ar_aged.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-STATUS.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO "dunning_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BAD-DEBT-FILE ASSIGN TO "bad_debt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADDEBT-STATUS.
           SELECT WRITEOFF-REGISTER ASSIGN TO "writeoff_register.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One approved write-off per row. A blank invoice number writes
      * off every open charge the customer has; otherwise only the
      * invoice named.
       FD  WRITEOFF-TRANS-FILE.
       01  WRITEOFF-TRANSACTION.
           05  WT-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2).
           05  WT-INVOICE-NO         PIC X(7).
           05  WT-INVOICE-NUM REDEFINES WT-INVOICE-NO
                                     PIC 9(7).
           05  FILLER                PIC X(2).
           05  WT-APPROVED-BY        PIC X(20).
           05  FILLER                PIC X(2).
           05  WT-REASON             PIC X(24).

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  DISPUTE-FILE.
           COPY "disputerec.cpy".

       FD  ARRANGEMENT-FILE.
           COPY "arrangerec.cpy".

       FD  AGED-BALANCE-FILE.
           COPY "agedbalrec.cpy".

       FD  DUNNING-HISTORY-FILE.
       01  DUNNING-HISTORY-RECORD.
           05  DH-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2).
           05  DH-LEVEL              PIC 9(1).
           05  FILLER                PIC X(2).
           05  DH-SENT-DATE          PIC 9(8).

       FD  BAD-DEBT-FILE.
           COPY "baddebtrec.cpy".

       FD  WRITEOFF-REGISTER.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS           PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS          PIC X(2) VALUE "00".
       01  WS-OPENITEM-STATUS        PIC X(2) VALUE "00".
       01  WS-DISPUTE-STATUS         PIC X(2) VALUE "00".
       01  WS-ARRANGE-STATUS         PIC X(2) VALUE "00".
       01  WS-AGED-STATUS            PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS         PIC X(2) VALUE "00".
       01  WS-BADDEBT-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS          PIC X(2) VALUE "00".
       01  WS-DISPUTE-AVAILABLE      PIC X(1) VALUE "N".
       01  WS-ARRANGE-AVAILABLE      PIC X(1) VALUE "N".
       01  WS-TRANS-AVAILABLE        PIC X(1) VALUE "N".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-SCAN-EOF               PIC X(1) VALUE "N".
       01  WS-TRANS-VALID            PIC X(1) VALUE "Y".
       01  WS-ITEM-DISPUTED          PIC X(1) VALUE "N".
       01  WS-ARRANGE-CURRENT        PIC X(1) VALUE "N".
       01  WS-CHECK-CUST-ID          PIC X(10) VALUE SPACES.
       01  WS-TODAY-DATE             PIC 9(8) VALUE 0.
       01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
       01  WS-ITEM-OPEN-AMT          PIC 9(7)V99 VALUE 0.
       01  WS-CUST-WRITTEN           PIC 9(7)V99 VALUE 0.
       01  WS-CUST-ITEMS             PIC 9(5) VALUE 0.
       01  WS-CUST-SKIPPED           PIC 9(5) VALUE 0.
      * A customer is proposed for write-off once the final dunning
      * notice has gone out and the oldest unpaid item is at least
      * this many days old.
       01  WS-MIN-AGE-DAYS           PIC 9(4) VALUE 180.
       01  WS-MIN-AGE-IN             PIC X(4) VALUE SPACES.
       01  WS-FINAL-NOTICE-LEVEL     PIC 9(1) VALUE 3.
       01  WS-APPLIED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(5) VALUE 0.
       01  WS-ITEM-COUNT             PIC 9(5) VALUE 0.
       01  WS-WRITTEN-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-PROPOSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-PROPOSED-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-REG-WO-COUNT           PIC 9(5) VALUE 0.
       01  WS-REG-WO-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-REG-RC-COUNT           PIC 9(5) VALUE 0.
       01  WS-REG-RC-TOTAL           PIC 9(9)V99 VALUE 0.

      * Seriously past-due customers off the aged balances, with the
      * highest dunning level each has been sent.
       01  WS-CANDIDATE-TABLE.
           05  WS-CD-COUNT           PIC 9(3) VALUE 0.
           05  WS-CD-ENTRY OCCURS 200 TIMES.
               10  WS-CD-CUST-ID         PIC X(10).
               10  WS-CD-BALANCE         PIC 9(7)V99.
               10  WS-CD-AGE-DAYS        PIC 9(6).
               10  WS-CD-LEVEL           PIC 9(1).
               10  WS-CD-LAST-NOTICE     PIC 9(8).
       01  WS-CD-IDX                 PIC 9(3) VALUE 0.

       01  REGISTER-HEADER-LINE.
           05  FILLER                PIC X(30)
               VALUE "BAD-DEBT WRITE-OFF REGISTER".
           05  FILLER                PIC X(10) VALUE "RUN DATE: ".
           05  RH-RUN-DATE           PIC 9(8).

       01  SECTION-HEADER-LINE.
           05  SH-TITLE              PIC X(60).

       01  TRANS-DETAIL-LINE.
           05  TD-OUTCOME            PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-INVOICE-NO         PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-ITEMS              PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-AMOUNT             PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-APPROVED-BY        PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-NOTE               PIC X(40).

       01  CANDIDATE-COLUMN-LINE.
           05  FILLER                PIC X(12) VALUE "CUST ID".
           05  FILLER                PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER                PIC X(13) VALUE "     BALANCE".
           05  FILLER                PIC X(9)  VALUE "  DAYS".
           05  FILLER                PIC X(7)  VALUE "LEVEL".
           05  FILLER                PIC X(12) VALUE "LAST NOTICE".

       01  CANDIDATE-DETAIL-LINE.
           05  CL-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  CL-CUST-NAME          PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  CL-BALANCE            PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  CL-AGE-DAYS           PIC ZZZZZ9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  CL-LEVEL              PIC 9(1).
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  CL-LAST-NOTICE        PIC 9(8).

       01  HISTORY-COLUMN-LINE.
           05  FILLER                PIC X(11) VALUE "TYPE".
           05  FILLER                PIC X(12) VALUE "CUST ID".
           05  FILLER                PIC X(9)  VALUE "INVOICE".
           05  FILLER                PIC X(10) VALUE "DATE".
           05  FILLER                PIC X(13) VALUE "      AMOUNT".
           05  FILLER                PIC X(22) VALUE "APPROVED BY/REF".
           05  FILLER                PIC X(24) VALUE "REASON".

       01  HISTORY-DETAIL-LINE.
           05  HL-TYPE               PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  HL-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  HL-INVOICE-NO         PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  HL-POST-DATE          PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  HL-AMOUNT             PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  HL-APPROVED-BY        PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  HL-REASON             PIC X(24).

       01  REGISTER-TOTAL-LINE-1.
           05  FILLER                PIC X(11) VALUE "APPLIED:   ".
           05  RT-APPLIED            PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE "  REJECTED:  ".
           05  RT-REJECTED           PIC ZZZZ9.
           05  FILLER                PIC X(17)
               VALUE "  ITEMS WRITTEN: ".
           05  RT-ITEMS              PIC ZZZZ9.
           05  FILLER                PIC X(17)
               VALUE "  AMOUNT WRITTEN:".
           05  RT-WRITTEN            PIC $$$$,$$$,$$9.99.

       01  REGISTER-TOTAL-LINE-2.
           05  FILLER                PIC X(11) VALUE "PROPOSED:  ".
           05  RT-PROPOSED           PIC ZZZZ9.
           05  FILLER                PIC X(17)
               VALUE "  BALANCE:       ".
           05  RT-PROPOSED-TOTAL     PIC $$$$,$$$,$$9.99.

       01  REGISTER-TOTAL-LINE-3.
           05  FILLER                PIC X(13) VALUE "WRITE-OFFS:  ".
           05  RT-WO-COUNT           PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RT-WO-TOTAL           PIC $$$$,$$$,$$9.99.
           05  FILLER                PIC X(15)
               VALUE "  RECOVERIES:  ".
           05  RT-RC-COUNT           PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RT-RC-TOTAL           PIC $$$$,$$$,$$9.99.
           05  FILLER                PIC X(15)
               VALUE "  NET BAD DEBT:".
           05  RT-NET-TOTAL          PIC $$$$,$$$,$$9.99-.

      * Bad-debt write-off run, outside the nightly sequence. Each
      * approved transaction writes off one invoice, or every open
      * charge the customer has: the item is closed with write-off
      * status, a write-off row goes to the permanent bad-debt file
      * for GLEXPORT to book as bad-debt expense against AR, and the
      * customer master is marked written off so CASHAPP treats any
      * later cash from the customer as a recovery. Items in open
      * dispute are never written off, nor is a customer keeping to a
      * payment arrangement. The run then proposes customers who have
      * had the final dunning notice and are long enough past due,
      * for collections to approve on a later run, and closes with
      * the full write-off and recovery register for the auditors.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 200-INIT-ROUTINE
           PERFORM 300-PROCESS-TRANSACTIONS UNTIL WS-EOF = "Y"
           PERFORM 400-PROPOSE-CANDIDATES
           PERFORM 500-PRINT-REGISTER
           PERFORM 600-WRAP-UP
           STOP RUN.

       200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           ACCEPT WS-MIN-AGE-IN FROM ENVIRONMENT "WO_MIN_AGE"
           IF WS-MIN-AGE-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MIN-AGE-IN) TO WS-MIN-AGE-DAYS
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN I-O OPEN-ITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OPEN-ITEM-FILE: "
                   WS-OPENITEM-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
               MOVE "Y" TO WS-DISPUTE-AVAILABLE
           END-IF
           OPEN INPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-STATUS = "00"
               MOVE "Y" TO WS-ARRANGE-AVAILABLE
           END-IF
           OPEN EXTEND BAD-DEBT-FILE
           IF WS-BADDEBT-STATUS = "05" OR WS-BADDEBT-STATUS = "35"
               OPEN OUTPUT BAD-DEBT-FILE
           END-IF
           IF WS-BADDEBT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BAD-DEBT-FILE: "
                   WS-BADDEBT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT WRITEOFF-REGISTER
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING WRITEOFF-REGISTER: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO RH-RUN-DATE
           WRITE REPORT-LINE FROM REGISTER-HEADER-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE "APPROVED WRITE-OFFS THIS RUN" TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER-LINE
           OPEN INPUT WRITEOFF-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "NO WRITE-OFF TRANSACTIONS ON FILE"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE "Y" TO WS-TRANS-AVAILABLE
               READ WRITEOFF-TRANS-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-IF.

       300-PROCESS-TRANSACTIONS.
           MOVE "Y" TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-CUST-WRITTEN
           MOVE 0 TO WS-CUST-ITEMS
           MOVE 0 TO WS-CUST-SKIPPED
           MOVE WT-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "W01 CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
           END-READ
           IF WS-TRANS-VALID = "Y" AND WT-APPROVED-BY = SPACES
               MOVE "W02 APPROVER REQUIRED" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
               MOVE WT-CUST-ID TO WS-CHECK-CUST-ID
               PERFORM 340-CHECK-ARRANGEMENT
               IF WS-ARRANGE-CURRENT = "Y"
                   MOVE "W06 CURRENT PAYMENT ARRANGEMENT"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               END-IF
           END-IF
           IF WS-TRANS-VALID = "Y"
               IF WT-INVOICE-NO = SPACES
                   PERFORM 320-WRITE-OFF-ALL-ITEMS
               ELSE
                   PERFORM 310-WRITE-OFF-ONE-INVOICE
               END-IF
           END-IF
           IF WS-TRANS-VALID = "Y"
               PERFORM 370-MARK-CUSTOMER
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APPLIED" TO TD-OUTCOME
               IF WS-CUST-SKIPPED > 0
                   MOVE "DISPUTED ITEMS LEFT OPEN" TO WS-REJECT-REASON
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED" TO TD-OUTCOME
           END-IF
           PERFORM 390-WRITE-TRANS-LINE
           READ WRITEOFF-TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       310-WRITE-OFF-ONE-INVOICE.
           IF WT-INVOICE-NO IS NOT NUMERIC
               MOVE "W03 INVOICE NOT OPEN FOR CUSTOMER"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           ELSE
               MOVE WT-INVOICE-NUM TO OI-INVOICE-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE "W03 INVOICE NOT OPEN FOR CUSTOMER"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRANS-VALID
                   NOT INVALID KEY
                       PERFORM 330-CHECK-ITEM
               END-READ
           END-IF.

       330-CHECK-ITEM.
           COMPUTE WS-ITEM-OPEN-AMT =
               OI-INVOICE-AMOUNT - OI-AMOUNT-APPLIED
           EVALUATE TRUE
               WHEN OI-CUST-ID NOT = WT-CUST-ID
               WHEN NOT OI-ITEM-OPEN
               WHEN NOT OI-INVOICE AND NOT OI-DEBIT-MEMO
               WHEN WS-ITEM-OPEN-AMT = 0
                   MOVE "W03 INVOICE NOT OPEN FOR CUSTOMER"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               WHEN OTHER
                   PERFORM 350-CHECK-DISPUTE
                   IF WS-ITEM-DISPUTED = "Y"
                       MOVE "W05 ITEM IN DISPUTE" TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRANS-VALID
                   ELSE
                       PERFORM 360-WRITE-OFF-ITEM
                   END-IF
           END-EVALUATE.

      * Every open charge of the customer's is written off except
      * those in open dispute, which stay with the dispute owner.
       320-WRITE-OFF-ALL-ITEMS.
           MOVE 0 TO OI-INVOICE-NO
           START OPEN-ITEM-FILE KEY > OI-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ OPEN-ITEM-FILE NEXT
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END PERFORM 325-CHECK-SCANNED-ITEM
               END-READ
           END-PERFORM
           IF WS-CUST-ITEMS = 0
               MOVE "W04 NO OPEN ITEMS TO WRITE OFF"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.

       325-CHECK-SCANNED-ITEM.
           IF OI-CUST-ID = WT-CUST-ID AND OI-ITEM-OPEN
                   AND (OI-INVOICE OR OI-DEBIT-MEMO)
                   AND OI-AMOUNT-APPLIED < OI-INVOICE-AMOUNT
               COMPUTE WS-ITEM-OPEN-AMT =
                   OI-INVOICE-AMOUNT - OI-AMOUNT-APPLIED
               PERFORM 350-CHECK-DISPUTE
               IF WS-ITEM-DISPUTED = "Y"
                   ADD 1 TO WS-CUST-SKIPPED
               ELSE
                   PERFORM 360-WRITE-OFF-ITEM
               END-IF
           END-IF.

       340-CHECK-ARRANGEMENT.
           MOVE "N" TO WS-ARRANGE-CURRENT
           IF WS-ARRANGE-AVAILABLE = "Y"
               MOVE WS-CHECK-CUST-ID TO PA-CUST-ID
               READ ARRANGEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-CURRENT
                           MOVE "Y" TO WS-ARRANGE-CURRENT
                       END-IF
               END-READ
           END-IF.

       350-CHECK-DISPUTE.
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

      * The unpaid remainder is what is written off; the applied
      * amount stays as the record of what was collected.
       360-WRITE-OFF-ITEM.
           MOVE "W" TO OI-STATUS
           REWRITE OPEN-ITEM-RECORD
           MOVE SPACES             TO BAD-DEBT-RECORD
           MOVE "W"                TO WO-ENTRY-TYPE
           MOVE OI-CUST-ID         TO WO-CUST-ID
           MOVE OI-INVOICE-NO      TO WO-INVOICE-NO
           MOVE WS-TODAY-DATE      TO WO-POST-DATE
           MOVE WS-ITEM-OPEN-AMT   TO WO-AMOUNT
           MOVE WT-APPROVED-BY     TO WO-APPROVED-BY
           MOVE WT-REASON          TO WO-REASON
           WRITE BAD-DEBT-RECORD
           ADD 1 TO WS-CUST-ITEMS
           ADD 1 TO WS-ITEM-COUNT
           ADD WS-ITEM-OPEN-AMT TO WS-CUST-WRITTEN
           ADD WS-ITEM-OPEN-AMT TO WS-WRITTEN-TOTAL.

      * Write-offs accumulate on the master; recoveries already
      * booked against an earlier write-off are kept.
       370-MARK-CUSTOMER.
           IF CM-WRITEOFF-AMOUNT IS NOT NUMERIC
               MOVE 0 TO CM-WRITEOFF-AMOUNT
           END-IF
           IF CM-RECOVERED-AMOUNT IS NOT NUMERIC
               MOVE 0 TO CM-RECOVERED-AMOUNT
           END-IF
           MOVE "W" TO CM-WRITEOFF-STATUS
           MOVE WS-TODAY-DATE TO CM-WRITEOFF-DATE
           ADD WS-CUST-WRITTEN TO CM-WRITEOFF-AMOUNT
           REWRITE CUSTOMER-MASTER-RECORD.

       390-WRITE-TRANS-LINE.
           MOVE WT-CUST-ID       TO TD-CUST-ID
           IF WT-INVOICE-NO = SPACES
               MOVE "ALL" TO TD-INVOICE-NO
           ELSE
               MOVE WT-INVOICE-NO TO TD-INVOICE-NO
           END-IF
           MOVE WS-CUST-ITEMS    TO TD-ITEMS
           MOVE WS-CUST-WRITTEN  TO TD-AMOUNT
           MOVE WT-APPROVED-BY   TO TD-APPROVED-BY
           MOVE WS-REJECT-REASON TO TD-NOTE
           WRITE REPORT-LINE FROM TRANS-DETAIL-LINE.

      * Candidates are the 90-plus customers whose oldest unpaid
      * item has reached the minimum age and who have been sent the
      * final dunning notice. A customer keeping to a payment
      * arrangement is left out. Nothing is written off here; the
      * list goes to collections for approval.
       400-PROPOSE-CANDIDATES.
           WRITE REPORT-LINE FROM SPACES
           MOVE "PROPOSED FOR WRITE-OFF" TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER-LINE
           WRITE REPORT-LINE FROM CANDIDATE-COLUMN-LINE
           PERFORM 410-LOAD-AGED-CANDIDATES
           IF WS-CD-COUNT > 0
               PERFORM 420-NOTE-DUNNING-LEVELS
           END-IF
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               PERFORM 430-LIST-ONE-CANDIDATE
           END-PERFORM.

       410-LOAD-AGED-CANDIDATES.
           OPEN INPUT AGED-BALANCE-FILE
           IF WS-AGED-STATUS NOT = "00"
               DISPLAY "NO AGED BALANCES, NO CANDIDATES PROPOSED"
           ELSE
               PERFORM UNTIL WS-AGED-STATUS = "10"
                   READ AGED-BALANCE-FILE
                       AT END
                           MOVE "10" TO WS-AGED-STATUS
                       NOT AT END
                           IF AB-BUCKET-90
                                   AND AB-AGE-DAYS >= WS-MIN-AGE-DAYS
                               PERFORM 415-ADD-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGED-BALANCE-FILE
           END-IF.

       415-ADD-CANDIDATE.
           IF WS-CD-COUNT = 200
               DISPLAY "ERROR: TOO MANY WRITE-OFF CANDIDATES"
               STOP RUN
           END-IF
           ADD 1 TO WS-CD-COUNT
           MOVE AB-CUST-ID  TO WS-CD-CUST-ID(WS-CD-COUNT)
           MOVE AB-BALANCE  TO WS-CD-BALANCE(WS-CD-COUNT)
           MOVE AB-AGE-DAYS TO WS-CD-AGE-DAYS(WS-CD-COUNT)
           MOVE 0           TO WS-CD-LEVEL(WS-CD-COUNT)
           MOVE 0           TO WS-CD-LAST-NOTICE(WS-CD-COUNT).

       420-NOTE-DUNNING-LEVELS.
           OPEN INPUT DUNNING-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "NO DUNNING HISTORY, NO CANDIDATES PROPOSED"
           ELSE
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ DUNNING-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           PERFORM 425-NOTE-ONE-NOTICE
                   END-READ
               END-PERFORM
               CLOSE DUNNING-HISTORY-FILE
           END-IF.

       425-NOTE-ONE-NOTICE.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               IF WS-CD-CUST-ID(WS-CD-IDX) = DH-CUST-ID
                   IF DH-LEVEL > WS-CD-LEVEL(WS-CD-IDX)
                       MOVE DH-LEVEL TO WS-CD-LEVEL(WS-CD-IDX)
                   END-IF
                   IF DH-SENT-DATE > WS-CD-LAST-NOTICE(WS-CD-IDX)
                       MOVE DH-SENT-DATE
                           TO WS-CD-LAST-NOTICE(WS-CD-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       430-LIST-ONE-CANDIDATE.
           MOVE WS-CD-CUST-ID(WS-CD-IDX) TO WS-CHECK-CUST-ID
           PERFORM 340-CHECK-ARRANGEMENT
           IF WS-CD-LEVEL(WS-CD-IDX) >= WS-FINAL-NOTICE-LEVEL
                   AND WS-ARRANGE-CURRENT = "N"
               MOVE WS-CD-CUST-ID(WS-CD-IDX) TO CL-CUST-ID
               MOVE "NAME NOT ON FILE" TO CL-CUST-NAME
               MOVE WS-CD-CUST-ID(WS-CD-IDX) TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO CL-CUST-NAME
               END-READ
               MOVE WS-CD-BALANCE(WS-CD-IDX)     TO CL-BALANCE
               MOVE WS-CD-AGE-DAYS(WS-CD-IDX)    TO CL-AGE-DAYS
               MOVE WS-CD-LEVEL(WS-CD-IDX)       TO CL-LEVEL
               MOVE WS-CD-LAST-NOTICE(WS-CD-IDX) TO CL-LAST-NOTICE
               WRITE REPORT-LINE FROM CANDIDATE-DETAIL-LINE
               ADD 1 TO WS-PROPOSED-COUNT
               ADD WS-CD-BALANCE(WS-CD-IDX) TO WS-PROPOSED-TOTAL
           END-IF.

      * The auditors' register is the whole bad-debt file, this run's
      * write-offs included: every write-off with its approver and
      * every recovery CASHAPP has booked since.
       500-PRINT-REGISTER.
           CLOSE BAD-DEBT-FILE
           WRITE REPORT-LINE FROM SPACES
           MOVE "WRITE-OFF AND RECOVERY HISTORY" TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER-LINE
           WRITE REPORT-LINE FROM HISTORY-COLUMN-LINE
           OPEN INPUT BAD-DEBT-FILE
           IF WS-BADDEBT-STATUS = "00"
               PERFORM UNTIL WS-BADDEBT-STATUS = "10"
                   READ BAD-DEBT-FILE
                       AT END
                           MOVE "10" TO WS-BADDEBT-STATUS
                       NOT AT END
                           PERFORM 510-PRINT-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF.

       510-PRINT-ONE-ENTRY.
           MOVE WO-CUST-ID     TO HL-CUST-ID
           MOVE WO-POST-DATE   TO HL-POST-DATE
           MOVE WO-AMOUNT      TO HL-AMOUNT
           MOVE WO-APPROVED-BY TO HL-APPROVED-BY
           MOVE WO-REASON      TO HL-REASON
           IF WO-RECOVERY
               MOVE "RECOVERY" TO HL-TYPE
               MOVE SPACES     TO HL-INVOICE-NO
               ADD 1 TO WS-REG-RC-COUNT
               ADD WO-AMOUNT TO WS-REG-RC-TOTAL
           ELSE
               MOVE "WRITE-OFF" TO HL-TYPE
               MOVE WO-INVOICE-NO TO HL-INVOICE-NO
               ADD 1 TO WS-REG-WO-COUNT
               ADD WO-AMOUNT TO WS-REG-WO-TOTAL
           END-IF
           WRITE REPORT-LINE FROM HISTORY-DETAIL-LINE.

       600-WRAP-UP.
           WRITE REPORT-LINE FROM SPACES
           MOVE WS-APPLIED-COUNT  TO RT-APPLIED
           MOVE WS-REJECT-COUNT   TO RT-REJECTED
           MOVE WS-ITEM-COUNT     TO RT-ITEMS
           MOVE WS-WRITTEN-TOTAL  TO RT-WRITTEN
           WRITE REPORT-LINE FROM REGISTER-TOTAL-LINE-1
           MOVE WS-PROPOSED-COUNT TO RT-PROPOSED
           MOVE WS-PROPOSED-TOTAL TO RT-PROPOSED-TOTAL
           WRITE REPORT-LINE FROM REGISTER-TOTAL-LINE-2
           MOVE WS-REG-WO-COUNT   TO RT-WO-COUNT
           MOVE WS-REG-WO-TOTAL   TO RT-WO-TOTAL
           MOVE WS-REG-RC-COUNT   TO RT-RC-COUNT
           MOVE WS-REG-RC-TOTAL   TO RT-RC-TOTAL
           COMPUTE RT-NET-TOTAL = WS-REG-WO-TOTAL - WS-REG-RC-TOTAL
           WRITE REPORT-LINE FROM REGISTER-TOTAL-LINE-3
           IF WS-TRANS-AVAILABLE = "Y"
               CLOSE WRITEOFF-TRANS-FILE
           END-IF
           IF WS-DISPUTE-AVAILABLE = "Y"
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-ARRANGE-AVAILABLE = "Y"
               CLOSE ARRANGEMENT-FILE
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE OPEN-ITEM-FILE
           CLOSE WRITEOFF-REGISTER
           DISPLAY "WRITE-OFFS APPLIED:  " WS-APPLIED-COUNT
           DISPLAY "WRITE-OFFS REJECTED: " WS-REJECT-COUNT
           DISPLAY "ITEMS WRITTEN OFF:   " WS-ITEM-COUNT
           DISPLAY "CANDIDATES PROPOSED: " WS-PROPOSED-COUNT.
