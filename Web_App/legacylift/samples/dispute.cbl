       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRANS-FILE ASSIGN TO "dispute_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "disputes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-INVOICE-NO
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT DISPUTE-WORK-FILE ASSIGN TO "dispute_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT DISPUTE-SORT-FILE ASSIGN TO "sortwk3".
           SELECT SORTED-DISPUTE-FILE ASSIGN TO "sorted_disputes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT DISPUTE-REPORT ASSIGN TO "dispute_rpt.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * OPN puts an open item into dispute; REL releases it back to
      * normal collections; CRD settles it with a credit memo for the
      * amount given, or the item's whole open amount when blank.
       FD  DISPUTE-TRANS-FILE.
       01  DISPUTE-TRANSACTION.
           05  DT-TRANS-CODE         PIC X(3).
               88  DT-OPEN-DISPUTE     VALUE "OPN".
               88  DT-RELEASE-DISPUTE  VALUE "REL".
               88  DT-CREDIT-DISPUTE   VALUE "CRD".
           05  FILLER                PIC X(2).
           05  DT-INVOICE-NO         PIC 9(7).
           05  FILLER                PIC X(2).
           05  DT-OWNER              PIC X(20).
           05  FILLER                PIC X(2).
           05  DT-REASON             PIC X(30).
           05  FILLER                PIC X(2).
           05  DT-CREDIT-AMOUNT      PIC 9(6)V99.
           05  FILLER                PIC X(2).
           05  DT-ADJ-REASON         PIC X(2).

       FD  DISPUTE-FILE.
           COPY "disputerec.cpy".

       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  AJ-TXN-TYPE           PIC X(3).
           05  FILLER                PIC X(2).
           05  AJ-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2).
           05  AJ-ORIG-INVOICE-DATE  PIC 9(8).
           05  FILLER                PIC X(2).
           05  AJ-AMOUNT             PIC 9(6)V99.
           05  FILLER                PIC X(2).
           05  AJ-REASON-CODE        PIC X(2).
           05  FILLER                PIC X(2).
           05  AJ-ORIG-INVOICE-NO    PIC 9(7).

       FD  DISPUTE-WORK-FILE.
       01  DISPUTE-WORK-RECORD.
           05  WK-OWNER              PIC X(20).
           05  WK-OPENED-DATE        PIC 9(8).
           05  WK-INVOICE-NO         PIC 9(7).
           05  WK-CUST-ID            PIC X(10).
           05  WK-OPEN-AMOUNT        PIC 9(7)V99.
           05  WK-REASON             PIC X(30).

       SD  DISPUTE-SORT-FILE.
       01  DS-RECORD.
           05  DS-OWNER              PIC X(20).
           05  DS-OPENED-DATE        PIC 9(8).
           05  DS-INVOICE-NO         PIC 9(7).
           05  DS-CUST-ID            PIC X(10).
           05  DS-OPEN-AMOUNT        PIC 9(7)V99.
           05  DS-REASON             PIC X(30).

       FD  SORTED-DISPUTE-FILE.
       01  SD-RECORD.
           05  SD-OWNER              PIC X(20).
           05  SD-OPENED-DATE        PIC 9(8).
           05  SD-INVOICE-NO         PIC 9(7).
           05  SD-CUST-ID            PIC X(10).
           05  SD-OPEN-AMOUNT        PIC 9(7)V99.
           05  SD-REASON             PIC X(30).

       FD  DISPUTE-REPORT.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS           PIC X(2) VALUE "00".
       01  WS-DISPUTE-STATUS         PIC X(2) VALUE "00".
       01  WS-OPENITEM-STATUS        PIC X(2) VALUE "00".
       01  WS-ADJ-STATUS             PIC X(2) VALUE "00".
       01  WS-WORK-STATUS            PIC X(2) VALUE "00".
       01  WS-SORTED-STATUS          PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS          PIC X(2) VALUE "00".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-SCAN-EOF               PIC X(1) VALUE "N".
       01  WS-SORT-EOF               PIC X(1) VALUE "N".
       01  WS-ANY-DISPUTES           PIC X(1) VALUE "N".
       01  WS-FIRST-REC              PIC X(1) VALUE "Y".
       01  WS-TRANS-VALID            PIC X(1) VALUE "Y".
       01  WS-DISPUTE-FOUND          PIC X(1) VALUE "N".
       01  WS-ITEM-FOUND             PIC X(1) VALUE "N".
       01  WS-TODAY-DATE             PIC 9(8) VALUE 0.
       01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
       01  WS-ITEM-OPEN-AMT          PIC 9(7)V99 VALUE 0.
       01  WS-CREDIT-AMT             PIC 9(7)V99 VALUE 0.
       01  WS-DAYS-OPEN              PIC S9(6) VALUE 0.
       01  WS-CURR-OWNER             PIC X(20) VALUE SPACES.
       01  WS-OPENED-COUNT           PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT         PIC 9(5) VALUE 0.
       01  WS-CREDITED-COUNT         PIC 9(5) VALUE 0.
       01  WS-SETTLED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(5) VALUE 0.
       01  WS-CREDIT-TOTAL           PIC 9(9)V99 VALUE 0.

       01  WS-OWNER-TOTALS.
           05  WS-OWN-COUNT          PIC 9(5) VALUE 0.
           05  WS-OWN-AMOUNT         PIC 9(9)V99 VALUE 0.
           05  WS-OWN-30             PIC 9(9)V99 VALUE 0.
           05  WS-OWN-60             PIC 9(9)V99 VALUE 0.
           05  WS-OWN-OVER-60        PIC 9(9)V99 VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-COUNT        PIC 9(5) VALUE 0.
           05  WS-GRAND-AMOUNT       PIC 9(9)V99 VALUE 0.
           05  WS-GRAND-30           PIC 9(9)V99 VALUE 0.
           05  WS-GRAND-60           PIC 9(9)V99 VALUE 0.
           05  WS-GRAND-OVER-60      PIC 9(9)V99 VALUE 0.

       01  REPORT-HEADER-LINE.
           05  FILLER                PIC X(30)
               VALUE "INVOICE DISPUTE RUN REPORT".
           05  FILLER                PIC X(10) VALUE "RUN DATE: ".
           05  RH-RUN-DATE           PIC 9(8).

       01  TRANS-DETAIL-LINE.
           05  TD-OUTCOME            PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-TRANS-CODE         PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-INVOICE-NO         PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-AMOUNT             PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  TD-NOTE               PIC X(40).

       01  AGING-HEADER-LINE.
           05  FILLER                PIC X(40)
               VALUE "OPEN DISPUTES BY OWNER".

       01  AGING-COLUMN-LINE.
           05  FILLER                PIC X(22) VALUE "OWNER".
           05  FILLER                PIC X(9)  VALUE "INVOICE".
           05  FILLER                PIC X(12) VALUE "CUST ID".
           05  FILLER                PIC X(10) VALUE "OPENED".
           05  FILLER                PIC X(7)  VALUE " DAYS".
           05  FILLER                PIC X(13) VALUE "  OPEN AMOUNT".
           05  FILLER                PIC X(30) VALUE "REASON".

       01  AGING-DETAIL-LINE.
           05  DR-OWNER              PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DR-INVOICE-NO         PIC 9(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DR-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DR-OPENED-DATE        PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DR-DAYS-OPEN          PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DR-AMOUNT             PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DR-REASON             PIC X(30).

       01  OWNER-TOTAL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  OT-LABEL              PIC X(18).
           05  OT-COUNT              PIC ZZZZ9.
           05  FILLER                PIC X(9)  VALUE " ITEMS  ".
           05  OT-AMOUNT             PIC $$$$,$$$,$$9.99.
           05  FILLER                PIC X(9)  VALUE "   0-30: ".
           05  OT-30                 PIC $$$$,$$$,$$9.99.
           05  FILLER                PIC X(9)  VALUE "  31-60: ".
           05  OT-60                 PIC $$$$,$$$,$$9.99.
           05  FILLER                PIC X(9)  VALUE "  OVER 60".
           05  FILLER                PIC X(2)  VALUE ": ".
           05  OT-OVER-60            PIC $$$$,$$$,$$9.99.

       01  REPORT-SUMMARY-LINE.
           05  FILLER                PIC X(8)  VALUE "OPENED: ".
           05  RS-OPENED             PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE "  RELEASED: ".
           05  RS-RELEASED           PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE "  CREDITED: ".
           05  RS-CREDITED           PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE "  SETTLED: ".
           05  RS-SETTLED            PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE "  REJECTED: ".
           05  RS-REJECTED           PIC ZZZZ9.
           05  FILLER                PIC X(18)
               VALUE "  CREDIT MEMOS: ".
           05  RS-CREDIT-TOTAL       PIC $$$$,$$$,$$9.99.

      * Keeps the dispute file. A disputed item stays on the open-
      * item file untouched; ARAGING reads the open disputes and
      * holds the item out of the aged balance until it is resolved.
      * Releasing a dispute returns the item to normal collections;
      * crediting one appends a credit memo naming the item to the
      * CUSTADJ input, so the correction flows through the billing
      * history like any other memo. A disputed item the customer
      * has since paid off closes its dispute as settled. The run
      * ends with the open disputes aged by owner.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 200-INIT-ROUTINE
           PERFORM 300-PROCESS-TRANSACTIONS UNTIL WS-EOF = "Y"
           PERFORM 400-EXTRACT-OPEN-DISPUTES
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM AGING-HEADER-LINE
           WRITE REPORT-LINE FROM AGING-COLUMN-LINE
           IF WS-ANY-DISPUTES = "Y"
               PERFORM 450-SORT-WORK-FILE
               PERFORM 500-REPORT-BY-OWNER
           END-IF
           PERFORM 600-WRAP-UP
           STOP RUN.

       200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN I-O DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           IF WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DISPUTE-FILE: "
                   WS-DISPUTE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OPEN-ITEM-FILE: "
                   WS-OPENITEM-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND ADJUSTMENT-FILE
           IF WS-ADJ-STATUS = "05" OR WS-ADJ-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF
           IF WS-ADJ-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ADJUSTMENT-FILE: " WS-ADJ-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT DISPUTE-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DISPUTE-REPORT: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO RH-RUN-DATE
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE
           WRITE REPORT-LINE FROM SPACES
           OPEN INPUT DISPUTE-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "NO DISPUTE TRANSACTIONS ON FILE"
               MOVE "Y" TO WS-EOF
           ELSE
               READ DISPUTE-TRANS-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-IF.

       300-PROCESS-TRANSACTIONS.
           MOVE "Y" TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO TD-CUST-ID
           MOVE 0 TO WS-CREDIT-AMT
           IF DT-INVOICE-NO IS NOT NUMERIC
               MOVE "D02 INVOICE NOT ON FILE" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           ELSE
               PERFORM 340-READ-DISPUTED-ITEM
           END-IF
           IF WS-TRANS-VALID = "Y"
               EVALUATE TRUE
                   WHEN DT-OPEN-DISPUTE
                       PERFORM 310-OPEN-DISPUTE
                   WHEN DT-RELEASE-DISPUTE
                       PERFORM 320-RELEASE-DISPUTE
                   WHEN DT-CREDIT-DISPUTE
                       PERFORM 330-CREDIT-DISPUTE
                   WHEN OTHER
                       MOVE "D01 INVALID TRANSACTION CODE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRANS-VALID
               END-EVALUATE
           END-IF
           IF WS-TRANS-VALID = "Y"
               MOVE "APPLIED" TO TD-OUTCOME
           ELSE
               MOVE "REJECTED" TO TD-OUTCOME
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 390-WRITE-TRANS-LINE
           READ DISPUTE-TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       310-OPEN-DISPUTE.
           EVALUATE TRUE
               WHEN WS-ITEM-FOUND = "N"
                   MOVE "D02 INVOICE NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               WHEN NOT OI-ITEM-OPEN
                       OR (NOT OI-INVOICE AND NOT OI-DEBIT-MEMO)
                       OR WS-ITEM-OPEN-AMT = 0
                   MOVE "D03 ITEM NOT AN OPEN CHARGE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               WHEN WS-DISPUTE-FOUND = "Y" AND DP-OPEN
                   MOVE "D04 ITEM ALREADY IN DISPUTE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               WHEN DT-OWNER = SPACES
                   MOVE "D06 DISPUTE OWNER REQUIRED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               WHEN DT-REASON = SPACES
                   MOVE "D07 DISPUTE REASON REQUIRED"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
           END-EVALUATE
           IF WS-TRANS-VALID = "Y"
               MOVE SPACES TO DISPUTE-RECORD
               MOVE DT-INVOICE-NO    TO DP-INVOICE-NO
               MOVE OI-CUST-ID       TO DP-CUST-ID
               MOVE "O"              TO DP-STATUS
               MOVE WS-TODAY-DATE    TO DP-OPENED-DATE
               MOVE DT-OWNER         TO DP-OWNER
               MOVE DT-REASON        TO DP-REASON
               MOVE WS-ITEM-OPEN-AMT TO DP-AMOUNT
               MOVE 0                TO DP-RESOLVED-DATE
               MOVE 0                TO DP-CREDIT-AMOUNT
               IF WS-DISPUTE-FOUND = "Y"
                   REWRITE DISPUTE-RECORD
               ELSE
                   WRITE DISPUTE-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE DISPUTE " DT-INVOICE-NO
                   END-WRITE
               END-IF
               MOVE WS-ITEM-OPEN-AMT TO WS-CREDIT-AMT
               MOVE "IN DISPUTE" TO WS-REJECT-REASON
               ADD 1 TO WS-OPENED-COUNT
           END-IF.

       320-RELEASE-DISPUTE.
           IF WS-DISPUTE-FOUND = "N" OR NOT DP-OPEN
               MOVE "D05 NO OPEN DISPUTE ON ITEM" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           ELSE
               MOVE "R" TO DP-STATUS
               MOVE WS-TODAY-DATE TO DP-RESOLVED-DATE
               REWRITE DISPUTE-RECORD
               MOVE WS-ITEM-OPEN-AMT TO WS-CREDIT-AMT
               MOVE "RELEASED TO COLLECTIONS" TO WS-REJECT-REASON
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

      * The memo amount defaults to what is still open on the item
      * and may not exceed it; anything owed beyond that is a
      * separate adjustment, not part of settling the dispute. A
      * CUSTADJ adjustment carries at most 999,999.99, so a larger
      * credit is rejected for manual handling rather than truncated.
       330-CREDIT-DISPUTE.
           IF DT-CREDIT-AMOUNT IS NUMERIC AND DT-CREDIT-AMOUNT > 0
               MOVE DT-CREDIT-AMOUNT TO WS-CREDIT-AMT
           ELSE
               MOVE WS-ITEM-OPEN-AMT TO WS-CREDIT-AMT
           END-IF
           EVALUATE TRUE
               WHEN WS-DISPUTE-FOUND = "N" OR NOT DP-OPEN
                   MOVE "D05 NO OPEN DISPUTE ON ITEM"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               WHEN WS-ITEM-FOUND = "N" OR WS-CREDIT-AMT = 0
                   MOVE "D03 ITEM NOT AN OPEN CHARGE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               WHEN WS-CREDIT-AMT > WS-ITEM-OPEN-AMT
                   MOVE "D08 CREDIT EXCEEDS OPEN AMOUNT"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               WHEN WS-CREDIT-AMT > 999999.99
                   MOVE "D09 CREDIT OVER CUSTADJ LIMIT"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
           END-EVALUATE
           IF WS-TRANS-VALID = "Y"
               PERFORM 350-WRITE-CREDIT-MEMO
               MOVE "C" TO DP-STATUS
               MOVE WS-TODAY-DATE TO DP-RESOLVED-DATE
               MOVE WS-CREDIT-AMT TO DP-CREDIT-AMOUNT
               REWRITE DISPUTE-RECORD
               MOVE "CREDIT MEMO SENT TO CUSTADJ" TO WS-REJECT-REASON
               ADD 1 TO WS-CREDITED-COUNT
               ADD WS-CREDIT-AMT TO WS-CREDIT-TOTAL
           END-IF.

       340-READ-DISPUTED-ITEM.
           MOVE DT-INVOICE-NO TO DP-INVOICE-NO
           MOVE "N" TO WS-DISPUTE-FOUND
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DISPUTE-FOUND
           END-READ
           MOVE DT-INVOICE-NO TO OI-INVOICE-NO
           MOVE "N" TO WS-ITEM-FOUND
           MOVE 0 TO WS-ITEM-OPEN-AMT
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-FOUND
                   MOVE OI-CUST-ID TO TD-CUST-ID
                   IF OI-ITEM-OPEN
                           AND OI-AMOUNT-APPLIED < OI-INVOICE-AMOUNT
                       COMPUTE WS-ITEM-OPEN-AMT =
                           OI-INVOICE-AMOUNT - OI-AMOUNT-APPLIED
                   END-IF
           END-READ.

       350-WRITE-CREDIT-MEMO.
           MOVE SPACES TO ADJUSTMENT-RECORD
           MOVE "CRM"            TO AJ-TXN-TYPE
           MOVE OI-CUST-ID       TO AJ-CUST-ID
           MOVE OI-INVOICE-DATE  TO AJ-ORIG-INVOICE-DATE
           MOVE WS-CREDIT-AMT    TO AJ-AMOUNT
           IF DT-ADJ-REASON = SPACES
               MOVE "DS" TO AJ-REASON-CODE
           ELSE
               MOVE DT-ADJ-REASON TO AJ-REASON-CODE
           END-IF
           MOVE OI-INVOICE-NO    TO AJ-ORIG-INVOICE-NO
           WRITE ADJUSTMENT-RECORD.

       390-WRITE-TRANS-LINE.
           MOVE DT-TRANS-CODE    TO TD-TRANS-CODE
           MOVE DT-INVOICE-NO    TO TD-INVOICE-NO
           MOVE WS-CREDIT-AMT    TO TD-AMOUNT
           MOVE WS-REJECT-REASON TO TD-NOTE
           WRITE REPORT-LINE FROM TRANS-DETAIL-LINE.

       400-EXTRACT-OPEN-DISPUTES.
           OPEN OUTPUT DISPUTE-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DISPUTE-WORK-FILE: "
                   WS-WORK-STATUS
               STOP RUN
           END-IF
           MOVE 0 TO DP-INVOICE-NO
           START DISPUTE-FILE KEY >= DP-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF DP-OPEN
                           PERFORM 410-EXTRACT-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-WORK-FILE.

      * An item the customer has paid off in the meantime no longer
      * needs the dispute; it closes as settled and is listed once.
       410-EXTRACT-ONE-DISPUTE.
           MOVE DP-INVOICE-NO TO OI-INVOICE-NO
           MOVE 0 TO WS-ITEM-OPEN-AMT
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OI-ITEM-OPEN
                           AND OI-AMOUNT-APPLIED < OI-INVOICE-AMOUNT
                       COMPUTE WS-ITEM-OPEN-AMT =
                           OI-INVOICE-AMOUNT - OI-AMOUNT-APPLIED
                   END-IF
           END-READ
           IF WS-ITEM-OPEN-AMT = 0
               MOVE "P" TO DP-STATUS
               MOVE WS-TODAY-DATE TO DP-RESOLVED-DATE
               REWRITE DISPUTE-RECORD
               ADD 1 TO WS-SETTLED-COUNT
               MOVE "SETTLED"        TO TD-OUTCOME
               MOVE SPACES           TO TD-TRANS-CODE
               MOVE DP-INVOICE-NO    TO TD-INVOICE-NO
               MOVE DP-CUST-ID       TO TD-CUST-ID
               MOVE 0                TO TD-AMOUNT
               MOVE "ITEM PAID, DISPUTE CLOSED" TO TD-NOTE
               WRITE REPORT-LINE FROM TRANS-DETAIL-LINE
           ELSE
               MOVE SPACES TO DISPUTE-WORK-RECORD
               MOVE DP-OWNER         TO WK-OWNER
               MOVE DP-OPENED-DATE   TO WK-OPENED-DATE
               MOVE DP-INVOICE-NO    TO WK-INVOICE-NO
               MOVE DP-CUST-ID       TO WK-CUST-ID
               MOVE WS-ITEM-OPEN-AMT TO WK-OPEN-AMOUNT
               MOVE DP-REASON        TO WK-REASON
               WRITE DISPUTE-WORK-RECORD
               MOVE "Y" TO WS-ANY-DISPUTES
           END-IF.

       450-SORT-WORK-FILE.
           SORT DISPUTE-SORT-FILE
               ON ASCENDING KEY DS-OWNER DS-OPENED-DATE DS-INVOICE-NO
               USING DISPUTE-WORK-FILE
               GIVING SORTED-DISPUTE-FILE.

      * One pass over the sorted stream with a control break per
      * owner, ageing each dispute from the day it was raised.
       500-REPORT-BY-OWNER.
           OPEN INPUT SORTED-DISPUTE-FILE
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SORTED-DISPUTE-FILE: "
                   WS-SORTED-STATUS
               STOP RUN
           END-IF
           READ SORTED-DISPUTE-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-READ
           PERFORM UNTIL WS-SORT-EOF = "Y"
               IF WS-FIRST-REC = "Y" OR SD-OWNER NOT = WS-CURR-OWNER
                   IF WS-FIRST-REC = "N"
                       PERFORM 520-FINISH-OWNER
                   END-IF
                   MOVE "N" TO WS-FIRST-REC
                   MOVE SD-OWNER TO WS-CURR-OWNER
                   INITIALIZE WS-OWNER-TOTALS
               END-IF
               PERFORM 510-REPORT-ONE-DISPUTE
               READ SORTED-DISPUTE-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
               END-READ
           END-PERFORM
           IF WS-FIRST-REC = "N"
               PERFORM 520-FINISH-OWNER
           END-IF
           CLOSE SORTED-DISPUTE-FILE.

       510-REPORT-ONE-DISPUTE.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(SD-OPENED-DATE)
           ADD 1 TO WS-OWN-COUNT
           ADD SD-OPEN-AMOUNT TO WS-OWN-AMOUNT
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                   ADD SD-OPEN-AMOUNT TO WS-OWN-30
               WHEN WS-DAYS-OPEN <= 60
                   ADD SD-OPEN-AMOUNT TO WS-OWN-60
               WHEN OTHER
                   ADD SD-OPEN-AMOUNT TO WS-OWN-OVER-60
           END-EVALUATE
           MOVE SD-OWNER       TO DR-OWNER
           MOVE SD-INVOICE-NO  TO DR-INVOICE-NO
           MOVE SD-CUST-ID     TO DR-CUST-ID
           MOVE SD-OPENED-DATE TO DR-OPENED-DATE
           MOVE WS-DAYS-OPEN   TO DR-DAYS-OPEN
           MOVE SD-OPEN-AMOUNT TO DR-AMOUNT
           MOVE SD-REASON      TO DR-REASON
           WRITE REPORT-LINE FROM AGING-DETAIL-LINE.

       520-FINISH-OWNER.
           MOVE "OWNER TOTAL:"  TO OT-LABEL
           MOVE WS-OWN-COUNT    TO OT-COUNT
           MOVE WS-OWN-AMOUNT   TO OT-AMOUNT
           MOVE WS-OWN-30       TO OT-30
           MOVE WS-OWN-60       TO OT-60
           MOVE WS-OWN-OVER-60  TO OT-OVER-60
           WRITE REPORT-LINE FROM OWNER-TOTAL-LINE
           WRITE REPORT-LINE FROM SPACES
           ADD WS-OWN-COUNT     TO WS-GRAND-COUNT
           ADD WS-OWN-AMOUNT    TO WS-GRAND-AMOUNT
           ADD WS-OWN-30        TO WS-GRAND-30
           ADD WS-OWN-60        TO WS-GRAND-60
           ADD WS-OWN-OVER-60   TO WS-GRAND-OVER-60.

       600-WRAP-UP.
           MOVE "ALL OWNERS:"    TO OT-LABEL
           MOVE WS-GRAND-COUNT   TO OT-COUNT
           MOVE WS-GRAND-AMOUNT  TO OT-AMOUNT
           MOVE WS-GRAND-30      TO OT-30
           MOVE WS-GRAND-60      TO OT-60
           MOVE WS-GRAND-OVER-60 TO OT-OVER-60
           WRITE REPORT-LINE FROM OWNER-TOTAL-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE WS-OPENED-COUNT   TO RS-OPENED
           MOVE WS-RELEASED-COUNT TO RS-RELEASED
           MOVE WS-CREDITED-COUNT TO RS-CREDITED
           MOVE WS-SETTLED-COUNT  TO RS-SETTLED
           MOVE WS-REJECT-COUNT   TO RS-REJECTED
           MOVE WS-CREDIT-TOTAL   TO RS-CREDIT-TOTAL
           WRITE REPORT-LINE FROM REPORT-SUMMARY-LINE
           IF WS-TRANS-STATUS = "00"
               CLOSE DISPUTE-TRANS-FILE
           END-IF
           CLOSE DISPUTE-FILE
           CLOSE OPEN-ITEM-FILE
           CLOSE ADJUSTMENT-FILE
           CLOSE DISPUTE-REPORT
           DISPLAY "DISPUTES OPENED:   " WS-OPENED-COUNT
           DISPLAY "DISPUTES RELEASED: " WS-RELEASED-COUNT
           DISPLAY "DISPUTES CREDITED: " WS-CREDITED-COUNT
           DISPLAY "DISPUTES REJECTED: " WS-REJECT-COUNT.
