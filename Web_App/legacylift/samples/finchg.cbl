       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE ASSIGN TO "finance_terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "finance_waivers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT FINCHG-CONTROL-FILE ASSIGN TO "finchg_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AGED-BALANCE-FILE ASSIGN TO "ar_aged.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-STATUS.
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
           SELECT ARRANGEMENT-FILE ASSIGN TO "payment_arrangements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CUST-ID
               FILE STATUS IS WS-ARRANGE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "cust_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BILLING-HISTORY-FILE ASSIGN TO "billing_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLHIST-STATUS.
           SELECT FINCHG-REGISTER ASSIGN TO "finance_charge_reg.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One row per customer type: a flat late fee, the monthly
      * finance-charge rate on the past-due balance, and the past-due
      * balance below which nothing is assessed.
       FD  TERMS-FILE.
       01  TERMS-FILE-RECORD.
           05  FT-CUST-TYPE          PIC X(1).
           05  FILLER                PIC X(1).
           05  FT-LATE-FEE           PIC 9(3)V99.
           05  FILLER                PIC X(1).
           05  FT-MONTHLY-RATE       PIC 9V9999.
           05  FILLER                PIC X(1).
           05  FT-MIN-BALANCE        PIC 9(5)V99.

      * Customers collections has agreed not to charge this month.
       FD  WAIVER-FILE.
       01  WAIVER-FILE-RECORD.
           05  FW-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2).
           05  FW-REASON             PIC X(24).

       FD  FINCHG-CONTROL-FILE.
       01  FINCHG-CONTROL-RECORD.
           05  FC-LAST-MONTH         PIC 9(6).

       FD  AGED-BALANCE-FILE.
           COPY "agedbalrec.cpy".

       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  DISPUTE-FILE.
           COPY "disputerec.cpy".

       FD  ARRANGEMENT-FILE.
           COPY "arrangerec.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  BILLING-HISTORY-FILE.
       01  BILLING-HISTORY-LINE      PIC X(57).

       FD  FINCHG-REGISTER.
       01  REPORT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-TERMS-STATUS           PIC X(2) VALUE "00".
       01  WS-WAIVER-STATUS          PIC X(2) VALUE "00".
       01  WS-CONTROL-STATUS         PIC X(2) VALUE "00".
       01  WS-AGED-STATUS            PIC X(2) VALUE "00".
       01  WS-OPENITEM-STATUS        PIC X(2) VALUE "00".
       01  WS-DISPUTE-STATUS         PIC X(2) VALUE "00".
       01  WS-ARRANGE-STATUS         PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS          PIC X(2) VALUE "00".
       01  WS-BILLHIST-STATUS        PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS          PIC X(2) VALUE "00".
       01  WS-DISPUTE-AVAILABLE      PIC X(1) VALUE "N".
       01  WS-ARRANGE-AVAILABLE      PIC X(1) VALUE "N".
       01  WS-MASTER-AVAILABLE       PIC X(1) VALUE "N".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-TODAY-DATE             PIC 9(8) VALUE 0.
       01  WS-LAST-MONTH             PIC 9(6) VALUE 0.
      * Invoices fall past due this many days after the invoice
      * date, the same terms AUTOPAY drafts on.
       01  WS-PAYMENT-TERMS-DAYS     PIC 9(3) VALUE 30.
       01  WS-DUE-DATE               PIC 9(8) VALUE 0.
       01  WS-ITEM-OPEN              PIC 9(7)V99 VALUE 0.
       01  WS-ITEM-HELD              PIC X(1) VALUE " ".
       01  WS-TERMS-FOUND            PIC X(1) VALUE "N".
       01  WS-WAIVE-REASON           PIC X(24) VALUE SPACES.
       01  WS-INTEREST               PIC 9(7)V99 VALUE 0.
       01  WS-CHARGE                 PIC 9(7)V99 VALUE 0.
       01  WS-CUST-NAME              PIC X(30) VALUE SPACES.
       01  WS-CUST-TYPE              PIC X(1) VALUE SPACES.
       01  WS-ASSESSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-WAIVED-COUNT           PIC 9(5) VALUE 0.
       01  WS-NOT-DUE-COUNT          PIC 9(5) VALUE 0.
       01  WS-CHARGE-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-WAIVED-BASE-TOTAL      PIC 9(9)V99 VALUE 0.

       COPY "billhist.cpy".

       01  WS-TERMS-TABLE.
           05  WS-TERM-COUNT         PIC 9(2) VALUE 0.
           05  WS-TERM-ENTRY OCCURS 10 TIMES.
               10  WS-TERM-TYPE          PIC X(1).
               10  WS-TERM-LATE-FEE      PIC 9(3)V99.
               10  WS-TERM-RATE          PIC 9V9999.
               10  WS-TERM-MIN           PIC 9(5)V99.
       01  WS-TERM-IDX               PIC 9(2) VALUE 0.

       01  WS-WAIVER-TABLE.
           05  WS-WV-COUNT           PIC 9(3) VALUE 0.
           05  WS-WV-ENTRY OCCURS 100 TIMES.
               10  WS-WV-CUST-ID         PIC X(10).
               10  WS-WV-REASON          PIC X(24).
       01  WS-WV-IDX                 PIC 9(3) VALUE 0.

      * Past-due customers off the aged balances, with the past-due
      * open items totalled in one pass: what can be charged, and
      * what is held back because it is disputed or under a current
      * payment arrangement.
       01  WS-PAST-DUE-TABLE.
           05  WS-PD-COUNT           PIC 9(3) VALUE 0.
           05  WS-PD-ENTRY OCCURS 200 TIMES.
               10  WS-PD-CUST-ID         PIC X(10).
               10  WS-PD-BUCKET          PIC X(1).
               10  WS-PD-BASE            PIC 9(9)V99.
               10  WS-PD-DISPUTED        PIC 9(9)V99.
               10  WS-PD-ARRANGED        PIC 9(9)V99.
       01  WS-PD-IDX                 PIC 9(3) VALUE 0.
       01  WS-PD-FOUND               PIC X(1) VALUE "N".

       01  REGISTER-HEADER-LINE.
           05  FILLER                PIC X(30)
               VALUE "FINANCE CHARGE REGISTER".
           05  FILLER                PIC X(10) VALUE "RUN DATE: ".
           05  RH-RUN-DATE           PIC 9(8).

       01  REGISTER-COLUMN-LINE.
           05  FILLER                PIC X(10) VALUE "ACTION".
           05  FILLER                PIC X(12) VALUE "CUST ID".
           05  FILLER                PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER                PIC X(5)  VALUE "TYPE".
           05  FILLER                PIC X(3)  VALUE "BK".
           05  FILLER                PIC X(13) VALUE "   PAST DUE".
           05  FILLER                PIC X(13) VALUE "   HELD BACK".
           05  FILLER                PIC X(11) VALUE "   CHARGE".
           05  FILLER                PIC X(24) VALUE "NOTE".

       01  REGISTER-DETAIL-LINE.
           05  RD-ACTION             PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-CUST-NAME          PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-CUST-TYPE          PIC X(1).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RD-BUCKET             PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-BASE               PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-HELD               PIC $$$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-CHARGE             PIC $$$,$$9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RD-NOTE               PIC X(24).

       01  REGISTER-TOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "ASSESSED: ".
           05  RT-ASSESSED           PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE "  WAIVED: ".
           05  RT-WAIVED             PIC ZZZZ9.
           05  FILLER                PIC X(17)
               VALUE "  TOTAL CHARGED: ".
           05  RT-CHARGE-TOTAL       PIC $$$$,$$$,$$9.99.
           05  FILLER                PIC X(18)
               VALUE "  WAIVED BALANCE: ".
           05  RT-WAIVED-BASE        PIC $$$$,$$$,$$9.99.

      * Monthly finance-charge run. Every customer the aging put in
      * the 30, 60 or 90-plus bucket is charged under the terms for
      * the customer type: the flat late fee plus the monthly rate on
      * the past-due open items. Disputed items and items covered by
      * a current payment arrangement are left out of the charge
      * base; a customer with nothing left to charge, under the
      * minimum for the type, or on this month's waiver list is
      * waived. Each charge is written to the billing history as a
      * debit memo, reason FC, so CASHAPP, STMTGEN and the GL export
      * treat it like any other billing. A control record stops a
      * second run in the same month.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 200-INIT-ROUTINE
           PERFORM 300-TOTAL-PAST-DUE-ITEMS
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               PERFORM 400-ASSESS-ONE-CUSTOMER
           END-PERFORM
           PERFORM 600-WRAP-UP
           PERFORM 610-STAMP-CONTROL
           STOP RUN.

       200-INIT-ROUTINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 210-CHECK-CONTROL
           PERFORM 220-LOAD-TERMS
           PERFORM 230-LOAD-WAIVERS
           PERFORM 240-LOAD-PAST-DUE-CUSTOMERS
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
               MOVE "Y" TO WS-DISPUTE-AVAILABLE
           END-IF
           OPEN INPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-STATUS = "00"
               MOVE "Y" TO WS-ARRANGE-AVAILABLE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           ELSE
               DISPLAY "NO CUSTOMER MASTER, NAMES UNKNOWN"
           END-IF
           OPEN EXTEND BILLING-HISTORY-FILE
           IF WS-BILLHIST-STATUS = "05" OR WS-BILLHIST-STATUS = "35"
               OPEN OUTPUT BILLING-HISTORY-FILE
           END-IF
           IF WS-BILLHIST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BILLING-HISTORY-FILE: "
                   WS-BILLHIST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT FINCHG-REGISTER
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FINCHG-REGISTER: "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO RH-RUN-DATE
           WRITE REPORT-LINE FROM REGISTER-HEADER-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM REGISTER-COLUMN-LINE.

       210-CHECK-CONTROL.
           OPEN INPUT FINCHG-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ FINCHG-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-LAST-MONTH IS NUMERIC
                           MOVE FC-LAST-MONTH TO WS-LAST-MONTH
                       END-IF
               END-READ
               CLOSE FINCHG-CONTROL-FILE
           END-IF
           IF WS-LAST-MONTH = WS-TODAY-DATE(1:6)
               DISPLAY "RUN REFUSED: FINANCE CHARGES ALREADY ASSESSED "
                   "FOR " WS-LAST-MONTH
               STOP RUN
           END-IF.

       220-LOAD-TERMS.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TERMS-FILE: " WS-TERMS-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TERMS-STATUS = "10"
               READ TERMS-FILE
                   AT END
                       MOVE "10" TO WS-TERMS-STATUS
                   NOT AT END
                       IF WS-TERM-COUNT = 10
                           DISPLAY "ERROR: TOO MANY FINANCE TERMS"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TERM-COUNT
                       MOVE FT-CUST-TYPE
                           TO WS-TERM-TYPE(WS-TERM-COUNT)
                       MOVE FT-LATE-FEE
                           TO WS-TERM-LATE-FEE(WS-TERM-COUNT)
                       MOVE FT-MONTHLY-RATE
                           TO WS-TERM-RATE(WS-TERM-COUNT)
                       MOVE FT-MIN-BALANCE
                           TO WS-TERM-MIN(WS-TERM-COUNT)
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE.

       230-LOAD-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS NOT = "00"
               DISPLAY "NO FINANCE CHARGE WAIVERS ON FILE"
           ELSE
               PERFORM UNTIL WS-WAIVER-STATUS = "10"
                   READ WAIVER-FILE
                       AT END
                           MOVE "10" TO WS-WAIVER-STATUS
                       NOT AT END
                           IF WS-WV-COUNT = 100
                               DISPLAY "ERROR: TOO MANY WAIVERS"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-WV-COUNT
                           MOVE FW-CUST-ID
                               TO WS-WV-CUST-ID(WS-WV-COUNT)
                           MOVE FW-REASON
                               TO WS-WV-REASON(WS-WV-COUNT)
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF.

       240-LOAD-PAST-DUE-CUSTOMERS.
           OPEN INPUT AGED-BALANCE-FILE
           IF WS-AGED-STATUS NOT = "00"
               DISPLAY "NO AGED BALANCES, NOTHING TO ASSESS"
           ELSE
               PERFORM UNTIL WS-AGED-STATUS = "10"
                   READ AGED-BALANCE-FILE
                       AT END
                           MOVE "10" TO WS-AGED-STATUS
                       NOT AT END
                           IF AB-BUCKET-CURRENT
                               ADD 1 TO WS-NOT-DUE-COUNT
                           ELSE
                               PERFORM 245-ADD-PAST-DUE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGED-BALANCE-FILE
           END-IF.

       245-ADD-PAST-DUE-ENTRY.
           IF WS-PD-COUNT = 200
               DISPLAY "ERROR: TOO MANY AGED ROWS"
               STOP RUN
           END-IF
           ADD 1 TO WS-PD-COUNT
           MOVE AB-CUST-ID     TO WS-PD-CUST-ID(WS-PD-COUNT)
           MOVE AB-BUCKET-CODE TO WS-PD-BUCKET(WS-PD-COUNT)
           MOVE 0              TO WS-PD-BASE(WS-PD-COUNT)
           MOVE 0              TO WS-PD-DISPUTED(WS-PD-COUNT)
           MOVE 0              TO WS-PD-ARRANGED(WS-PD-COUNT).

       300-TOTAL-PAST-DUE-ITEMS.
           IF WS-PD-COUNT > 0
               OPEN INPUT OPEN-ITEM-FILE
               IF WS-OPENITEM-STATUS NOT = "00"
                   DISPLAY "NO OPEN ITEMS ON FILE"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ OPEN-ITEM-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM 310-ADD-ONE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE OPEN-ITEM-FILE
               END-IF
           END-IF.

       310-ADD-ONE-ITEM.
           IF OI-ITEM-OPEN AND (OI-INVOICE OR OI-DEBIT-MEMO)
                   AND OI-AMOUNT-APPLIED < OI-INVOICE-AMOUNT
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE)
                   + WS-PAYMENT-TERMS-DAYS)
               IF WS-DUE-DATE < WS-TODAY-DATE
                   MOVE "N" TO WS-PD-FOUND
                   PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                           UNTIL WS-PD-IDX > WS-PD-COUNT
                           OR WS-PD-FOUND = "Y"
                       IF WS-PD-CUST-ID(WS-PD-IDX) = OI-CUST-ID
                           MOVE "Y" TO WS-PD-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-PD-FOUND = "Y"
                       SUBTRACT 1 FROM WS-PD-IDX
                       COMPUTE WS-ITEM-OPEN =
                           OI-INVOICE-AMOUNT - OI-AMOUNT-APPLIED
                       PERFORM 320-CHECK-HELD-ITEM
                       EVALUATE WS-ITEM-HELD
                           WHEN "D"
                               ADD WS-ITEM-OPEN
                                   TO WS-PD-DISPUTED(WS-PD-IDX)
                           WHEN "A"
                               ADD WS-ITEM-OPEN
                                   TO WS-PD-ARRANGED(WS-PD-IDX)
                           WHEN OTHER
                               ADD WS-ITEM-OPEN
                                   TO WS-PD-BASE(WS-PD-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      * An item is held back when it is under open dispute, or when
      * it falls inside a payment arrangement the customer is still
      * keeping to.
       320-CHECK-HELD-ITEM.
           MOVE " " TO WS-ITEM-HELD
           IF WS-DISPUTE-AVAILABLE = "Y"
               MOVE OI-INVOICE-NO TO DP-INVOICE-NO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-OPEN
                           MOVE "D" TO WS-ITEM-HELD
                       END-IF
               END-READ
           END-IF
           IF WS-ITEM-HELD = " " AND WS-ARRANGE-AVAILABLE = "Y"
               MOVE OI-CUST-ID TO PA-CUST-ID
               READ ARRANGEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-CURRENT
                               AND OI-INVOICE-DATE <= PA-AGREED-DATE
                           MOVE "A" TO WS-ITEM-HELD
                       END-IF
               END-READ
           END-IF.

       400-ASSESS-ONE-CUSTOMER.
           MOVE SPACES TO WS-WAIVE-REASON
           MOVE 0 TO WS-CHARGE
           PERFORM 410-LOOK-UP-CUSTOMER
           PERFORM 420-FIND-TERMS
           EVALUATE TRUE
               WHEN WS-CUST-NAME = "NAME NOT ON FILE"
                       AND WS-MASTER-AVAILABLE = "Y"
                   MOVE "CUSTOMER NOT ON FILE" TO WS-WAIVE-REASON
               WHEN WS-TERMS-FOUND = "N"
                   MOVE "NO TERMS FOR CUST TYPE" TO WS-WAIVE-REASON
               WHEN WS-PD-BASE(WS-PD-IDX) = 0
                       AND WS-PD-DISPUTED(WS-PD-IDX) > 0
                   MOVE "PAST DUE IN DISPUTE" TO WS-WAIVE-REASON
               WHEN WS-PD-BASE(WS-PD-IDX) = 0
                       AND WS-PD-ARRANGED(WS-PD-IDX) > 0
                   MOVE "PAYMENT ARRANGEMENT" TO WS-WAIVE-REASON
               WHEN WS-PD-BASE(WS-PD-IDX) = 0
                   MOVE "NO ITEM PAST TERMS" TO WS-WAIVE-REASON
               WHEN WS-PD-BASE(WS-PD-IDX) < WS-TERM-MIN(WS-TERM-IDX)
                   MOVE "BELOW MINIMUM BALANCE" TO WS-WAIVE-REASON
           END-EVALUATE
           IF WS-WAIVE-REASON = SPACES
               PERFORM 430-CHECK-WAIVER-LIST
           END-IF
           IF WS-WAIVE-REASON = SPACES
               COMPUTE WS-INTEREST ROUNDED =
                   WS-PD-BASE(WS-PD-IDX) * WS-TERM-RATE(WS-TERM-IDX)
               COMPUTE WS-CHARGE =
                   WS-TERM-LATE-FEE(WS-TERM-IDX) + WS-INTEREST
               IF WS-CHARGE = 0
                   MOVE "NO CHARGE UNDER TERMS" TO WS-WAIVE-REASON
               END-IF
           END-IF
           IF WS-WAIVE-REASON = SPACES
               PERFORM 440-WRITE-DEBIT-MEMO
               ADD 1 TO WS-ASSESSED-COUNT
               ADD WS-CHARGE TO WS-CHARGE-TOTAL
               MOVE "ASSESSED" TO RD-ACTION
               MOVE "LATE FEE + FINANCE CHG" TO RD-NOTE
           ELSE
               ADD 1 TO WS-WAIVED-COUNT
               ADD WS-PD-BASE(WS-PD-IDX) TO WS-WAIVED-BASE-TOTAL
               MOVE "WAIVED" TO RD-ACTION
               MOVE WS-WAIVE-REASON TO RD-NOTE
           END-IF
           PERFORM 450-WRITE-REGISTER-LINE.

       410-LOOK-UP-CUSTOMER.
           MOVE "NAME NOT ON FILE" TO WS-CUST-NAME
           MOVE SPACES TO WS-CUST-TYPE
           IF WS-MASTER-AVAILABLE = "Y"
               MOVE WS-PD-CUST-ID(WS-PD-IDX) TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO WS-CUST-NAME
                       MOVE CM-CUST-TYPE TO WS-CUST-TYPE
               END-READ
           END-IF.

       420-FIND-TERMS.
           MOVE "N" TO WS-TERMS-FOUND
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
                   OR WS-TERMS-FOUND = "Y"
               IF WS-TERM-TYPE(WS-TERM-IDX) = WS-CUST-TYPE
                   MOVE "Y" TO WS-TERMS-FOUND
               END-IF
           END-PERFORM
           IF WS-TERMS-FOUND = "Y"
               SUBTRACT 1 FROM WS-TERM-IDX
           END-IF.

       430-CHECK-WAIVER-LIST.
           PERFORM VARYING WS-WV-IDX FROM 1 BY 1
                   UNTIL WS-WV-IDX > WS-WV-COUNT
               IF WS-WV-CUST-ID(WS-WV-IDX) = WS-PD-CUST-ID(WS-PD-IDX)
                   MOVE WS-WV-REASON(WS-WV-IDX) TO WS-WAIVE-REASON
                   IF WS-WAIVE-REASON = SPACES
                       MOVE "WAIVED BY COLLECTIONS"
                           TO WS-WAIVE-REASON
                   END-IF
               END-IF
           END-PERFORM.

       440-WRITE-DEBIT-MEMO.
           MOVE SPACES TO BILLING-HISTORY-RECORD
           MOVE WS-PD-CUST-ID(WS-PD-IDX) TO BH-CUST-ID
           MOVE WS-TODAY-DATE            TO BH-INVOICE-DATE
           MOVE WS-CHARGE                TO BH-INVOICE-AMOUNT
           MOVE "DBM"                    TO BH-TXN-TYPE
           MOVE "FC"                     TO BH-REASON-CODE
           MOVE 0                        TO BH-TAX-AMOUNT
           MOVE 0                        TO BH-ORIG-INVOICE-NO
           WRITE BILLING-HISTORY-LINE FROM BILLING-HISTORY-RECORD.

       450-WRITE-REGISTER-LINE.
           MOVE WS-PD-CUST-ID(WS-PD-IDX) TO RD-CUST-ID
           MOVE WS-CUST-NAME             TO RD-CUST-NAME
           MOVE WS-CUST-TYPE             TO RD-CUST-TYPE
           MOVE WS-PD-BUCKET(WS-PD-IDX)  TO RD-BUCKET
           MOVE WS-PD-BASE(WS-PD-IDX)    TO RD-BASE
           COMPUTE RD-HELD = WS-PD-DISPUTED(WS-PD-IDX)
               + WS-PD-ARRANGED(WS-PD-IDX)
           MOVE WS-CHARGE                TO RD-CHARGE
           WRITE REPORT-LINE FROM REGISTER-DETAIL-LINE.

       600-WRAP-UP.
           WRITE REPORT-LINE FROM SPACES
           MOVE WS-ASSESSED-COUNT    TO RT-ASSESSED
           MOVE WS-WAIVED-COUNT      TO RT-WAIVED
           MOVE WS-CHARGE-TOTAL      TO RT-CHARGE-TOTAL
           MOVE WS-WAIVED-BASE-TOTAL TO RT-WAIVED-BASE
           WRITE REPORT-LINE FROM REGISTER-TOTAL-LINE
           IF WS-DISPUTE-AVAILABLE = "Y"
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-ARRANGE-AVAILABLE = "Y"
               CLOSE ARRANGEMENT-FILE
           END-IF
           IF WS-MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE BILLING-HISTORY-FILE
           CLOSE FINCHG-REGISTER
           DISPLAY "FINANCE CHARGES ASSESSED: " WS-ASSESSED-COUNT
           DISPLAY "FINANCE CHARGES WAIVED:   " WS-WAIVED-COUNT
           DISPLAY "CUSTOMERS NOT PAST DUE:   " WS-NOT-DUE-COUNT.

       610-STAMP-CONTROL.
           OPEN OUTPUT FINCHG-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FINCHG-CONTROL-FILE: "
                   WS-CONTROL-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE(1:6) TO FC-LAST-MONTH
           WRITE FINCHG-CONTROL-RECORD
           CLOSE FINCHG-CONTROL-FILE.
