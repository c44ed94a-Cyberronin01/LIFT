       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARROLL.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-HISTORY-FILE ASSIGN TO "billing_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLHIST-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT AUTOPAY-LOG ASSIGN TO "autopay_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-INVOICE-NO
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REFUND-FILE ASSIGN TO "refunds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT BAD-DEBT-FILE ASSIGN TO "bad_debt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADDEBT-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "cust_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AR-ROLL-FILE ASSIGN TO "ar_rollforward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-STATUS.
           SELECT GL-AR-FILE ASSIGN TO "gl_ar_balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLAR-STATUS.
           SELECT ROLL-REPORT ASSIGN TO "ar_rollforward_rpt.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-HISTORY-FILE.
           COPY "billhist.cpy".

       FD  RECEIPTS-FILE.
           COPY "receiptrec.cpy".

       FD  AUTOPAY-LOG.
           COPY "autopaylogrec.cpy".

       FD  REFUND-FILE.
           COPY "refundrec.cpy".

       FD  BAD-DEBT-FILE.
           COPY "baddebtrec.cpy".

       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  AR-ROLL-FILE.
           COPY "arrollrec.cpy".

      * AR control balance by currency as the general ledger carries
      * it at month end, supplied by finance with the GL close.
       FD  GL-AR-FILE.
       01  GL-AR-RECORD.
           05  GA-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(2).
           05  GA-PERIOD              PIC 9(6).
           05  FILLER                 PIC X(2).
           05  GA-BALANCE             PIC S9(9)V99
                                      SIGN IS LEADING SEPARATE.

       FD  ROLL-REPORT.
       01  ROLL-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BILLHIST-STATUS     PIC X(2) VALUE "00".
       01  WS-RECEIPT-STATUS      PIC X(2) VALUE "00".
       01  WS-LOG-STATUS          PIC X(2) VALUE "00".
       01  WS-REFUND-STATUS       PIC X(2) VALUE "00".
       01  WS-BADDEBT-STATUS      PIC X(2) VALUE "00".
       01  WS-OPENITEM-STATUS     PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(2) VALUE "00".
       01  WS-MASTER-AVAILABLE    PIC X(1) VALUE "N".
       01  WS-ROLL-STATUS         PIC X(2) VALUE "00".
       01  WS-GLAR-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF                 PIC X(1) VALUE "N".

       01  WS-ROLL-YEAR-IN        PIC X(4) VALUE SPACES.
       01  WS-ROLL-MONTH-IN       PIC X(2) VALUE SPACES.
       01  WS-ROLL-YEAR           PIC 9(4) VALUE 0.
       01  WS-ROLL-MONTH          PIC 9(2) VALUE 0.
       01  WS-PERIOD              PIC 9(6) VALUE 0.
       01  WS-PRIOR-PERIOD        PIC 9(6) VALUE 0.

       01  WS-ROW-CUST-ID         PIC X(10) VALUE SPACES.
       01  WS-ROW-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-ROW-DATE            PIC 9(8) VALUE 0.
       01  WS-ROW-PERIOD          PIC 9(6) VALUE 0.
       01  WS-ROW-WHEN            PIC X(1) VALUE SPACES.
           88  WS-ROW-BEFORE        VALUE "B".
           88  WS-ROW-IN-PERIOD     VALUE "P".
           88  WS-ROW-AFTER         VALUE "A".
       01  WS-ITEM-REMAINING      PIC 9(7)V99 VALUE 0.

      * One roll-forward per billing currency. Activity dated after
      * the period is kept apart so the open-item file, which is read
      * as it stands today, can be brought back to the period end.
       01  WS-ROLL-TABLE.
           05  WS-RF-COUNT            PIC 9(2) VALUE 0.
           05  WS-RF-ENTRY OCCURS 20 TIMES.
               10  WS-RF-CURRENCY         PIC X(3).
               10  WS-RF-OPEN-FOUND       PIC X(1).
               10  WS-RF-OPENING          PIC S9(9)V99.
               10  WS-RF-INVOICES         PIC S9(9)V99.
               10  WS-RF-DEBITS           PIC S9(9)V99.
               10  WS-RF-CREDITS          PIC S9(9)V99.
               10  WS-RF-CASH             PIC S9(9)V99.
               10  WS-RF-REFUNDS          PIC S9(9)V99.
               10  WS-RF-WRITEOFFS        PIC S9(9)V99.
               10  WS-RF-CLOSING          PIC S9(9)V99.
               10  WS-RF-LATER            PIC S9(9)V99.
               10  WS-RF-OI-BALANCE       PIC S9(9)V99.
               10  WS-RF-OI-INVOICES      PIC S9(9)V99.
               10  WS-RF-OI-DEBITS        PIC S9(9)V99.
               10  WS-RF-OI-CREDITS       PIC S9(9)V99.
               10  WS-RF-GL-FOUND         PIC X(1).
               10  WS-RF-GL-BALANCE       PIC S9(9)V99.
       01  WS-RF-IDX              PIC 9(2) VALUE 0.
       01  WS-RF-FOUND            PIC X(1) VALUE "N".

      * Closing balances of earlier months, written back unchanged.
       01  WS-SAVED-TABLE.
           05  WS-SV-COUNT            PIC 9(3) VALUE 0.
           05  WS-SV-ENTRY OCCURS 200 TIMES.
               10  WS-SV-CURRENCY         PIC X(3).
               10  WS-SV-PERIOD           PIC 9(6).
               10  WS-SV-BALANCE          PIC S9(9)V99.
       01  WS-SV-IDX              PIC 9(3) VALUE 0.

       01  WS-PERIOD-END-ITEMS    PIC S9(9)V99 VALUE 0.
       01  WS-OI-DIFFERENCE       PIC S9(9)V99 VALUE 0.
       01  WS-GL-DIFFERENCE       PIC S9(9)V99 VALUE 0.
       01  WS-ITEMIZED-DIFF       PIC S9(9)V99 VALUE 0.
       01  WS-PRINT-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE      PIC 9(2) VALUE 0.

       01  WS-ROLL-HEADING.
           05  FILLER             PIC X(48) VALUE
               "AR SUBLEDGER ROLL-FORWARD AND GL TIE-OUT PERIOD".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  RH-PERIOD          PIC 9(6).

       01  WS-CURRENCY-HEADING.
           05  FILLER             PIC X(10) VALUE "CURRENCY: ".
           05  RC-CURRENCY        PIC X(3).

       01  WS-ROLL-AMOUNT-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-LABEL           PIC X(34).
           05  RL-AMOUNT          PIC -$$$$,$$$,$$9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-NOTE            PIC X(30).

       01  WS-CATEGORY-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "CATEGORY".
           05  FILLER             PIC X(18) VALUE "     ROLL-FORWARD".
           05  FILLER             PIC X(18) VALUE "       OPEN ITEMS".
           05  FILLER             PIC X(18) VALUE "       DIFFERENCE".

       01  WS-CATEGORY-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  CL-LABEL           PIC X(16).
           05  CL-ROLL-AMOUNT     PIC -$$$$,$$$,$$9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CL-ITEM-AMOUNT     PIC -$$$$,$$$,$$9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CL-DIFFERENCE      PIC -$$$$,$$$,$$9.99.

       01  WS-UNITEMIZED-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(52) VALUE
               "OPENING, CASH, REFUNDS AND WRITE-OFFS (UNITEMIZED)".
           05  UL-DIFFERENCE      PIC -$$$$,$$$,$$9.99.

      * Month-end proof that the receivable subledger agrees with the
      * general ledger. For the month named by ROLL_YEAR / ROLL_MONTH
      * each billing currency is rolled from the opening balance saved
      * by last month's run: invoices and debit memos from the billing
      * history are added, credit memos and cash applied (receipts
      * less bad-debt recoveries, which never reach AR, and less
      * autopay debits the bank returned) subtracted,
      * refunds of on-account credit added back and write-offs taken
      * off. The closing balance is proved against the open-item
      * detail, brought back to the period end by removing activity
      * dated since, and against the GL AR balance finance supplies.
      * A subledger difference is broken down by the categories the
      * open items can itemize. The closing balance is saved as next
      * month's opening balance.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 200-INIT-ROUTINE
           PERFORM 300-SWEEP-BILLING-HISTORY
           PERFORM 320-SWEEP-RECEIPTS
           PERFORM 335-SWEEP-AUTOPAY-RETURNS
           PERFORM 340-SWEEP-REFUNDS
           PERFORM 360-SWEEP-BAD-DEBT
           PERFORM 380-SWEEP-OPEN-ITEMS
           PERFORM 400-WRITE-ROLL-FORWARD
           PERFORM 500-SAVE-CLOSING-BALANCES
           PERFORM 600-WRAP-UP
           STOP RUN.

       200-INIT-ROUTINE.
           ACCEPT WS-ROLL-YEAR-IN FROM ENVIRONMENT "ROLL_YEAR"
           ACCEPT WS-ROLL-MONTH-IN FROM ENVIRONMENT "ROLL_MONTH"
           IF WS-ROLL-YEAR-IN = SPACES OR WS-ROLL-MONTH-IN = SPACES
               DISPLAY "ERROR: ROLL_YEAR AND ROLL_MONTH REQUIRED"
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ROLL-YEAR-IN) TO WS-ROLL-YEAR
           MOVE FUNCTION NUMVAL(WS-ROLL-MONTH-IN) TO WS-ROLL-MONTH
           IF WS-ROLL-MONTH < 1 OR WS-ROLL-MONTH > 12
               DISPLAY "ERROR: MONTH MUST BE 1 THROUGH 12"
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD = WS-ROLL-YEAR * 100 + WS-ROLL-MONTH
           IF WS-ROLL-MONTH = 1
               COMPUTE WS-PRIOR-PERIOD =
                   (WS-ROLL-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 1
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           ELSE
               DISPLAY "NO CUSTOMER MASTER, ALL AR TAKEN AS USD"
           END-IF
           PERFORM 210-LOAD-SAVED-BALANCES
           PERFORM 220-LOAD-GL-BALANCES
           OPEN OUTPUT ROLL-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ROLL-REPORT: " WS-REPORT-STATUS
               STOP RUN
           END-IF.

      * Earlier months are kept for the rewrite; the prior month's
      * row opens this month. A month at or after this one is being
      * rerun or was closed out of order and is dropped.
       210-LOAD-SAVED-BALANCES.
           OPEN INPUT AR-ROLL-FILE
           IF WS-ROLL-STATUS NOT = "00"
               DISPLAY "NO SAVED AR BALANCES, OPENING TAKEN AS ZERO"
           ELSE
               PERFORM UNTIL WS-ROLL-STATUS = "10"
                   READ AR-ROLL-FILE
                       AT END
                           MOVE "10" TO WS-ROLL-STATUS
                       NOT AT END
                           PERFORM 215-KEEP-SAVED-BALANCE
                   END-READ
               END-PERFORM
               CLOSE AR-ROLL-FILE
           END-IF.

       215-KEEP-SAVED-BALANCE.
           IF AR-PERIOD < WS-PERIOD
               IF WS-SV-COUNT = 200
                   DISPLAY "ERROR: TOO MANY SAVED AR BALANCES"
                   STOP RUN
               END-IF
               ADD 1 TO WS-SV-COUNT
               MOVE AR-CURRENCY TO WS-SV-CURRENCY(WS-SV-COUNT)
               MOVE AR-PERIOD   TO WS-SV-PERIOD(WS-SV-COUNT)
               MOVE AR-CLOSING-BALANCE
                   TO WS-SV-BALANCE(WS-SV-COUNT)
           END-IF
           IF AR-PERIOD = WS-PRIOR-PERIOD
               MOVE AR-CURRENCY TO WS-ROW-CURRENCY
               PERFORM 250-FIND-OR-ADD-CURRENCY
               MOVE AR-CLOSING-BALANCE TO WS-RF-OPENING(WS-RF-IDX)
               MOVE "Y" TO WS-RF-OPEN-FOUND(WS-RF-IDX)
           END-IF.

       220-LOAD-GL-BALANCES.
           OPEN INPUT GL-AR-FILE
           IF WS-GLAR-STATUS NOT = "00"
               DISPLAY "NO GL AR BALANCES, GL TIE-OUT SKIPPED"
           ELSE
               PERFORM UNTIL WS-GLAR-STATUS = "10"
                   READ GL-AR-FILE
                       AT END
                           MOVE "10" TO WS-GLAR-STATUS
                       NOT AT END
                           IF GA-PERIOD = WS-PERIOD
                               MOVE GA-CURRENCY TO WS-ROW-CURRENCY
                               PERFORM 250-FIND-OR-ADD-CURRENCY
                               MOVE GA-BALANCE
                                   TO WS-RF-GL-BALANCE(WS-RF-IDX)
                               MOVE "Y" TO WS-RF-GL-FOUND(WS-RF-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-AR-FILE
           END-IF.

       250-FIND-OR-ADD-CURRENCY.
           MOVE "N" TO WS-RF-FOUND
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-COUNT
                   OR WS-RF-FOUND = "Y"
               IF WS-RF-CURRENCY(WS-RF-IDX) = WS-ROW-CURRENCY
                   MOVE "Y" TO WS-RF-FOUND
               END-IF
           END-PERFORM
           IF WS-RF-FOUND = "Y"
               SUBTRACT 1 FROM WS-RF-IDX
           ELSE
               IF WS-RF-COUNT = 20
                   DISPLAY "ERROR: TOO MANY CURRENCIES"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RF-COUNT
               MOVE WS-RF-COUNT TO WS-RF-IDX
               INITIALIZE WS-RF-ENTRY(WS-RF-IDX)
               MOVE WS-ROW-CURRENCY TO WS-RF-CURRENCY(WS-RF-IDX)
               MOVE "N" TO WS-RF-OPEN-FOUND(WS-RF-IDX)
               MOVE "N" TO WS-RF-GL-FOUND(WS-RF-IDX)
           END-IF.

      * Every row is carried in the billing currency on the customer
      * master; a customer with none, or not on file, is USD.
       255-LOCATE-ROW-CURRENCY.
           MOVE "USD" TO WS-ROW-CURRENCY
           IF WS-MASTER-AVAILABLE = "Y"
               MOVE WS-ROW-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CURRENCY NOT = SPACES
                           MOVE CM-CURRENCY TO WS-ROW-CURRENCY
                       END-IF
               END-READ
           END-IF
           PERFORM 250-FIND-OR-ADD-CURRENCY
           COMPUTE WS-ROW-PERIOD = WS-ROW-DATE / 100
           EVALUATE TRUE
               WHEN WS-ROW-PERIOD < WS-PERIOD
                   MOVE "B" TO WS-ROW-WHEN
               WHEN WS-ROW-PERIOD = WS-PERIOD
                   MOVE "P" TO WS-ROW-WHEN
               WHEN OTHER
                   MOVE "A" TO WS-ROW-WHEN
           END-EVALUATE.

       300-SWEEP-BILLING-HISTORY.
           OPEN INPUT BILLING-HISTORY-FILE
           IF WS-BILLHIST-STATUS NOT = "00"
               DISPLAY "NO BILLING HISTORY FOUND"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BILLING-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 310-ROLL-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE BILLING-HISTORY-FILE
           END-IF.

       310-ROLL-HISTORY-ROW.
           MOVE BH-CUST-ID      TO WS-ROW-CUST-ID
           MOVE BH-INVOICE-DATE TO WS-ROW-DATE
           PERFORM 255-LOCATE-ROW-CURRENCY
           EVALUATE TRUE
               WHEN WS-ROW-BEFORE
                   CONTINUE
               WHEN WS-ROW-AFTER AND BH-CREDIT-MEMO
                   SUBTRACT BH-INVOICE-AMOUNT
                       FROM WS-RF-LATER(WS-RF-IDX)
               WHEN WS-ROW-AFTER
                   ADD BH-INVOICE-AMOUNT TO WS-RF-LATER(WS-RF-IDX)
               WHEN BH-CREDIT-MEMO
                   ADD BH-INVOICE-AMOUNT TO WS-RF-CREDITS(WS-RF-IDX)
               WHEN BH-DEBIT-MEMO
                   ADD BH-INVOICE-AMOUNT TO WS-RF-DEBITS(WS-RF-IDX)
               WHEN OTHER
                   ADD BH-INVOICE-AMOUNT TO WS-RF-INVOICES(WS-RF-IDX)
           END-EVALUATE.

       320-SWEEP-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "NO RECEIPTS FOUND"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RECEIPTS-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 330-ROLL-RECEIPT-ROW
                   END-READ
               END-PERFORM
               CLOSE RECEIPTS-FILE
           END-IF.

       330-ROLL-RECEIPT-ROW.
           MOVE RC-CUST-ID      TO WS-ROW-CUST-ID
           MOVE RC-PAYMENT-DATE TO WS-ROW-DATE
           PERFORM 255-LOCATE-ROW-CURRENCY
           EVALUATE TRUE
               WHEN WS-ROW-IN-PERIOD
                   ADD RC-PAYMENT-AMOUNT TO WS-RF-CASH(WS-RF-IDX)
               WHEN WS-ROW-AFTER
                   SUBTRACT RC-PAYMENT-AMOUNT
                       FROM WS-RF-LATER(WS-RF-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A returned autopay debit undoes the receipt AUTOPAY posted:
      * AUTORTN reopens the invoice but leaves the receipt in place,
      * so the return comes back off cash applied as of the day the
      * bank sent it back.
       335-SWEEP-AUTOPAY-RETURNS.
           OPEN INPUT AUTOPAY-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "NO AUTOPAY LOG FOUND"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ AUTOPAY-LOG
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 337-ROLL-RETURN-ROW
                   END-READ
               END-PERFORM
               CLOSE AUTOPAY-LOG
           END-IF.

       337-ROLL-RETURN-ROW.
           IF AL-DEBIT-RETURNED
               MOVE AL-CUST-ID      TO WS-ROW-CUST-ID
               MOVE AL-RETURN-DATE  TO WS-ROW-DATE
               PERFORM 255-LOCATE-ROW-CURRENCY
               EVALUATE TRUE
                   WHEN WS-ROW-IN-PERIOD
                       SUBTRACT AL-AMOUNT FROM WS-RF-CASH(WS-RF-IDX)
                   WHEN WS-ROW-AFTER
                       ADD AL-AMOUNT TO WS-RF-LATER(WS-RF-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       340-SWEEP-REFUNDS.
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-STATUS NOT = "00"
               DISPLAY "NO REFUNDS FOUND"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REFUND-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 350-ROLL-REFUND-ROW
                   END-READ
               END-PERFORM
               CLOSE REFUND-FILE
           END-IF.

       350-ROLL-REFUND-ROW.
           MOVE RF-CUST-ID     TO WS-ROW-CUST-ID
           MOVE RF-REFUND-DATE TO WS-ROW-DATE
           PERFORM 255-LOCATE-ROW-CURRENCY
           EVALUATE TRUE
               WHEN WS-ROW-IN-PERIOD
                   ADD RF-AMOUNT TO WS-RF-REFUNDS(WS-RF-IDX)
               WHEN WS-ROW-AFTER
                   ADD RF-AMOUNT TO WS-RF-LATER(WS-RF-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A write-off takes the balance out of AR. A recovery is cash
      * that came in through the receipts but was booked to bad-debt
      * recoveries instead of AR, so it comes back off cash applied.
       360-SWEEP-BAD-DEBT.
           OPEN INPUT BAD-DEBT-FILE
           IF WS-BADDEBT-STATUS NOT = "00"
               DISPLAY "NO BAD-DEBT ENTRIES FOUND"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BAD-DEBT-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 370-ROLL-BAD-DEBT-ROW
                   END-READ
               END-PERFORM
               CLOSE BAD-DEBT-FILE
           END-IF.

       370-ROLL-BAD-DEBT-ROW.
           MOVE WO-CUST-ID   TO WS-ROW-CUST-ID
           MOVE WO-POST-DATE TO WS-ROW-DATE
           PERFORM 255-LOCATE-ROW-CURRENCY
           EVALUATE TRUE
               WHEN WS-ROW-BEFORE
                   CONTINUE
               WHEN WS-ROW-IN-PERIOD AND WO-WRITE-OFF
                   ADD WO-AMOUNT TO WS-RF-WRITEOFFS(WS-RF-IDX)
               WHEN WS-ROW-IN-PERIOD AND WO-RECOVERY
                   SUBTRACT WO-AMOUNT FROM WS-RF-CASH(WS-RF-IDX)
               WHEN WS-ROW-AFTER AND WO-WRITE-OFF
                   SUBTRACT WO-AMOUNT FROM WS-RF-LATER(WS-RF-IDX)
               WHEN WS-ROW-AFTER AND WO-RECOVERY
                   ADD WO-AMOUNT TO WS-RF-LATER(WS-RF-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The open-item balance is what is still open on invoices and
      * debit memos less what is still unused on on-account credits;
      * written-off and closed items carry nothing. Items dated in
      * the period are also totalled by type, to itemize a
      * difference against the billing history.
       380-SWEEP-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "NO OPEN-ITEM FILE, SUBLEDGER TAKEN AS ZERO"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OPEN-ITEM-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 390-ROLL-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

       390-ROLL-OPEN-ITEM.
           MOVE OI-CUST-ID      TO WS-ROW-CUST-ID
           MOVE OI-INVOICE-DATE TO WS-ROW-DATE
           PERFORM 255-LOCATE-ROW-CURRENCY
           IF OI-ITEM-OPEN
               COMPUTE WS-ITEM-REMAINING =
                   OI-INVOICE-AMOUNT - OI-AMOUNT-APPLIED
               IF OI-ON-ACCOUNT
                   SUBTRACT WS-ITEM-REMAINING
                       FROM WS-RF-OI-BALANCE(WS-RF-IDX)
               ELSE
                   IF NOT OI-CREDIT-MEMO
                       ADD WS-ITEM-REMAINING
                           TO WS-RF-OI-BALANCE(WS-RF-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-ROW-IN-PERIOD
               EVALUATE TRUE
                   WHEN OI-INVOICE
                       ADD OI-INVOICE-AMOUNT
                           TO WS-RF-OI-INVOICES(WS-RF-IDX)
                   WHEN OI-DEBIT-MEMO
                       ADD OI-INVOICE-AMOUNT
                           TO WS-RF-OI-DEBITS(WS-RF-IDX)
                   WHEN OI-CREDIT-MEMO
                       ADD OI-INVOICE-AMOUNT
                           TO WS-RF-OI-CREDITS(WS-RF-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       400-WRITE-ROLL-FORWARD.
           MOVE WS-PERIOD TO RH-PERIOD
           WRITE ROLL-LINE FROM WS-ROLL-HEADING
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-COUNT
               PERFORM 410-WRITE-ONE-CURRENCY
           END-PERFORM.

       410-WRITE-ONE-CURRENCY.
           COMPUTE WS-RF-CLOSING(WS-RF-IDX) =
               WS-RF-OPENING(WS-RF-IDX)
               + WS-RF-INVOICES(WS-RF-IDX)
               + WS-RF-DEBITS(WS-RF-IDX)
               - WS-RF-CREDITS(WS-RF-IDX)
               - WS-RF-CASH(WS-RF-IDX)
               + WS-RF-REFUNDS(WS-RF-IDX)
               - WS-RF-WRITEOFFS(WS-RF-IDX)
           COMPUTE WS-PERIOD-END-ITEMS =
               WS-RF-OI-BALANCE(WS-RF-IDX) - WS-RF-LATER(WS-RF-IDX)
           COMPUTE WS-OI-DIFFERENCE =
               WS-RF-CLOSING(WS-RF-IDX) - WS-PERIOD-END-ITEMS
           MOVE SPACES TO ROLL-LINE
           WRITE ROLL-LINE
           MOVE WS-RF-CURRENCY(WS-RF-IDX) TO RC-CURRENCY
           WRITE ROLL-LINE FROM WS-CURRENCY-HEADING

           MOVE "OPENING BALANCE" TO RL-LABEL
           MOVE WS-RF-OPENING(WS-RF-IDX) TO WS-PRINT-AMOUNT
           IF WS-RF-OPEN-FOUND(WS-RF-IDX) = "Y"
               MOVE SPACES TO RL-NOTE
           ELSE
               MOVE "NO PRIOR MONTH SAVED" TO RL-NOTE
           END-IF
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE SPACES TO RL-NOTE
           MOVE "  ADD INVOICES" TO RL-LABEL
           MOVE WS-RF-INVOICES(WS-RF-IDX) TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE "  ADD DEBIT MEMOS" TO RL-LABEL
           MOVE WS-RF-DEBITS(WS-RF-IDX) TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE "  LESS CREDIT MEMOS" TO RL-LABEL
           MOVE WS-RF-CREDITS(WS-RF-IDX) TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE "  LESS CASH APPLIED" TO RL-LABEL
           MOVE WS-RF-CASH(WS-RF-IDX) TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE "  ADD REFUNDS" TO RL-LABEL
           MOVE WS-RF-REFUNDS(WS-RF-IDX) TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE "  LESS BAD-DEBT WRITE-OFFS" TO RL-LABEL
           MOVE WS-RF-WRITEOFFS(WS-RF-IDX) TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE "CLOSING BALANCE" TO RL-LABEL
           MOVE WS-RF-CLOSING(WS-RF-IDX) TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE

           MOVE "OPEN-ITEM DETAIL AS OF THIS RUN" TO RL-LABEL
           MOVE WS-RF-OI-BALANCE(WS-RF-IDX) TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE "  LESS ACTIVITY AFTER PERIOD END" TO RL-LABEL
           MOVE WS-RF-LATER(WS-RF-IDX) TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE "OPEN-ITEM DETAIL AT PERIOD END" TO RL-LABEL
           MOVE WS-PERIOD-END-ITEMS TO WS-PRINT-AMOUNT
           PERFORM 420-WRITE-AMOUNT-LINE
           MOVE "DIFFERENCE TO OPEN ITEMS" TO RL-LABEL
           MOVE WS-OI-DIFFERENCE TO WS-PRINT-AMOUNT
           IF WS-OI-DIFFERENCE = 0
               MOVE "IN BALANCE" TO RL-NOTE
           ELSE
               MOVE "OUT OF BALANCE" TO RL-NOTE
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           PERFORM 420-WRITE-AMOUNT-LINE
           IF WS-OI-DIFFERENCE NOT = 0
               PERFORM 430-ITEMIZE-DIFFERENCE
           END-IF

           MOVE SPACES TO RL-NOTE
           MOVE "GL AR BALANCE" TO RL-LABEL
           IF WS-RF-GL-FOUND(WS-RF-IDX) = "Y"
               MOVE WS-RF-GL-BALANCE(WS-RF-IDX) TO WS-PRINT-AMOUNT
               PERFORM 420-WRITE-AMOUNT-LINE
               COMPUTE WS-GL-DIFFERENCE =
                   WS-RF-CLOSING(WS-RF-IDX)
                   - WS-RF-GL-BALANCE(WS-RF-IDX)
               MOVE "DIFFERENCE TO GL" TO RL-LABEL
               MOVE WS-GL-DIFFERENCE TO WS-PRINT-AMOUNT
               IF WS-GL-DIFFERENCE = 0
                   MOVE "IN BALANCE" TO RL-NOTE
               ELSE
                   MOVE "OUT OF BALANCE" TO RL-NOTE
                   ADD 1 TO WS-OUT-OF-BALANCE
               END-IF
               PERFORM 420-WRITE-AMOUNT-LINE
           ELSE
               MOVE 0 TO WS-PRINT-AMOUNT
               MOVE "NO GL BALANCE SUPPLIED" TO RL-NOTE
               PERFORM 420-WRITE-AMOUNT-LINE
           END-IF.

       420-WRITE-AMOUNT-LINE.
           MOVE WS-PRINT-AMOUNT TO RL-AMOUNT
           WRITE ROLL-LINE FROM WS-ROLL-AMOUNT-LINE.

      * Invoices, debit memos and credit memos are on both sides and
      * are compared directly; whatever is left lies in the opening
      * balance or in cash, refunds and write-offs, which the open
      * items hold only as applied amounts.
       430-ITEMIZE-DIFFERENCE.
           WRITE ROLL-LINE FROM WS-CATEGORY-HEADING
           MOVE "INVOICES" TO CL-LABEL
           MOVE WS-RF-INVOICES(WS-RF-IDX) TO CL-ROLL-AMOUNT
           MOVE WS-RF-OI-INVOICES(WS-RF-IDX) TO CL-ITEM-AMOUNT
           COMPUTE WS-ITEMIZED-DIFF =
               WS-RF-INVOICES(WS-RF-IDX) - WS-RF-OI-INVOICES(WS-RF-IDX)
           MOVE WS-ITEMIZED-DIFF TO CL-DIFFERENCE
           WRITE ROLL-LINE FROM WS-CATEGORY-LINE
           MOVE WS-ITEMIZED-DIFF TO WS-PRINT-AMOUNT
           MOVE "DEBIT MEMOS" TO CL-LABEL
           MOVE WS-RF-DEBITS(WS-RF-IDX) TO CL-ROLL-AMOUNT
           MOVE WS-RF-OI-DEBITS(WS-RF-IDX) TO CL-ITEM-AMOUNT
           COMPUTE WS-ITEMIZED-DIFF =
               WS-RF-DEBITS(WS-RF-IDX) - WS-RF-OI-DEBITS(WS-RF-IDX)
           MOVE WS-ITEMIZED-DIFF TO CL-DIFFERENCE
           WRITE ROLL-LINE FROM WS-CATEGORY-LINE
           ADD WS-ITEMIZED-DIFF TO WS-PRINT-AMOUNT
           MOVE "CREDIT MEMOS" TO CL-LABEL
           MOVE WS-RF-CREDITS(WS-RF-IDX) TO CL-ROLL-AMOUNT
           MOVE WS-RF-OI-CREDITS(WS-RF-IDX) TO CL-ITEM-AMOUNT
           COMPUTE WS-ITEMIZED-DIFF =
               WS-RF-OI-CREDITS(WS-RF-IDX) - WS-RF-CREDITS(WS-RF-IDX)
           MOVE WS-ITEMIZED-DIFF TO CL-DIFFERENCE
           WRITE ROLL-LINE FROM WS-CATEGORY-LINE
           ADD WS-ITEMIZED-DIFF TO WS-PRINT-AMOUNT
           COMPUTE WS-ITEMIZED-DIFF =
               WS-OI-DIFFERENCE - WS-PRINT-AMOUNT
           MOVE WS-ITEMIZED-DIFF TO UL-DIFFERENCE
           WRITE ROLL-LINE FROM WS-UNITEMIZED-LINE
           MOVE SPACES TO RL-NOTE.

      * Earlier months go back as they were, followed by this month's
      * closing balance for every currency.
       500-SAVE-CLOSING-BALANCES.
           OPEN OUTPUT AR-ROLL-FILE
           IF WS-ROLL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AR-ROLL-FILE: " WS-ROLL-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-COUNT
               MOVE SPACES TO AR-ROLL-RECORD
               MOVE WS-SV-CURRENCY(WS-SV-IDX) TO AR-CURRENCY
               MOVE WS-SV-PERIOD(WS-SV-IDX)   TO AR-PERIOD
               MOVE WS-SV-BALANCE(WS-SV-IDX)  TO AR-CLOSING-BALANCE
               WRITE AR-ROLL-RECORD
           END-PERFORM
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-COUNT
               MOVE SPACES TO AR-ROLL-RECORD
               MOVE WS-RF-CURRENCY(WS-RF-IDX) TO AR-CURRENCY
               MOVE WS-PERIOD                 TO AR-PERIOD
               MOVE WS-RF-CLOSING(WS-RF-IDX)  TO AR-CLOSING-BALANCE
               WRITE AR-ROLL-RECORD
           END-PERFORM
           CLOSE AR-ROLL-FILE.

       600-WRAP-UP.
           IF WS-MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE ROLL-REPORT
           DISPLAY "AR ROLL-FORWARD PERIOD:   " WS-PERIOD
           DISPLAY "CURRENCIES ROLLED:        " WS-RF-COUNT
           DISPLAY "OUT-OF-BALANCE TIE-OUTS:  " WS-OUT-OF-BALANCE.
