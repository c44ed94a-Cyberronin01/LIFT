           SELECT ER-CONTRIB-FILE ASSIGN TO "benefit_er_contrib.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-STATUS.
           SELECT PAY-ADJUST-FILE ASSIGN TO "pay_gl_adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO "labor_dist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-STATUS.
           SELECT REFUND-FILE ASSIGN TO "refunds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT BAD-DEBT-FILE ASSIGN TO "bad_debt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADDEBT-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "dept_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  ER-CONTRIB-FILE.
           COPY "benerrec.cpy".

       FD  PAY-ADJUST-FILE.
           COPY "payadjrec.cpy".

       FD  LABOR-DIST-FILE.
           COPY "labordistrec.cpy".

       FD  REFUND-FILE.
           COPY "refundrec.cpy".

       FD  BAD-DEBT-FILE.
           COPY "baddebtrec.cpy".

       FD  DEPT-MASTER.
           COPY "deptrec.cpy".

       01  WS-CONTRIB-COUNT           PIC 9(5) VALUE 0.
       01  WS-DEPT-STATUS             PIC X(2) VALUE "00".
       01  WS-DEPT-AVAILABLE          PIC X(1) VALUE "N".
       01  WS-ADJUST-STATUS           PIC X(2) VALUE "00".
       01  WS-ADJUST-EOF              PIC X(1) VALUE "N".
       01  WS-ADJUST-AVAILABLE        PIC X(1) VALUE "N".
       01  WS-ADJUST-COUNT            PIC 9(5) VALUE 0.
       01  WS-LABOR-STATUS            PIC X(2) VALUE "00".
       01  WS-LABOR-EOF               PIC X(1) VALUE "Y".
       01  WS-LABOR-MATCHED           PIC X(1) VALUE "N".
       01  WS-LABOR-GROSS             PIC 9(8)V99 VALUE 0.
       01  WS-LABOR-ER-TAX            PIC 9(7)V99 VALUE 0.
       01  WS-LABOR-BENEFIT           PIC 9(7)V99 VALUE 0.
       01  WS-LABOR-EMP-COUNT         PIC 9(5) VALUE 0.
       01  WS-REFUND-STATUS           PIC X(2) VALUE "00".
       01  WS-REFUND-EOF              PIC X(1) VALUE "N".
       01  WS-REFUND-COUNT            PIC 9(5) VALUE 0.
       01  WS-BADDEBT-STATUS          PIC X(2) VALUE "00".
       01  WS-BADDEBT-EOF             PIC X(1) VALUE "N".
       01  WS-BADDEBT-COUNT           PIC 9(5) VALUE 0.

       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-RUN-PAY-GROUP           PIC X(1) VALUE SPACES.
           05  WS-HC-CR-TOTAL         PIC 9(11)V99 VALUE 0.
           05  WS-HC-HASH-TOTAL       PIC 9(12)V99 VALUE 0.
       01  WS-RUN-BALANCED            PIC X(1) VALUE "Y".
       01  WS-SOURCE-COUNT            PIC 9(7) VALUE 0.
       01  WS-GL-LINE-COUNT           PIC 9(7) VALUE 0.
       01  WS-COPY-EOF                PIC X(1) VALUE "N".
       01  WS-BATCH-SOURCE            PIC X(10) VALUE SPACES.
       01  WS-BATCH-COUNT             PIC 9(7) VALUE 0.

       01  WS-CSV-LINE                PIC X(150).

      * The current employee's labor distribution rows, held until
      * they are proved to add back to the pay on the master.
       01  WS-LD-TABLE.
           05  WS-LD-COUNT            PIC 9(2) VALUE 0.
           05  WS-LD-ENTRY OCCURS 20 TIMES.
               10  WS-LD-CODE             PIC X(10).
               10  WS-LD-GL-EXPENSE       PIC X(30).
               10  WS-LD-GL-FRINGE        PIC X(30).
               10  WS-LD-GROSS            PIC 9(7)V99.
               10  WS-LD-ER-TAX           PIC 9(6)V99.
               10  WS-LD-BENEFIT          PIC 9(6)V99.
       01  WS-LD-IDX                  PIC 9(2) VALUE 0.

      * Employees whose benefit expense already posted by charge code,
      * so the benefit contribution pass books only their payable.
       01  WS-DIST-EMP-TABLE.
           05  WS-DIST-EMP-COUNT      PIC 9(4) VALUE 0.
           05  WS-DIST-EMP-ID OCCURS 1000 TIMES PIC 9(5).
       01  WS-DIST-EMP-IDX            PIC 9(4) VALUE 0.
       01  WS-DIST-EMP-FOUND          PIC X(1) VALUE "N".

      * Each employee's benefit employer contributions, added up over
      * their plan rows, so a labor distribution is used only when
      * its benefit shares add back to what the contribution pass
      * would otherwise post.
       01  WS-BEN-TOTAL-TABLE.
           05  WS-BEN-TOTAL-COUNT     PIC 9(4) VALUE 0.
           05  WS-BEN-TOTAL-ENTRY OCCURS 1000 TIMES.
               10  WS-BEN-TOTAL-EMP-ID    PIC 9(5).
               10  WS-BEN-TOTAL-AMOUNT    PIC 9(7)V99.
       01  WS-BEN-TOTAL-IDX           PIC 9(4) VALUE 0.
       01  WS-BEN-TOTAL-FOUND         PIC X(1) VALUE "N".
       01  WS-EMP-BENEFIT-TOTAL       PIC 9(7)V99 VALUE 0.

       01  WS-TXN-FIELDS.
           05  WS-TXN-TYPE            PIC X(20).
           05  WS-TXN-SOURCE          PIC X(10).
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
           PERFORM 105-CHECK-RUN-SEQUENCE
           PERFORM 200-INIT-ROUTINE
           MOVE "PAYROLL" TO WS-BATCH-SOURCE
           PERFORM 300-EXPORT-PAYROLL-EXPENSE UNTIL WS-PAYROLL-EOF = "Y"
           PERFORM 370-EXPORT-BENEFIT-CONTRIB
               UNTIL WS-CONTRIB-EOF = "Y"
           PERFORM 395-EXPORT-PAY-ADJUSTMENTS
               UNTIL WS-ADJUST-EOF = "Y"
           MOVE WS-PAY-LINE-COUNT TO WS-BATCH-COUNT
           MOVE WS-PAY-DR-TOTAL   TO WS-BATCH-DR
           MOVE WS-PAY-CR-TOTAL   TO WS-BATCH-CR
               PERFORM 400-EXPORT-BILLED-REVENUE
                   UNTIL WS-OPENITEM-EOF = "Y"
               PERFORM 450-EXPORT-REFUNDS UNTIL WS-REFUND-EOF = "Y"
               PERFORM 480-EXPORT-BAD-DEBT UNTIL WS-BADDEBT-EOF = "Y"
               MOVE WS-REV-LINE-COUNT TO WS-BATCH-COUNT
               MOVE WS-REV-DR-TOTAL   TO WS-BATCH-DR
               MOVE WS-REV-CR-TOTAL   TO WS-BATCH-CR
           END-IF
           PERFORM 600-WRAP-UP
           PERFORM 640-STAMP-RUN-SEQUENCE
           PERFORM 650-LOG-RUN-STATISTICS
           STOP RUN.

      * The nightly stream is sequence-controlled: refuse to start
               DISPLAY "NO DEPT MASTER, POSTING TO 5000 ONLY"
           END-IF.

           PERFORM 210-LOAD-BENEFIT-TOTALS.
           OPEN INPUT ER-CONTRIB-FILE.
           IF WS-CONTRIB-STATUS NOT = "00"
               MOVE "Y" TO WS-CONTRIB-EOF
               END-READ
           END-IF.

      *    Adjustment lines are dated work for the nightly export, so
      *    a pay-group-scoped run leaves them on file for it.
           MOVE "Y" TO WS-ADJUST-EOF.
           IF WS-RUN-PAY-GROUP = SPACE
               OPEN INPUT PAY-ADJUST-FILE
               IF WS-ADJUST-STATUS = "00"
                   MOVE "Y" TO WS-ADJUST-AVAILABLE
                   MOVE "N" TO WS-ADJUST-EOF
                   READ PAY-ADJUST-FILE
                       AT END MOVE "Y" TO WS-ADJUST-EOF
                   END-READ
               END-IF
           END-IF.

      *    Labor distribution is optional; without it every employee's
      *    labor cost posts to the home department as before.
           OPEN INPUT LABOR-DIST-FILE.
           IF WS-LABOR-STATUS = "00"
               MOVE "N" TO WS-LABOR-EOF
               READ LABOR-DIST-FILE
                   AT END MOVE "Y" TO WS-LABOR-EOF
               END-READ
           END-IF.

           OPEN INPUT REFUND-FILE.
           IF WS-REFUND-STATUS NOT = "00"
               MOVE "Y" TO WS-REFUND-EOF
               END-READ
           END-IF.

           OPEN INPUT BAD-DEBT-FILE.
           IF WS-BADDEBT-STATUS NOT = "00"
               MOVE "Y" TO WS-BADDEBT-EOF
           ELSE
               READ BAD-DEBT-FILE
                   AT END MOVE "Y" TO WS-BADDEBT-EOF
               END-READ
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "35"
               DISPLAY "ERROR OPENING AUDIT-FILE: " WS-AUDIT-STATUS
           END-STRING.
           WRITE GL-CSV-LINE.

      * A pass over the contribution file ahead of the one that posts
      * it, which reopens the file from the top.
       210-LOAD-BENEFIT-TOTALS.
           OPEN INPUT ER-CONTRIB-FILE.
           IF WS-CONTRIB-STATUS = "00"
               READ ER-CONTRIB-FILE
                   AT END MOVE "Y" TO WS-CONTRIB-EOF
               END-READ
               PERFORM UNTIL WS-CONTRIB-EOF = "Y"
                   MOVE "N" TO WS-BEN-TOTAL-FOUND
                   PERFORM VARYING WS-BEN-TOTAL-IDX FROM 1 BY 1
                           UNTIL WS-BEN-TOTAL-IDX > WS-BEN-TOTAL-COUNT
                           OR WS-BEN-TOTAL-FOUND = "Y"
                       IF WS-BEN-TOTAL-EMP-ID(WS-BEN-TOTAL-IDX)
                               = EC-EMP-ID
                           MOVE "Y" TO WS-BEN-TOTAL-FOUND
                           ADD EC-AMOUNT
                               TO WS-BEN-TOTAL-AMOUNT(WS-BEN-TOTAL-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-BEN-TOTAL-FOUND = "N"
                       IF WS-BEN-TOTAL-COUNT = 1000
                           DISPLAY "ERROR: TOO MANY CONTRIBUTION ROWS"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BEN-TOTAL-COUNT
                       MOVE EC-EMP-ID
                           TO WS-BEN-TOTAL-EMP-ID(WS-BEN-TOTAL-COUNT)
                       MOVE EC-AMOUNT
                           TO WS-BEN-TOTAL-AMOUNT(WS-BEN-TOTAL-COUNT)
                   END-IF
                   READ ER-CONTRIB-FILE
                       AT END MOVE "Y" TO WS-CONTRIB-EOF
                   END-READ
               END-PERFORM
               CLOSE ER-CONTRIB-FILE
           END-IF.
           MOVE "N" TO WS-CONTRIB-EOF.

       300-EXPORT-PAYROLL-EXPENSE.
           IF EF-ACTIVE-FLAG = "Y"
                   AND (WS-RUN-PAY-GROUP = SPACE
                       OR (EF-GROUP-WEEKLY AND WS-RUN-PAY-GROUP = "W")
                       OR (EF-GROUP-SEMI AND WS-RUN-PAY-GROUP = "S"))
               PERFORM 302-LOAD-LABOR-DISTRIBUTION
               IF WS-LABOR-MATCHED = "Y"
                   PERFORM 306-WRITE-DISTRIBUTED-EXPENSE
                       VARYING WS-LD-IDX FROM 1 BY 1
                       UNTIL WS-LD-IDX > WS-LD-COUNT
               ELSE
                   PERFORM 310-WRITE-SALARY-EXPENSE-LINE
               END-IF
               PERFORM 320-WRITE-TAX-PAYABLE-LINE
               IF EF-DEDUCTIONS + EF-GARNISHMENT > 0
                   PERFORM 340-WRITE-DEDUCTIONS-PAYABLE-LINE
               END-IF
               IF EF-ER-FICA + EF-ER-FUTA + EF-ER-SUTA > 0
                   IF WS-LABOR-MATCHED = "N"
                       PERFORM 350-WRITE-EMPLOYER-TAX-EXPENSE-LINE
                   END-IF
                   PERFORM 360-WRITE-EMPLOYER-TAX-PAYABLE-LINE
               END-IF
               PERFORM 330-WRITE-NET-PAY-CASH-LINE
               AT END MOVE "Y" TO WS-PAYROLL-EOF
           END-READ.

      * LABORDST writes its rows in employee order, the order this
      * pass reads the master in, so the two files are walked
      * together. The rows are used only when their gross and
      * employer-tax shares add back exactly to what the master
      * carries and their benefit shares to the employee's rows in
      * the contribution file; rows left from before a payroll or
      * benefits rerun fall back to the home department rather than
      * post the benefit expense twice or not at all.
       302-LOAD-LABOR-DISTRIBUTION.
           MOVE "N" TO WS-LABOR-MATCHED.
           MOVE 0 TO WS-LD-COUNT.
           MOVE 0 TO WS-LABOR-GROSS WS-LABOR-ER-TAX WS-LABOR-BENEFIT.
           PERFORM UNTIL WS-LABOR-EOF = "Y" OR LD-EMP-ID >= EF-EMP-ID
               READ LABOR-DIST-FILE
                   AT END MOVE "Y" TO WS-LABOR-EOF
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-LABOR-EOF = "Y" OR LD-EMP-ID NOT = EF-EMP-ID
               IF WS-LD-COUNT = 20
                   DISPLAY "ERROR: TOO MANY LABOR ROWS FOR " EF-EMP-ID
                   STOP RUN
               END-IF
               ADD 1 TO WS-LD-COUNT
               MOVE LD-CHARGE-CODE     TO WS-LD-CODE(WS-LD-COUNT)
               MOVE LD-GL-EXPENSE-ACCT TO WS-LD-GL-EXPENSE(WS-LD-COUNT)
               MOVE LD-GL-FRINGE-ACCT  TO WS-LD-GL-FRINGE(WS-LD-COUNT)
               MOVE LD-GROSS           TO WS-LD-GROSS(WS-LD-COUNT)
               MOVE LD-ER-TAX          TO WS-LD-ER-TAX(WS-LD-COUNT)
               MOVE LD-BENEFIT         TO WS-LD-BENEFIT(WS-LD-COUNT)
               ADD LD-GROSS  TO WS-LABOR-GROSS
               ADD LD-ER-TAX TO WS-LABOR-ER-TAX
               ADD LD-BENEFIT TO WS-LABOR-BENEFIT
               READ LABOR-DIST-FILE
                   AT END MOVE "Y" TO WS-LABOR-EOF
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EMP-BENEFIT-TOTAL.
           PERFORM VARYING WS-BEN-TOTAL-IDX FROM 1 BY 1
                   UNTIL WS-BEN-TOTAL-IDX > WS-BEN-TOTAL-COUNT
               IF WS-BEN-TOTAL-EMP-ID(WS-BEN-TOTAL-IDX) = EF-EMP-ID
                   MOVE WS-BEN-TOTAL-AMOUNT(WS-BEN-TOTAL-IDX)
                       TO WS-EMP-BENEFIT-TOTAL
               END-IF
           END-PERFORM.
           IF WS-LD-COUNT > 0
               IF WS-LABOR-GROSS = EF-SALARY + EF-BONUS
                       AND WS-LABOR-ER-TAX =
                           EF-ER-FICA + EF-ER-FUTA + EF-ER-SUTA
                       AND WS-LABOR-BENEFIT = WS-EMP-BENEFIT-TOTAL
                   MOVE "Y" TO WS-LABOR-MATCHED
                   ADD 1 TO WS-LABOR-EMP-COUNT
                   IF WS-LABOR-BENEFIT > 0
                       PERFORM 304-NOTE-BENEFIT-DISTRIBUTED
                   END-IF
               ELSE
                   DISPLAY "LABOR DISTRIBUTION OUT OF DATE FOR "
                       EF-EMP-ID ", POSTED TO HOME DEPARTMENT"
               END-IF
           END-IF.

       304-NOTE-BENEFIT-DISTRIBUTED.
           IF WS-DIST-EMP-COUNT = 1000
               DISPLAY "ERROR: TOO MANY DISTRIBUTED EMPLOYEES"
               STOP RUN
           END-IF.
           ADD 1 TO WS-DIST-EMP-COUNT.
           MOVE EF-EMP-ID TO WS-DIST-EMP-ID(WS-DIST-EMP-COUNT).

      * One charge code's share of the employee's labor cost: gross
      * to the code's labor account, and the employer taxes and
      * benefit contributions to its fringe account, or to the usual
      * company-wide expense accounts when the code has none.
       306-WRITE-DISTRIBUTED-EXPENSE.
           MOVE "PAYROLL-EXPENSE"   TO WS-TXN-TYPE.
           MOVE "PAYROLL"           TO WS-TXN-SOURCE.
           MOVE EF-EMP-ID           TO WS-TXN-REF-ID.
           MOVE EF-EMP-NAME         TO WS-TXN-REF-NAME.
           MOVE "DR"                TO WS-TXN-DR-CR.
           MOVE WS-RUN-DATE         TO WS-TXN-DATE.
           IF WS-LD-GROSS(WS-LD-IDX) > 0
               MOVE WS-LD-GL-EXPENSE(WS-LD-IDX) TO WS-TXN-GL-ACCOUNT
               MOVE WS-LD-GROSS(WS-LD-IDX)      TO WS-TXN-AMOUNT
               MOVE SPACES TO WS-TXN-DESCRIPTION
               STRING "GROSS PAY EXPENSE " DELIMITED BY SIZE
                   WS-LD-CODE(WS-LD-IDX)   DELIMITED BY SPACE
                   INTO WS-TXN-DESCRIPTION
               END-STRING
               PERFORM 700-WRITE-GL-CSV-LINE
           END-IF.
           IF WS-LD-ER-TAX(WS-LD-IDX) > 0
               IF WS-LD-GL-FRINGE(WS-LD-IDX) = SPACES
                   MOVE "5100-EMPLOYER-TAX-EXPENSE"
                       TO WS-TXN-GL-ACCOUNT
               ELSE
                   MOVE WS-LD-GL-FRINGE(WS-LD-IDX) TO WS-TXN-GL-ACCOUNT
               END-IF
               MOVE WS-LD-ER-TAX(WS-LD-IDX) TO WS-TXN-AMOUNT
               MOVE SPACES TO WS-TXN-DESCRIPTION
               STRING "EMPLOYER PAYROLL TAX " DELIMITED BY SIZE
                   WS-LD-CODE(WS-LD-IDX)      DELIMITED BY SPACE
                   INTO WS-TXN-DESCRIPTION
               END-STRING
               PERFORM 700-WRITE-GL-CSV-LINE
           END-IF.
           IF WS-LD-BENEFIT(WS-LD-IDX) > 0
               IF WS-LD-GL-FRINGE(WS-LD-IDX) = SPACES
                   MOVE "5200-BENEFITS-EXPENSE" TO WS-TXN-GL-ACCOUNT
               ELSE
                   MOVE WS-LD-GL-FRINGE(WS-LD-IDX) TO WS-TXN-GL-ACCOUNT
               END-IF
               MOVE WS-LD-BENEFIT(WS-LD-IDX) TO WS-TXN-AMOUNT
               MOVE SPACES TO WS-TXN-DESCRIPTION
               STRING "EMPLOYER BENEFITS " DELIMITED BY SIZE
                   WS-LD-CODE(WS-LD-IDX)   DELIMITED BY SPACE
                   INTO WS-TXN-DESCRIPTION
               END-STRING
               PERFORM 700-WRITE-GL-CSV-LINE
           END-IF.

      * Each employee's gross expense posts to their department's own
      * cost-center account off the department master; 5000 remains
      * the catch-all for departments not yet on the master, and the
      * The employer's share of each benefit plan, as resolved by the
      * benefits run, posts as its own expense/payable pair inside
      * the payroll batch so the batch still self-balances.
      * An employee whose labor was distributed has had the benefit
      * expense posted with the charge-code shares already.
       370-EXPORT-BENEFIT-CONTRIB.
           MOVE "N" TO WS-DIST-EMP-FOUND.
           PERFORM VARYING WS-DIST-EMP-IDX FROM 1 BY 1
                   UNTIL WS-DIST-EMP-IDX > WS-DIST-EMP-COUNT
                   OR WS-DIST-EMP-FOUND = "Y"
               IF WS-DIST-EMP-ID(WS-DIST-EMP-IDX) = EC-EMP-ID
                   MOVE "Y" TO WS-DIST-EMP-FOUND
               END-IF
           END-PERFORM.
           IF WS-DIST-EMP-FOUND = "N"
               PERFORM 380-WRITE-BENEFIT-EXPENSE-LINE
           END-IF.
           PERFORM 390-WRITE-BENEFIT-PAYABLE-LINE.
           ADD 1 TO WS-CONTRIB-COUNT.
           READ ER-CONTRIB-FILE
           END-STRING.
           PERFORM 700-WRITE-GL-CSV-LINE.

      * Lines written after the fact against posted pay arrive fully
      * built, already paired debit against credit by the program
      * that wrote them.
       395-EXPORT-PAY-ADJUSTMENTS.
           MOVE "PAYROLL-ADJUSTMENT" TO WS-TXN-TYPE.
           MOVE "PAYROLL"           TO WS-TXN-SOURCE.
           MOVE GA-EMP-ID           TO WS-TXN-REF-ID.
           MOVE GA-EMP-NAME         TO WS-TXN-REF-NAME.
           MOVE GA-GL-ACCOUNT       TO WS-TXN-GL-ACCOUNT.
           MOVE GA-DR-CR            TO WS-TXN-DR-CR.
           MOVE GA-AMOUNT           TO WS-TXN-AMOUNT.
           MOVE GA-TXN-DATE         TO WS-TXN-DATE.
           MOVE GA-DESCRIPTION      TO WS-TXN-DESCRIPTION.
           PERFORM 700-WRITE-GL-CSV-LINE.
           ADD 1 TO WS-ADJUST-COUNT.
           READ PAY-ADJUST-FILE
               AT END MOVE "Y" TO WS-ADJUST-EOF
           END-READ.

      * On-account credits are parked cash, not billed revenue; they
      * carry no AR or revenue lines here.
       400-EXPORT-BILLED-REVENUE.
           MOVE "ON-ACCOUNT REFUND" TO WS-TXN-DESCRIPTION.
           PERFORM 700-WRITE-GL-CSV-LINE.

      * Bad debt written off leaves AR for expense; cash that comes in
      * afterwards from a written-off customer is a recovery, not a
      * receivable. Each row posts as a balanced pair inside the
      * billing batch.
       480-EXPORT-BAD-DEBT.
           IF WO-RECOVERY
               PERFORM 486-WRITE-RECOVERY-CASH-LINE
               PERFORM 488-WRITE-RECOVERY-INCOME-LINE
           ELSE
               PERFORM 482-WRITE-BAD-DEBT-EXPENSE-LINE
               PERFORM 484-WRITE-BAD-DEBT-AR-LINE
           END-IF.
           ADD 1 TO WS-BADDEBT-COUNT.
           READ BAD-DEBT-FILE
               AT END MOVE "Y" TO WS-BADDEBT-EOF
           END-READ.

       482-WRITE-BAD-DEBT-EXPENSE-LINE.
           MOVE "BILLED-REVENUE"    TO WS-TXN-TYPE.
           MOVE "CUSTBILL"          TO WS-TXN-SOURCE.
           MOVE WO-CUST-ID          TO WS-TXN-REF-ID.
           MOVE SPACES              TO WS-TXN-REF-NAME.
           MOVE "6500-BAD-DEBT-EXPENSE" TO WS-TXN-GL-ACCOUNT.
           MOVE "DR"                TO WS-TXN-DR-CR.
           MOVE WO-AMOUNT           TO WS-TXN-AMOUNT.
           MOVE WO-POST-DATE        TO WS-TXN-DATE.
           MOVE "BAD DEBT WRITE-OFF" TO WS-TXN-DESCRIPTION.
           PERFORM 700-WRITE-GL-CSV-LINE.

       484-WRITE-BAD-DEBT-AR-LINE.
           MOVE "BILLED-REVENUE"    TO WS-TXN-TYPE.
           MOVE "CUSTBILL"          TO WS-TXN-SOURCE.
           MOVE WO-CUST-ID          TO WS-TXN-REF-ID.
           MOVE SPACES              TO WS-TXN-REF-NAME.
           MOVE "1200-ACCOUNTS-RECEIVABLE" TO WS-TXN-GL-ACCOUNT.
           MOVE "CR"                TO WS-TXN-DR-CR.
           MOVE WO-AMOUNT           TO WS-TXN-AMOUNT.
           MOVE WO-POST-DATE        TO WS-TXN-DATE.
           MOVE "BAD DEBT WRITE-OFF" TO WS-TXN-DESCRIPTION.
           PERFORM 700-WRITE-GL-CSV-LINE.

       486-WRITE-RECOVERY-CASH-LINE.
           MOVE "BILLED-REVENUE"    TO WS-TXN-TYPE.
           MOVE "CUSTBILL"          TO WS-TXN-SOURCE.
           MOVE WO-CUST-ID          TO WS-TXN-REF-ID.
           MOVE SPACES              TO WS-TXN-REF-NAME.
           MOVE "1000-CASH"         TO WS-TXN-GL-ACCOUNT.
           MOVE "DR"                TO WS-TXN-DR-CR.
           MOVE WO-AMOUNT           TO WS-TXN-AMOUNT.
           MOVE WO-POST-DATE        TO WS-TXN-DATE.
           MOVE "BAD DEBT RECOVERY" TO WS-TXN-DESCRIPTION.
           PERFORM 700-WRITE-GL-CSV-LINE.

       488-WRITE-RECOVERY-INCOME-LINE.
           MOVE "BILLED-REVENUE"    TO WS-TXN-TYPE.
           MOVE "CUSTBILL"          TO WS-TXN-SOURCE.
           MOVE WO-CUST-ID          TO WS-TXN-REF-ID.
           MOVE SPACES              TO WS-TXN-REF-NAME.
           MOVE "4900-BAD-DEBT-RECOVERIES" TO WS-TXN-GL-ACCOUNT.
           MOVE "CR"                TO WS-TXN-DR-CR.
           MOVE WO-AMOUNT           TO WS-TXN-AMOUNT.
           MOVE WO-POST-DATE        TO WS-TXN-DATE.
           MOVE "BAD DEBT RECOVERY" TO WS-TXN-DESCRIPTION.
           PERFORM 700-WRITE-GL-CSV-LINE.

       500-EXPORT-HEADCOUNT-CHANGES.
           MOVE AUDIT-LINE TO AUDIT-RECORD.
           IF AU-FIELD-NAME = "ACTIVE-FLAG"
           IF WS-REFUND-STATUS = "00"
               CLOSE REFUND-FILE
           END-IF.
           IF WS-BADDEBT-STATUS = "00"
               CLOSE BAD-DEBT-FILE
           END-IF.
           IF WS-LABOR-STATUS = "00"
               CLOSE LABOR-DIST-FILE
           END-IF.
           IF WS-ADJUST-AVAILABLE = "Y"
               CLOSE PAY-ADJUST-FILE
           END-IF.
           CLOSE GL-EXPORT-FILE.
           MOVE "Y" TO WS-RUN-BALANCED.
           IF WS-PAY-DR-TOTAL NOT = WS-PAY-CR-TOTAL
           END-IF.
           IF WS-RUN-BALANCED = "Y"
               PERFORM 610-RELEASE-EXPORT
               PERFORM 615-CLEAR-PAY-ADJUSTMENTS
               DISPLAY "GL EXPORT COMPLETE"
           ELSE
               PERFORM 620-REJECT-EXPORT
           DISPLAY "REVENUE TRANSACTIONS FOR: " WS-REVENUE-COUNT
               " INVOICES".
           DISPLAY "HEADCOUNT CHANGES: " WS-HEADCOUNT-COUNT.
           DISPLAY "PAYROLL ADJUSTMENT LINES: " WS-ADJUST-COUNT.
           DISPLAY "EMPLOYEES BY CHARGE CODE: " WS-LABOR-EMP-COUNT.
           DISPLAY "BAD-DEBT ENTRIES: " WS-BADDEBT-COUNT.

       610-RELEASE-EXPORT.
           OPEN INPUT GL-EXPORT-FILE.
           CLOSE GL-EXPORT-FILE.
           CLOSE GL-RELEASE-FILE.

      * Released adjustment lines have posted and must not post again;
      * a rejected run keeps them for the corrected rerun.
       615-CLEAR-PAY-ADJUSTMENTS.
           IF WS-ADJUST-AVAILABLE = "Y"
               OPEN OUTPUT PAY-ADJUST-FILE
               CLOSE PAY-ADJUST-FILE
           END-IF.

       620-REJECT-EXPORT.
           OPEN INPUT GL-EXPORT-FILE.
           OPEN OUTPUT GL-REJECT-FILE.
               MOVE SPACES       TO WS-RS-PREDECESSOR
               CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA
           END-IF.

      * An export is measured by the debits it carried. The unscoped
      * run closes the nightly billing stream; a pay-group-scoped run
      * belongs to the payroll stream under its group. A batch held
      * back as out of balance counts its lines as rejected.
       650-LOG-RUN-STATISTICS.
           COMPUTE WS-SOURCE-COUNT = WS-PAYROLL-COUNT
               + WS-REVENUE-COUNT + WS-HEADCOUNT-COUNT.
           COMPUTE WS-GL-LINE-COUNT = WS-PAY-LINE-COUNT
               + WS-REV-LINE-COUNT + WS-HC-LINE-COUNT.
           MOVE "GLEXPORT"        TO WS-RT-PROGRAM.
           IF WS-RUN-PAY-GROUP = SPACE
               MOVE "B"           TO WS-RT-STREAM
           ELSE
               MOVE "P"           TO WS-RT-STREAM
           END-IF.
           MOVE WS-RUN-PAY-GROUP  TO WS-RT-RUN-GROUP.
           MOVE WS-SOURCE-COUNT   TO WS-RT-RECORDS-READ.
           IF WS-RUN-BALANCED = "Y"
               MOVE WS-GL-LINE-COUNT TO WS-RT-RECORDS-WRITTEN
               MOVE 0                TO WS-RT-RECORDS-REJECTED
           ELSE
               MOVE 0                TO WS-RT-RECORDS-WRITTEN
               MOVE WS-GL-LINE-COUNT TO WS-RT-RECORDS-REJECTED
           END-IF.
           COMPUTE WS-RT-AMOUNT-TOTAL =
               WS-PAY-DR-TOTAL + WS-REV-DR-TOTAL.
           MOVE "GL DEBITS"       TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
