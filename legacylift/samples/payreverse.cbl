       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREVERSE.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-REQUEST-FILE
               ASSIGN TO "reversal_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EF-EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "dept_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT DEDUCTION-YTD-FILE ASSIGN TO "deduction_ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-KEY
               FILE STATUS IS WS-DY-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "leave_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT LABOR-DIST-HIST-FILE ASSIGN TO "labor_dist_hist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LH-STATUS.
           SELECT GARNISH-DETAIL-FILE ASSIGN TO "garnish_withheld.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GW-STATUS.
           SELECT PAY-ADJUST-FILE ASSIGN TO "pay_gl_adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT REVERSAL-REGISTER ASSIGN TO "reversal_register.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One row per paycheck to be backed out: the employee, the
      * posted period (regular or off-cycle) the payment belongs to,
      * why it is being reversed and who asked for it.
       FD  REVERSAL-REQUEST-FILE.
       01  REVERSAL-REQUEST-RECORD.
           05  RV-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2).
           05  RV-PERIOD-ID           PIC 9(6).
           05  FILLER                 PIC X(2).
           05  RV-REASON              PIC X(30).
           05  FILLER                 PIC X(2).
           05  RV-REQUESTED-BY        PIC X(20).

       FD  EMPLOYEE-FILE.
           COPY "emppayrec.cpy".

       FD  DEPT-MASTER.
           COPY "deptrec.cpy".

       FD  PAY-HISTORY-FILE.
           COPY "payhistrec.cpy".

       FD  YTD-FILE.
           COPY "ytdrec.cpy".

       FD  DEDUCTION-YTD-FILE.
           COPY "dedytdrec.cpy".

       FD  LEAVE-BALANCE-FILE.
           COPY "leavebalrec.cpy".

       FD  LABOR-DIST-HIST-FILE.
           COPY "labordisthistrec.cpy".

       FD  GARNISH-DETAIL-FILE.
           COPY "garnwithrec.cpy".

       FD  PAY-ADJUST-FILE.
           COPY "payadjrec.cpy".

       FD  REVERSAL-REGISTER.
       01  REGISTER-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS              PIC X(2) VALUE "00".
       01  WS-EMP-STATUS              PIC X(2) VALUE "00".
       01  WS-DEPT-STATUS             PIC X(2) VALUE "00".
       01  WS-HIST-STATUS             PIC X(2) VALUE "00".
       01  WS-YTD-STATUS              PIC X(2) VALUE "00".
       01  WS-DY-STATUS               PIC X(2) VALUE "00".
       01  WS-LEAVE-STATUS            PIC X(2) VALUE "00".
       01  WS-LH-STATUS               PIC X(2) VALUE "00".
       01  WS-GW-STATUS               PIC X(2) VALUE "00".
       01  WS-ADJUST-STATUS           PIC X(2) VALUE "00".
       01  WS-REG-STATUS              PIC X(2) VALUE "00".
       01  WS-EOF                     PIC X(1) VALUE "N".
       01  WS-GW-EOF                  PIC X(1) VALUE "N".
       01  WS-EMP-FOUND               PIC X(1) VALUE "N".
       01  WS-HIST-FOUND              PIC X(1) VALUE "N".
       01  WS-YTD-FOUND               PIC X(1) VALUE "N".
       01  WS-DY-FOUND                PIC X(1) VALUE "N".
       01  WS-LB-FOUND                PIC X(1) VALUE "N".
       01  WS-DEPT-AVAILABLE          PIC X(1) VALUE "N".
       01  WS-DY-AVAILABLE            PIC X(1) VALUE "N".
       01  WS-LEAVE-AVAILABLE         PIC X(1) VALUE "N".
       01  WS-LH-AVAILABLE            PIC X(1) VALUE "N".
       01  WS-LH-MATCHED              PIC X(1) VALUE "N".
       01  WS-GW-CHANGED              PIC X(1) VALUE "N".
       01  WS-SKIP-REASON             PIC X(34) VALUE SPACES.
       01  WS-REVERSED-COUNT          PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(4) VALUE 0.
       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-RUN-TIMESTAMP           PIC X(14) VALUE SPACES.
       01  WS-PERIOD-YEAR             PIC 9(4) VALUE 0.
       01  WS-EXPENSE-ACCOUNT         PIC X(30) VALUE SPACES.
       01  WS-TOTAL-TAX               PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-WITHHELD          PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-ER-TAX            PIC 9(7)V99 VALUE 0.
       01  WS-GROSS-EXPENSE           PIC 9(7)V99 VALUE 0.
       01  WS-GARN-REMOVED            PIC 9(7)V99 VALUE 0.
       01  WS-GARN-ROWS-REMOVED       PIC 9(3) VALUE 0.
       01  WS-REVERSED-NET-TOTAL      PIC S9(8)V99 VALUE 0.
       01  WS-PD-IDX                  PIC 9(2) VALUE 0.
       01  WS-DED-REVERSE-AMT         PIC 9(6)V99 VALUE 0.

      * The period's stored labor distribution, added back up so it
      * is used only when it agrees with the pay history row.
       01  WS-LH-IDX                  PIC 9(2) VALUE 0.
       01  WS-LH-GROSS                PIC 9(7)V99 VALUE 0.
       01  WS-LH-ER-TAX               PIC 9(7)V99 VALUE 0.
       01  WS-LH-BENEFIT              PIC 9(7)V99 VALUE 0.

      * The garnishment detail from the last payroll run, held so the
      * rows of a reversed paycheck can be dropped from the file
      * before GRNREMIT remits them.
       01  WS-GW-TABLE.
           05  WS-GW-COUNT            PIC 9(4) VALUE 0.
           05  WS-GW-ENTRY OCCURS 500 TIMES.
               10  WS-GW-ROW          PIC X(161).
               10  WS-GW-DROPPED      PIC X(1).
       01  WS-GW-IDX                  PIC 9(4) VALUE 0.

       01  WS-REG-SEPARATOR.
           05  FILLER                 PIC X(70) VALUE ALL "=".

       01  WS-REG-TITLE.
           05  FILLER                 PIC X(26) VALUE
               "PAYCHECK REVERSAL REGISTER".

       01  WS-REG-EMPLOYEE.
           05  FILLER                 PIC X(10) VALUE "EMPLOYEE: ".
           05  RG-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RG-EMP-NAME            PIC X(30).
           05  FILLER                 PIC X(10) VALUE "  PERIOD: ".
           05  RG-PERIOD-ID           PIC 9(6).

       01  WS-REG-REASON.
           05  FILLER                 PIC X(10) VALUE "REASON:   ".
           05  RG-REASON              PIC X(30).
           05  FILLER                 PIC X(10) VALUE "  BY:     ".
           05  RG-REQUESTED-BY        PIC X(20).

       01  WS-REG-AMOUNT-LINE.
           05  RG-CAPTION             PIC X(24).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RG-AMOUNT              PIC -$$$,$$9.99.

       01  WS-REG-LEAVE-LINE.
           05  FILLER                 PIC X(24) VALUE
               "LEAVE HOURS RESTORED    ".
           05  FILLER                 PIC X(5)  VALUE "VAC  ".
           05  RG-VAC-HOURS           PIC -ZZ9.99.
           05  FILLER                 PIC X(7)  VALUE "  SICK ".
           05  RG-SICK-HOURS          PIC -ZZ9.99.
           05  FILLER                 PIC X(7)  VALUE "  PERS ".
           05  RG-PERS-HOURS          PIC -ZZ9.99.

       01  WS-REG-NOTE-LINE.
           05  FILLER                 PIC X(10) VALUE "NOTE:     ".
           05  RG-NOTE                PIC X(60).

       01  WS-REG-SKIP-LINE.
           05  FILLER                 PIC X(14) VALUE "NOT REVERSED: ".
           05  RS-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RS-PERIOD-ID           PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RS-REASON              PIC X(34).

       01  WS-REG-SIGN-LINE.
           05  FILLER                 PIC X(50) VALUE
               "APPROVED BY: ______________________  DATE: _______".

       01  WS-REG-TOTAL-LINE.
           05  FILLER                 PIC X(20) VALUE
               "PAYCHECKS REVERSED: ".
           05  RT-COUNT               PIC ZZZ9.
           05  FILLER                 PIC X(16) VALUE
               "   NET REVERSED ".
           05  RT-NET                 PIC -$$$$,$$9.99.

      * Backs a posted paycheck out of everything it touched. The
      * pay history row is the source of truth: its figures come off
      * the YTD and deduction accumulators, the leave it accrued and
      * drew is put back, its garnishment rows are pulled from the
      * detail GRNREMIT remits from, and the mirror image of its GL
      * lines - taken from the period's stored labor distribution,
      * benefit contributions included - goes to the payroll
      * adjustment file for GLEXPORT. The
      * history row is then marked reversed, which is what stops the
      * same paycheck being reversed twice. Recovering the money
      * itself - a voided check or a returned deposit - stays with
      * CHECKPRT and the bank.
       PROCEDURE DIVISION.
       REVERSE-MAIN.
           PERFORM INITIALIZE-REVERSAL-RUN.
           PERFORM PROCESS-REQUESTS UNTIL WS-EOF = "Y".
           PERFORM FINISH-REVERSAL-RUN.
           STOP RUN.

       INITIALIZE-REVERSAL-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           OPEN INPUT REVERSAL-REQUEST-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "NO REVERSAL REQUESTS ON FILE"
               MOVE "Y" TO WS-EOF
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE-FILE: " WS-EMP-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STATUS = "00"
               MOVE "Y" TO WS-DEPT-AVAILABLE
           ELSE
               DISPLAY "NO DEPT MASTER, REVERSING TO 5000 ONLY"
           END-IF.
           OPEN I-O PAY-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-HISTORY-FILE: "
                   WS-HIST-STATUS
               STOP RUN
           END-IF.
           OPEN I-O YTD-FILE.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR OPENING YTD-FILE: " WS-YTD-STATUS
               STOP RUN
           END-IF.
           OPEN I-O DEDUCTION-YTD-FILE.
           IF WS-DY-STATUS = "00"
               MOVE "Y" TO WS-DY-AVAILABLE
           END-IF.
           OPEN I-O LEAVE-BALANCE-FILE.
           IF WS-LEAVE-STATUS = "00"
               MOVE "Y" TO WS-LEAVE-AVAILABLE
           ELSE
               DISPLAY "NO LEAVE BALANCE FILE, NO LEAVE RESTORED"
           END-IF.
           OPEN INPUT LABOR-DIST-HIST-FILE.
           IF WS-LH-STATUS = "00"
               MOVE "Y" TO WS-LH-AVAILABLE
           ELSE
               DISPLAY "NO LABOR HISTORY, REVERSING TO HOME DEPARTMENT"
           END-IF.
           PERFORM LOAD-GARNISH-DETAIL.
           OPEN EXTEND PAY-ADJUST-FILE.
           IF WS-ADJUST-STATUS = "05" OR WS-ADJUST-STATUS = "35"
               OPEN OUTPUT PAY-ADJUST-FILE
           END-IF.
           IF WS-ADJUST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-ADJUST-FILE: "
                   WS-ADJUST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REVERSAL-REGISTER.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REVERSAL-REGISTER: "
                   WS-REG-STATUS
               STOP RUN
           END-IF.
           WRITE REGISTER-LINE FROM WS-REG-TITLE.
           IF WS-EOF = "N"
               READ REVERSAL-REQUEST-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-IF.

       LOAD-GARNISH-DETAIL.
           OPEN INPUT GARNISH-DETAIL-FILE.
           IF WS-GW-STATUS NOT = "00"
               MOVE "Y" TO WS-GW-EOF
           ELSE
               READ GARNISH-DETAIL-FILE
                   AT END MOVE "Y" TO WS-GW-EOF
               END-READ
           END-IF.
           PERFORM UNTIL WS-GW-EOF = "Y"
               IF WS-GW-COUNT = 500
                   DISPLAY "ERROR: TOO MANY GARNISHMENT ROWS"
                   STOP RUN
               END-IF
               ADD 1 TO WS-GW-COUNT
               MOVE GARNISH-WITHHELD-RECORD TO WS-GW-ROW(WS-GW-COUNT)
               MOVE "N" TO WS-GW-DROPPED(WS-GW-COUNT)
               READ GARNISH-DETAIL-FILE
                   AT END MOVE "Y" TO WS-GW-EOF
               END-READ
           END-PERFORM.
           IF WS-GW-STATUS = "00" OR WS-GW-STATUS = "10"
               CLOSE GARNISH-DETAIL-FILE
           END-IF.

       PROCESS-REQUESTS.
           MOVE SPACES TO WS-SKIP-REASON.
           PERFORM READ-HISTORY-AND-YTD.
           IF WS-SKIP-REASON = SPACES
               PERFORM REVERSE-ONE-PAYMENT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM WRITE-SKIPPED-LINE
           END-IF.
           READ REVERSAL-REQUEST-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

      * Every check is made before anything is changed, so a request
      * that cannot be reversed cleanly leaves all the files alone.
      * YTD amounts are unsigned; a payment bigger than what the YTD
      * record holds means the two files disagree and a person has
      * to look before anything is backed out.
       READ-HISTORY-AND-YTD.
           MOVE RV-EMP-ID    TO PY-EMP-ID.
           MOVE RV-PERIOD-ID TO PY-PERIOD-ID.
           MOVE "N" TO WS-HIST-FOUND.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-FOUND
           END-READ.
           MOVE RV-EMP-ID TO YTD-EMP-ID.
           MOVE "N" TO WS-YTD-FOUND.
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND
           END-READ.
           COMPUTE WS-PERIOD-YEAR = RV-PERIOD-ID / 100.
           EVALUATE TRUE
               WHEN WS-HIST-FOUND = "N"
                   MOVE "NO PAY HISTORY FOR PERIOD"
                       TO WS-SKIP-REASON
               WHEN PY-REVERSED
                   MOVE "ALREADY REVERSED" TO WS-SKIP-REASON
               WHEN WS-YTD-FOUND = "N"
                   MOVE "NO YTD RECORD" TO WS-SKIP-REASON
               WHEN YTD-YEAR NOT = WS-PERIOD-YEAR
                   MOVE "PERIOD NOT IN CURRENT YTD YEAR"
                       TO WS-SKIP-REASON
               WHEN YTD-GROSS < PY-GROSS
                       OR YTD-BONUS < PY-BONUS
                       OR YTD-FED-TAX < PY-FED-TAX
                       OR YTD-STATE-TAX < PY-STATE-TAX
                       OR YTD-PRETAX-DED < PY-PRETAX-DED
                       OR YTD-401K-DED < PY-401K-DED
                   MOVE "YTD LESS THAN PAYMENT - CHECK"
                       TO WS-SKIP-REASON
           END-EVALUATE.

       REVERSE-ONE-PAYMENT.
           PERFORM REVERSE-YTD.
           PERFORM REVERSE-DEDUCTION-ACCUMULATORS.
           PERFORM RESTORE-LEAVE.
           PERFORM DROP-GARNISH-ROWS.
           PERFORM WRITE-REVERSING-GL-LINES.
           MOVE "Y"              TO PY-REVERSED-FLAG.
           MOVE WS-RUN-TIMESTAMP TO PY-REVERSED-TIMESTAMP.
           REWRITE PAY-HISTORY-RECORD.
           ADD 1 TO WS-REVERSED-COUNT.
           ADD PY-NET-PAY TO WS-REVERSED-NET-TOTAL.
           PERFORM WRITE-REVERSAL-ENTRY.

       REVERSE-YTD.
           COMPUTE WS-TOTAL-TAX = PY-FED-TAX + PY-STATE-TAX.
           SUBTRACT PY-GROSS      FROM YTD-GROSS.
           SUBTRACT PY-BONUS      FROM YTD-BONUS.
           SUBTRACT PY-FED-TAX    FROM YTD-FED-TAX.
           SUBTRACT PY-STATE-TAX  FROM YTD-STATE-TAX.
           IF YTD-TAX < WS-TOTAL-TAX
               MOVE 0 TO YTD-TAX
           ELSE
               SUBTRACT WS-TOTAL-TAX FROM YTD-TAX
           END-IF.
           SUBTRACT PY-NET-PAY    FROM YTD-NET-PAY.
           SUBTRACT PY-PRETAX-DED FROM YTD-PRETAX-DED.
           SUBTRACT PY-401K-DED   FROM YTD-401K-DED.
           REWRITE YTD-RECORD.

      * PAYROLL reads these accumulators to stop a capped deduction
      * at its annual limit, so every code the paycheck took has to
      * come back off or the employee is capped early. A history row
      * written before the per-code amounts were kept carries only
      * the 401(k) figure, and that is what is reversed for it.
       REVERSE-DEDUCTION-ACCUMULATORS.
           IF WS-DY-AVAILABLE = "Y"
               IF PY-DED-CODE-COUNT IS NUMERIC
                       AND PY-DED-CODE-COUNT > 0
                   PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                           UNTIL WS-PD-IDX > PY-DED-CODE-COUNT
                       MOVE PY-DED-CODE(WS-PD-IDX) TO DY-CODE
                       MOVE PY-DED-CODE-AMOUNT(WS-PD-IDX)
                           TO WS-DED-REVERSE-AMT
                       PERFORM REVERSE-ONE-DEDUCTION-CODE
                   END-PERFORM
               ELSE
                   MOVE "401"       TO DY-CODE
                   MOVE PY-401K-DED TO WS-DED-REVERSE-AMT
                   PERFORM REVERSE-ONE-DEDUCTION-CODE
               END-IF
           END-IF.

       REVERSE-ONE-DEDUCTION-CODE.
           IF WS-DED-REVERSE-AMT > 0
               MOVE RV-EMP-ID TO DY-EMP-ID
               MOVE "N" TO WS-DY-FOUND
               READ DEDUCTION-YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DY-FOUND
               END-READ
               IF WS-DY-FOUND = "Y" AND DY-YEAR = WS-PERIOD-YEAR
                   IF DY-YTD-AMOUNT < WS-DED-REVERSE-AMT
                       MOVE 0 TO DY-YTD-AMOUNT
                   ELSE
                       SUBTRACT WS-DED-REVERSE-AMT FROM DY-YTD-AMOUNT
                   END-IF
                   REWRITE DEDUCTION-YTD-RECORD
               END-IF
           END-IF.

      * The period's accrual comes back off and the hours it drew
      * down go back on.
       RESTORE-LEAVE.
           IF WS-LEAVE-AVAILABLE = "Y"
               MOVE RV-EMP-ID TO LB-EMP-ID
               MOVE "N" TO WS-LB-FOUND
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LB-FOUND
               END-READ
               IF WS-LB-FOUND = "Y"
                   SUBTRACT PY-VAC-ACCRUED  FROM LB-VACATION-BAL
                   SUBTRACT PY-SICK-ACCRUED FROM LB-SICK-BAL
                   SUBTRACT PY-PERS-ACCRUED FROM LB-PERSONAL-BAL
                   ADD PY-VAC-TAKEN  TO LB-VACATION-BAL
                   ADD PY-SICK-TAKEN TO LB-SICK-BAL
                   ADD PY-PERS-TAKEN TO LB-PERSONAL-BAL
                   REWRITE LEAVE-BALANCE-RECORD
               END-IF
           END-IF.

      * Only the latest payroll run's garnishment detail is on file.
      * A reversed paycheck from an earlier run has already been
      * remitted, and the register says so for the agency recovery.
       DROP-GARNISH-ROWS.
           MOVE 0 TO WS-GARN-REMOVED.
           MOVE 0 TO WS-GARN-ROWS-REMOVED.
           PERFORM VARYING WS-GW-IDX FROM 1 BY 1
                   UNTIL WS-GW-IDX > WS-GW-COUNT
               MOVE WS-GW-ROW(WS-GW-IDX) TO GARNISH-WITHHELD-RECORD
               IF GW-EMP-ID = RV-EMP-ID
                       AND GW-PERIOD-ID = RV-PERIOD-ID
                       AND WS-GW-DROPPED(WS-GW-IDX) = "N"
                   MOVE "Y" TO WS-GW-DROPPED(WS-GW-IDX)
                   MOVE "Y" TO WS-GW-CHANGED
                   ADD GW-AMOUNT TO WS-GARN-REMOVED
                   ADD 1 TO WS-GARN-ROWS-REMOVED
               END-IF
           END-PERFORM.

      * The original paycheck debited gross expense and credited the
      * withholding, deductions and cash; the reversal is the same
      * lines with the sides swapped. Where LABORDST kept the
      * period's distribution, and it still adds back to the pay
      * history row, the expense comes back off each charge code's
      * accounts as GLEXPORT posted it, the benefit employer
      * contributions with it. Otherwise it comes off the home
      * department account and 5100, as GLEXPORT posts an
      * undistributed employee, and the register notes that the
      * benefit cost was left alone.
       WRITE-REVERSING-GL-LINES.
           COMPUTE WS-GROSS-EXPENSE = PY-GROSS + PY-BONUS.
           COMPUTE WS-TOTAL-WITHHELD = PY-DEDUCTIONS + PY-GARNISHMENT.
           COMPUTE WS-TOTAL-ER-TAX =
               PY-ER-FICA + PY-ER-FUTA + PY-ER-SUTA.
           PERFORM LOAD-STORED-DISTRIBUTION.
           IF WS-LH-MATCHED = "Y"
               PERFORM WRITE-DISTRIBUTED-REVERSAL
                   VARYING WS-LH-IDX FROM 1 BY 1
                   UNTIL WS-LH-IDX > LH-ROW-COUNT
           ELSE
               PERFORM RESOLVE-EXPENSE-ACCOUNT
               MOVE WS-EXPENSE-ACCOUNT TO GA-GL-ACCOUNT
               MOVE "CR"               TO GA-DR-CR
               MOVE WS-GROSS-EXPENSE   TO GA-AMOUNT
               MOVE "REVERSED GROSS PAY EXPENSE" TO GA-DESCRIPTION
               PERFORM WRITE-ADJUST-LINE
               IF WS-TOTAL-ER-TAX > 0
                   MOVE "5100-EMPLOYER-TAX-EXPENSE" TO GA-GL-ACCOUNT
                   MOVE "CR"              TO GA-DR-CR
                   MOVE WS-TOTAL-ER-TAX   TO GA-AMOUNT
                   MOVE "REVERSED EMPLOYER PAYROLL TAX"
                       TO GA-DESCRIPTION
                   PERFORM WRITE-ADJUST-LINE
               END-IF
           END-IF.
           MOVE "2100-TAX-WITHHOLDING-PAYABLE" TO GA-GL-ACCOUNT.
           MOVE "DR"               TO GA-DR-CR.
           MOVE WS-TOTAL-TAX       TO GA-AMOUNT.
           MOVE "REVERSED TAX WITHHELD" TO GA-DESCRIPTION.
           PERFORM WRITE-ADJUST-LINE.
           IF WS-TOTAL-WITHHELD > 0
               MOVE "2200-DEDUCTIONS-PAYABLE" TO GA-GL-ACCOUNT
               MOVE "DR"              TO GA-DR-CR
               MOVE WS-TOTAL-WITHHELD TO GA-AMOUNT
               MOVE "REVERSED DEDUCTIONS WITHHELD" TO GA-DESCRIPTION
               PERFORM WRITE-ADJUST-LINE
           END-IF.
           IF WS-TOTAL-ER-TAX > 0
               MOVE "2300-EMPLOYER-TAX-PAYABLE" TO GA-GL-ACCOUNT
               MOVE "DR"              TO GA-DR-CR
               MOVE WS-TOTAL-ER-TAX   TO GA-AMOUNT
               MOVE "REVERSED EMPLOYER PAYROLL TAX" TO GA-DESCRIPTION
               PERFORM WRITE-ADJUST-LINE
           END-IF.
           IF WS-LH-BENEFIT > 0
               MOVE "2400-BENEFITS-PAYABLE" TO GA-GL-ACCOUNT
               MOVE "DR"              TO GA-DR-CR
               MOVE WS-LH-BENEFIT     TO GA-AMOUNT
               MOVE "REVERSED EMPLOYER BENEFITS" TO GA-DESCRIPTION
               PERFORM WRITE-ADJUST-LINE
           END-IF.
           MOVE "1000-CASH"        TO GA-GL-ACCOUNT.
           IF PY-NET-PAY < 0
               MOVE "CR"           TO GA-DR-CR
               COMPUTE GA-AMOUNT = PY-NET-PAY * -1
           ELSE
               MOVE "DR"           TO GA-DR-CR
               MOVE PY-NET-PAY     TO GA-AMOUNT
           END-IF.
           MOVE "REVERSED NET PAY" TO GA-DESCRIPTION.
           PERFORM WRITE-ADJUST-LINE.

      * Rows left from before a payroll rerun no longer add back to
      * what was paid and are not used.
       LOAD-STORED-DISTRIBUTION.
           MOVE "N" TO WS-LH-MATCHED.
           MOVE 0 TO WS-LH-GROSS WS-LH-ER-TAX WS-LH-BENEFIT.
           IF WS-LH-AVAILABLE = "Y"
               MOVE RV-EMP-ID    TO LH-EMP-ID
               MOVE RV-PERIOD-ID TO LH-PERIOD-ID
               READ LABOR-DIST-HIST-FILE
                   INVALID KEY
                       MOVE 0 TO LH-ROW-COUNT
               END-READ
               PERFORM VARYING WS-LH-IDX FROM 1 BY 1
                       UNTIL WS-LH-IDX > LH-ROW-COUNT
                   ADD LH-GROSS(WS-LH-IDX)   TO WS-LH-GROSS
                   ADD LH-ER-TAX(WS-LH-IDX)  TO WS-LH-ER-TAX
                   ADD LH-BENEFIT(WS-LH-IDX) TO WS-LH-BENEFIT
               END-PERFORM
               IF LH-ROW-COUNT > 0
                       AND WS-LH-GROSS = WS-GROSS-EXPENSE
                       AND WS-LH-ER-TAX = WS-TOTAL-ER-TAX
                   MOVE "Y" TO WS-LH-MATCHED
               END-IF
           END-IF.
           IF WS-LH-MATCHED = "N"
               MOVE 0 TO WS-LH-BENEFIT
           END-IF.

      * One charge code's share, credited back to the accounts
      * GLEXPORT debited for it.
       WRITE-DISTRIBUTED-REVERSAL.
           IF LH-GROSS(WS-LH-IDX) > 0
               MOVE LH-GL-EXPENSE-ACCT(WS-LH-IDX) TO GA-GL-ACCOUNT
               MOVE "CR"                TO GA-DR-CR
               MOVE LH-GROSS(WS-LH-IDX) TO GA-AMOUNT
               MOVE SPACES TO GA-DESCRIPTION
               STRING "REVERSED GROSS PAY EXPENSE " DELIMITED BY SIZE
                   LH-CHARGE-CODE(WS-LH-IDX) DELIMITED BY SPACE
                   INTO GA-DESCRIPTION
               END-STRING
               PERFORM WRITE-ADJUST-LINE
           END-IF.
           IF LH-ER-TAX(WS-LH-IDX) > 0
               IF LH-GL-FRINGE-ACCT(WS-LH-IDX) = SPACES
                   MOVE "5100-EMPLOYER-TAX-EXPENSE" TO GA-GL-ACCOUNT
               ELSE
                   MOVE LH-GL-FRINGE-ACCT(WS-LH-IDX) TO GA-GL-ACCOUNT
               END-IF
               MOVE "CR"                 TO GA-DR-CR
               MOVE LH-ER-TAX(WS-LH-IDX) TO GA-AMOUNT
               MOVE SPACES TO GA-DESCRIPTION
               STRING "REVERSED EMPLOYER TAX " DELIMITED BY SIZE
                   LH-CHARGE-CODE(WS-LH-IDX) DELIMITED BY SPACE
                   INTO GA-DESCRIPTION
               END-STRING
               PERFORM WRITE-ADJUST-LINE
           END-IF.
           IF LH-BENEFIT(WS-LH-IDX) > 0
               IF LH-GL-FRINGE-ACCT(WS-LH-IDX) = SPACES
                   MOVE "5200-BENEFITS-EXPENSE" TO GA-GL-ACCOUNT
               ELSE
                   MOVE LH-GL-FRINGE-ACCT(WS-LH-IDX) TO GA-GL-ACCOUNT
               END-IF
               MOVE "CR"                  TO GA-DR-CR
               MOVE LH-BENEFIT(WS-LH-IDX) TO GA-AMOUNT
               MOVE SPACES TO GA-DESCRIPTION
               STRING "REVERSED EMPLOYER BENEFITS " DELIMITED BY SIZE
                   LH-CHARGE-CODE(WS-LH-IDX) DELIMITED BY SPACE
                   INTO GA-DESCRIPTION
               END-STRING
               PERFORM WRITE-ADJUST-LINE
           END-IF.

       RESOLVE-EXPENSE-ACCOUNT.
           MOVE "5000-SALARY-EXPENSE" TO WS-EXPENSE-ACCOUNT.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE RV-EMP-ID TO EF-EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.
           IF WS-EMP-FOUND = "Y" AND WS-DEPT-AVAILABLE = "Y"
               MOVE EF-DEPARTMENT TO DP-DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-GL-EXPENSE-ACCT NOT = SPACES
                           MOVE DP-GL-EXPENSE-ACCT
                               TO WS-EXPENSE-ACCOUNT
                       END-IF
               END-READ
           END-IF.

       WRITE-ADJUST-LINE.
           MOVE RV-EMP-ID   TO GA-EMP-ID.
           MOVE PY-EMP-NAME TO GA-EMP-NAME.
           MOVE WS-RUN-DATE TO GA-TXN-DATE.
           WRITE PAY-GL-ADJUST-RECORD.

       WRITE-REVERSAL-ENTRY.
           WRITE REGISTER-LINE FROM WS-REG-SEPARATOR.
           MOVE RV-EMP-ID       TO RG-EMP-ID.
           MOVE PY-EMP-NAME     TO RG-EMP-NAME.
           MOVE RV-PERIOD-ID    TO RG-PERIOD-ID.
           WRITE REGISTER-LINE FROM WS-REG-EMPLOYEE.
           MOVE RV-REASON       TO RG-REASON.
           MOVE RV-REQUESTED-BY TO RG-REQUESTED-BY.
           WRITE REGISTER-LINE FROM WS-REG-REASON.
           MOVE "GROSS REVERSED"      TO RG-CAPTION.
           MOVE PY-GROSS              TO RG-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
           MOVE "BONUS REVERSED"      TO RG-CAPTION.
           MOVE PY-BONUS              TO RG-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
           MOVE "FEDERAL TAX REVERSED" TO RG-CAPTION.
           MOVE PY-FED-TAX            TO RG-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
           MOVE "STATE TAX REVERSED"  TO RG-CAPTION.
           MOVE PY-STATE-TAX          TO RG-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
           MOVE "DEDUCTIONS REVERSED" TO RG-CAPTION.
           MOVE PY-DEDUCTIONS         TO RG-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
           MOVE "GARNISHMENT REVERSED" TO RG-CAPTION.
           MOVE PY-GARNISHMENT        TO RG-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
           MOVE "NET PAY REVERSED"    TO RG-CAPTION.
           MOVE PY-NET-PAY            TO RG-AMOUNT.
           WRITE REGISTER-LINE FROM WS-REG-AMOUNT-LINE.
           IF WS-LEAVE-AVAILABLE = "Y" AND WS-LB-FOUND = "Y"
               COMPUTE RG-VAC-HOURS  = PY-VAC-TAKEN - PY-VAC-ACCRUED
               COMPUTE RG-SICK-HOURS = PY-SICK-TAKEN - PY-SICK-ACCRUED
               COMPUTE RG-PERS-HOURS = PY-PERS-TAKEN - PY-PERS-ACCRUED
               WRITE REGISTER-LINE FROM WS-REG-LEAVE-LINE
           END-IF.
           IF WS-LH-BENEFIT > 0
               MOVE "EMPLOYER BENEFITS REVERSED" TO RG-CAPTION
               MOVE WS-LH-BENEFIT     TO RG-AMOUNT
               WRITE REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           END-IF.
           IF WS-GARN-ROWS-REMOVED > 0
               MOVE "GARNISHMENT NOT REMITTED" TO RG-CAPTION
               MOVE WS-GARN-REMOVED   TO RG-AMOUNT
               WRITE REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           END-IF.
           IF PY-GARNISHMENT > WS-GARN-REMOVED
               MOVE
                   "GARNISHMENT ALREADY REMITTED - RECOVER FROM AGENCY"
                   TO RG-NOTE
               WRITE REGISTER-LINE FROM WS-REG-NOTE-LINE
           END-IF.
           IF WS-LH-MATCHED = "N"
               MOVE
                   "NO LABOR HISTORY - ANY BENEFIT COST LEFT BOOKED"
                   TO RG-NOTE
               WRITE REGISTER-LINE FROM WS-REG-NOTE-LINE
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM WS-REG-SIGN-LINE.

       WRITE-SKIPPED-LINE.
           MOVE RV-EMP-ID      TO RS-EMP-ID.
           MOVE RV-PERIOD-ID   TO RS-PERIOD-ID.
           MOVE WS-SKIP-REASON TO RS-REASON.
           WRITE REGISTER-LINE FROM WS-REG-SKIP-LINE.

      * The garnishment detail is written back without the dropped
      * rows only when a reversal actually removed any.
       REWRITE-GARNISH-DETAIL.
           OPEN OUTPUT GARNISH-DETAIL-FILE.
           IF WS-GW-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GARNISH-DETAIL-FILE: "
                   WS-GW-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-GW-IDX FROM 1 BY 1
                   UNTIL WS-GW-IDX > WS-GW-COUNT
               IF WS-GW-DROPPED(WS-GW-IDX) = "N"
                   MOVE WS-GW-ROW(WS-GW-IDX)
                       TO GARNISH-WITHHELD-RECORD
                   WRITE GARNISH-WITHHELD-RECORD
               END-IF
           END-PERFORM.
           CLOSE GARNISH-DETAIL-FILE.

       FINISH-REVERSAL-RUN.
           IF WS-GW-CHANGED = "Y"
               PERFORM REWRITE-GARNISH-DETAIL
           END-IF.
           WRITE REGISTER-LINE FROM WS-REG-SEPARATOR.
           MOVE WS-REVERSED-COUNT     TO RT-COUNT.
           MOVE WS-REVERSED-NET-TOTAL TO RT-NET.
           WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           DISPLAY "PAYCHECKS REVERSED:        " WS-REVERSED-COUNT.
           DISPLAY "REQUESTS SKIPPED:          " WS-SKIPPED-COUNT.
           CLOSE REVERSAL-REQUEST-FILE.
           CLOSE EMPLOYEE-FILE.
           IF WS-DEPT-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           END-IF.
           CLOSE PAY-HISTORY-FILE.
           CLOSE YTD-FILE.
           IF WS-DY-AVAILABLE = "Y"
               CLOSE DEDUCTION-YTD-FILE
           END-IF.
           IF WS-LEAVE-AVAILABLE = "Y"
               CLOSE LEAVE-BALANCE-FILE
           END-IF.
           IF WS-LH-AVAILABLE = "Y"
               CLOSE LABOR-DIST-HIST-FILE
           END-IF.
           CLOSE PAY-ADJUST-FILE.
           CLOSE REVERSAL-REGISTER.
