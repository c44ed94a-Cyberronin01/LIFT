           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT DEDUCTION-CODE-FILE ASSIGN TO "deduction_codes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
           SELECT DEDUCTION-YTD-FILE ASSIGN TO "deduction_ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-KEY
               FILE STATUS IS WS-DY-STATUS.
      *    Only hours that passed the TSEDIT edit-and-approval run
      *    reach the pay calculation; the raw keyed file is TSEDIT's
      *    input, never this program's.
       FD  DEDUCTION-FILE.
           COPY "deductrec.cpy".

       FD  DEDUCTION-CODE-FILE.
           COPY "dedcoderec.cpy".

       FD  DEDUCTION-YTD-FILE.
           COPY "dedytdrec.cpy".

       FD  TIMESHEET-FILE.
           COPY "timesheetrec.cpy".

       01  WS-HIST-STATUS         PIC X(2) VALUE "00".
       01  WS-LB-STATUS           PIC X(2) VALUE "00".
       01  WS-GW-STATUS           PIC X(2) VALUE "00".
       01  WS-DC-STATUS           PIC X(2) VALUE "00".
       01  WS-DY-STATUS           PIC X(2) VALUE "00".
       01  WS-EOF                 PIC X(1) VALUE "N".
       01  WS-DED-EOF             PIC X(1) VALUE "N".
       01  WS-TS-EOF              PIC X(1) VALUE "N".
               10  WS-DED-REMIT       PIC X(60).
       01  WS-DED-IDX             PIC 9(3) VALUE 0.

      * Tax treatment and annual limits by deduction code, from the
      * deduction code master.
       01  WS-DC-TABLE.
           05  WS-DC-COUNT        PIC 9(2) VALUE 0.
           05  WS-DC-ENTRY OCCURS 30 TIMES.
               10  WS-DC-CODE         PIC X(3).
               10  WS-DC-TREATMENT    PIC X(1).
                   88  WS-DC-PRE-TAX      VALUE "B".
               10  WS-DC-ANNUAL-LIMIT PIC 9(6)V99.
               10  WS-DC-CATCHUP-LIMIT PIC 9(6)V99.
               10  WS-DC-CATCHUP-AGE  PIC 9(2).
       01  WS-DC-IDX              PIC 9(2) VALUE 0.
       01  WS-DC-EOF              PIC X(1) VALUE "N".
       01  WS-DC-FOUND            PIC X(1) VALUE "N".
       01  WS-DY-FOUND            PIC X(1) VALUE "N".
       01  WS-DED-LIMIT           PIC 9(7)V99 VALUE 0.
       01  WS-BIRTH-YEAR          PIC 9(4) VALUE 0.
       01  WS-AGE-AT-YEAR-END     PIC 9(3) VALUE 0.
       01  WS-PRETAX-DEDUCT       PIC 9(6)V99 VALUE 0.
       01  WS-401K-DEDUCT         PIC 9(6)V99 VALUE 0.

      * What each deduction code took from the employee being paid,
      * carried onto the pay history row. LOAD-DEDUCTIONS holds an
      * employee to as many codes as the history row has room for.
       01  WS-PAID-DED-TABLE.
           05  WS-PAID-DED-COUNT  PIC 9(2) VALUE 0.
           05  WS-PAID-DED-ENTRY OCCURS 10 TIMES.
               10  WS-PAID-DED-CODE   PIC X(3).
               10  WS-PAID-DED-AMOUNT PIC 9(6)V99.
       01  WS-PAID-DED-IDX        PIC 9(2) VALUE 0.
       01  WS-PAID-DED-FOUND      PIC X(1) VALUE "N".
       01  WS-EMP-DED-ROWS        PIC 9(3) VALUE 0.

       01  WS-TS-TABLE.
           05  WS-TS-COUNT        PIC 9(4) VALUE 0.
           05  WS-TS-ENTRY OCCURS 500 TIMES.
       01 WS-COUNTERS.
          05 WS-TOTAL-EMPLOYEES PIC 9(4) VALUE 0.
          05 WS-TOTAL-PAYROLL   PIC S9(8)V99 VALUE 0.
          05 WS-GROUP-EMPLOYEES PIC 9(7) VALUE 0.
          05 WS-UNPAID-EMPLOYEES PIC 9(7) VALUE 0.

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
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-SYSTEM.
           PERFORM PROCESS-EMPLOYEES UNTIL WS-EOF = "Y".
           PERFORM GENERATE-SUMMARY.
           CLOSE PAY-HISTORY-FILE.
           CLOSE LEAVE-BALANCE-FILE.
           CLOSE GARNISH-DETAIL-FILE.
           CLOSE DEDUCTION-YTD-FILE.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-SYSTEM.
           PERFORM FIND-CURRENT-PAY-PERIOD.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-DEDUCTIONS.
           PERFORM LOAD-DEDUCTION-CODES.
           PERFORM OPEN-DEDUCTION-YTD-FILE.
           PERFORM LOAD-TIMESHEETS.
           PERFORM OPEN-YTD-FILE.
           PERFORM OPEN-PAY-HISTORY-FILE.
                   MOVE DD-CASE-NUMBER TO WS-DED-CASE(WS-DED-COUNT)
                   MOVE DD-PAYEE-NAME TO WS-DED-PAYEE(WS-DED-COUNT)
                   MOVE DD-REMIT-TO TO WS-DED-REMIT(WS-DED-COUNT)
                   IF NOT DD-GARNISHMENT
                       PERFORM CHECK-EMPLOYEE-DEDUCTION-ROWS
                   END-IF
                   READ DEDUCTION-FILE
                       AT END MOVE "Y" TO WS-DED-EOF
                   END-READ
               CLOSE DEDUCTION-FILE
           END-IF.

      * The pay history row keeps each code's amount for the period,
      * so an employee cannot carry more deduction rows than it holds.
       CHECK-EMPLOYEE-DEDUCTION-ROWS.
           MOVE 0 TO WS-EMP-DED-ROWS.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-EMP-ID(WS-DED-IDX) = DD-EMP-ID
                       AND WS-DED-CODE(WS-DED-IDX) NOT = "GRN"
                   ADD 1 TO WS-EMP-DED-ROWS
               END-IF
           END-PERFORM.
           IF WS-EMP-DED-ROWS > 10
               DISPLAY "ERROR: TOO MANY DEDUCTIONS FOR " DD-EMP-ID
               STOP RUN
           END-IF.

      * Without the code master every deduction is taken after tax
      * and uncapped, which is how the run behaved before the master.
       LOAD-DEDUCTION-CODES.
           OPEN INPUT DEDUCTION-CODE-FILE.
           IF WS-DC-STATUS NOT = "00"
               DISPLAY "NO DEDUCTION CODE FILE, ALL DEDUCTIONS POST-TAX"
           ELSE
               READ DEDUCTION-CODE-FILE
                   AT END MOVE "Y" TO WS-DC-EOF
               END-READ
               PERFORM UNTIL WS-DC-EOF = "Y"
                   IF WS-DC-COUNT = 30
                       DISPLAY "ERROR: TOO MANY DEDUCTION CODES"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DC-COUNT
                   MOVE DC-CODE TO WS-DC-CODE(WS-DC-COUNT)
                   MOVE DC-TAX-TREATMENT
                       TO WS-DC-TREATMENT(WS-DC-COUNT)
                   MOVE DC-ANNUAL-LIMIT
                       TO WS-DC-ANNUAL-LIMIT(WS-DC-COUNT)
                   MOVE DC-CATCHUP-LIMIT
                       TO WS-DC-CATCHUP-LIMIT(WS-DC-COUNT)
                   MOVE DC-CATCHUP-AGE
                       TO WS-DC-CATCHUP-AGE(WS-DC-COUNT)
                   READ DEDUCTION-CODE-FILE
                       AT END MOVE "Y" TO WS-DC-EOF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-CODE-FILE
           END-IF.

       OPEN-DEDUCTION-YTD-FILE.
           OPEN I-O DEDUCTION-YTD-FILE.
           IF WS-DY-STATUS = "35"
               OPEN OUTPUT DEDUCTION-YTD-FILE
               CLOSE DEDUCTION-YTD-FILE
               OPEN I-O DEDUCTION-YTD-FILE
           END-IF.
           IF WS-DY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEDUCTION-YTD-FILE: " WS-DY-STATUS
               STOP RUN
           END-IF.

       LOAD-TIMESHEETS.
           OPEN INPUT TIMESHEET-FILE.
           IF WS-TS-STATUS NOT = "00"
           IF EF-ACTIVE-FLAG = "Y"
                   AND ((EF-GROUP-WEEKLY AND WS-RUN-PAY-GROUP = "W")
                       OR (EF-GROUP-SEMI AND WS-RUN-PAY-GROUP = "S"))
               ADD 1 TO WS-GROUP-EMPLOYEES
               MOVE EF-EMP-ID     TO WS-EMP-ID
               MOVE EF-EMP-NAME   TO WS-EMP-NAME
               MOVE EF-DEPARTMENT TO WS-DEPARTMENT
           MOVE "N"   TO EF-OVERDRAWN-FLAG.
           REWRITE EMPLOYEE-RECORD-F.

      * Deductions are worked out before withholding so the pre-tax
      * ones can come off the wages TAXMODULE taxes; garnishments
      * wait until the tax is known, since they are limited to a
      * share of pay after tax.
       PAY-EMPLOYEE.
           PERFORM CALCULATE-DEDUCTIONS.
           PERFORM CALCULATE-TAX.
           PERFORM CALCULATE-BONUS.
           PERFORM APPLY-GARNISHMENTS.
           PERFORM CALCULATE-NET-PAY.
           PERFORM CALCULATE-EMPLOYER-TAXES.

           MOVE WS-ER-SUTA        TO EF-ER-SUTA.
           REWRITE EMPLOYEE-RECORD-F.
           PERFORM UPDATE-YTD.
           PERFORM TALLY-LEAVE-TAKEN.
           PERFORM ACCRUE-LEAVE.
           PERFORM WRITE-PAY-HISTORY.

           ADD 1 TO WS-TOTAL-EMPLOYEES.
           ADD WS-NET-PAY TO WS-TOTAL-PAYROLL.
                   MOVE ZEROS TO YTD-GROSS YTD-TAX
                   MOVE ZEROS TO YTD-FED-TAX YTD-STATE-TAX
                   MOVE ZEROS TO YTD-BONUS YTD-NET-PAY
                   MOVE ZEROS TO YTD-PRETAX-DED YTD-401K-DED
                   MOVE WS-CURRENT-YEAR TO YTD-YEAR
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND
           ADD WS-STATE-TAX  TO YTD-STATE-TAX.
           ADD WS-BONUS      TO YTD-BONUS.
           ADD WS-NET-PAY    TO YTD-NET-PAY.
           ADD WS-PRETAX-DEDUCT TO YTD-PRETAX-DED.
           ADD WS-401K-DEDUCT   TO YTD-401K-DED.
           IF WS-YTD-FOUND = "Y"
               REWRITE YTD-RECORD
           ELSE
           MOVE WS-GARNISHMENT    TO PY-GARNISHMENT.
           MOVE WS-NET-PAY        TO PY-NET-PAY.
           MOVE WS-RUN-TIMESTAMP  TO PY-POSTED-TIMESTAMP.
           MOVE WS-PRETAX-DEDUCT  TO PY-PRETAX-DED.
           MOVE WS-401K-DEDUCT    TO PY-401K-DED.
           MOVE WS-ER-FICA        TO PY-ER-FICA.
           MOVE WS-ER-FUTA        TO PY-ER-FUTA.
           MOVE WS-ER-SUTA        TO PY-ER-SUTA.
           MOVE WS-VAC-ACCRUAL    TO PY-VAC-ACCRUED.
           MOVE WS-SICK-ACCRUE    TO PY-SICK-ACCRUED.
           MOVE WS-PERS-ACCRUE    TO PY-PERS-ACCRUED.
           MOVE WS-USED-VACATION  TO PY-VAC-TAKEN.
           MOVE WS-USED-SICK      TO PY-SICK-TAKEN.
           MOVE WS-USED-PERSONAL  TO PY-PERS-TAKEN.
           MOVE "N"               TO PY-REVERSED-FLAG.
           MOVE SPACES            TO PY-REVERSED-TIMESTAMP.
           MOVE WS-PAID-DED-COUNT TO PY-DED-CODE-COUNT.
           PERFORM VARYING WS-PAID-DED-IDX FROM 1 BY 1
                   UNTIL WS-PAID-DED-IDX > 10
               IF WS-PAID-DED-IDX > WS-PAID-DED-COUNT
                   MOVE SPACES TO PY-DED-CODE(WS-PAID-DED-IDX)
                   MOVE 0 TO PY-DED-CODE-AMOUNT(WS-PAID-DED-IDX)
               ELSE
                   MOVE WS-PAID-DED-CODE(WS-PAID-DED-IDX)
                       TO PY-DED-CODE(WS-PAID-DED-IDX)
                   MOVE WS-PAID-DED-AMOUNT(WS-PAID-DED-IDX)
                       TO PY-DED-CODE-AMOUNT(WS-PAID-DED-IDX)
               END-IF
           END-PERFORM.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD

      * Withholding comes from the TAXMODULE engine, which knows
      * filing status and per-state tax and writes the compliance
      * audit record for every calculation it performs. Pre-tax
      * deductions are passed so the engine taxes only the wages
      * left after them.
       CALCULATE-TAX.
           MOVE WS-EMP-ID        TO WS-TC-EMP-ID.
           MOVE WS-SALARY        TO WS-TC-GROSS-INCOME.
           MOVE WS-PRETAX-DEDUCT TO WS-TC-DEDUCTIONS.
           MOVE WS-FILING-STATUS TO WS-TC-FILING-STATUS.
           MOVE WS-STATE-CODE    TO WS-TC-STATE-CODE.
           MOVE 0                TO WS-TC-TAXABLE-INCOME.

       CALCULATE-DEDUCTIONS.
           MOVE 0 TO WS-DEDUCTIONS.
           MOVE 0 TO WS-PRETAX-DEDUCT.
           MOVE 0 TO WS-401K-DEDUCT.
           MOVE 0 TO WS-PAID-DED-COUNT.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-EMP-ID(WS-DED-IDX) = WS-EMP-ID
                       AND (WS-DED-STOP(WS-DED-IDX) = 0
                           OR WS-DED-STOP(WS-DED-IDX) >= WS-TODAY-DATE)
                   PERFORM COMPUTE-DEDUCTION-AMOUNT
                   PERFORM APPLY-DEDUCTION-CODE-RULES
                   ADD WS-DED-CALC TO WS-DEDUCTIONS
               END-IF
           END-PERFORM.

       COMPUTE-DEDUCTION-AMOUNT.
           IF WS-DED-METHOD(WS-DED-IDX) = "P"
               MOVE WS-DED-AMOUNT(WS-DED-IDX) TO WS-DED-CALC
           END-IF.

      * The code master decides whether the amount comes out before
      * tax and whether the code is capped for the year. A capped code
      * is held to what is left of the employee's annual limit - plus
      * the catch-up allowance for an employee who reaches the
      * catch-up age by year end - so the deduction stops in the
      * period the limit is reached. Every code's amount is posted to
      * the employee's year-to-date deduction record. Codes missing
      * from the master are taken after tax with no cap.
       APPLY-DEDUCTION-CODE-RULES.
           MOVE "N" TO WS-DC-FOUND.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
                   OR WS-DC-FOUND = "Y"
               IF WS-DC-CODE(WS-DC-IDX) = WS-DED-CODE(WS-DED-IDX)
                   MOVE "Y" TO WS-DC-FOUND
               END-IF
           END-PERFORM.
           IF WS-DC-FOUND = "Y"
               SUBTRACT 1 FROM WS-DC-IDX
           END-IF.
           PERFORM READ-DEDUCTION-YTD.
           IF WS-DC-FOUND = "Y"
               IF WS-DC-ANNUAL-LIMIT(WS-DC-IDX) > 0
                   PERFORM CAP-DEDUCTION-AT-LIMIT
               END-IF
               IF WS-DC-PRE-TAX(WS-DC-IDX)
                   ADD WS-DED-CALC TO WS-PRETAX-DEDUCT
               END-IF
           END-IF.
           IF WS-DED-CODE(WS-DED-IDX) = "401"
               ADD WS-DED-CALC TO WS-401K-DEDUCT
           END-IF.
           ADD WS-DED-CALC TO DY-YTD-AMOUNT.
           MOVE WS-CURRENT-PERIOD TO DY-LAST-PERIOD.
           IF WS-DY-FOUND = "Y"
               REWRITE DEDUCTION-YTD-RECORD
           ELSE
               WRITE DEDUCTION-YTD-RECORD
           END-IF.
           PERFORM NOTE-PAID-DEDUCTION.

      * Two rows under one code post to the one deduction_ytd record,
      * so they share one entry here too.
       NOTE-PAID-DEDUCTION.
           MOVE "N" TO WS-PAID-DED-FOUND.
           PERFORM VARYING WS-PAID-DED-IDX FROM 1 BY 1
                   UNTIL WS-PAID-DED-IDX > WS-PAID-DED-COUNT
                   OR WS-PAID-DED-FOUND = "Y"
               IF WS-PAID-DED-CODE(WS-PAID-DED-IDX) =
                       WS-DED-CODE(WS-DED-IDX)
                   MOVE "Y" TO WS-PAID-DED-FOUND
               END-IF
           END-PERFORM.
           IF WS-PAID-DED-FOUND = "Y"
               SUBTRACT 1 FROM WS-PAID-DED-IDX
           ELSE
               ADD 1 TO WS-PAID-DED-COUNT
               MOVE WS-PAID-DED-COUNT TO WS-PAID-DED-IDX
               MOVE WS-DED-CODE(WS-DED-IDX)
                   TO WS-PAID-DED-CODE(WS-PAID-DED-IDX)
               MOVE 0 TO WS-PAID-DED-AMOUNT(WS-PAID-DED-IDX)
           END-IF.
           ADD WS-DED-CALC TO WS-PAID-DED-AMOUNT(WS-PAID-DED-IDX).

      * A record left over from an earlier year is restarted at zero
      * in place, so it is rewritten rather than added.
       READ-DEDUCTION-YTD.
           MOVE WS-EMP-ID               TO DY-EMP-ID.
           MOVE WS-DED-CODE(WS-DED-IDX) TO DY-CODE.
           MOVE "N" TO WS-DY-FOUND.
           READ DEDUCTION-YTD-FILE
               INVALID KEY
                   MOVE 0 TO DY-YEAR
               NOT INVALID KEY
                   MOVE "Y" TO WS-DY-FOUND
           END-READ.
           IF DY-YEAR NOT = WS-CURRENT-YEAR
               MOVE WS-EMP-ID               TO DY-EMP-ID
               MOVE WS-DED-CODE(WS-DED-IDX) TO DY-CODE
               MOVE WS-CURRENT-YEAR TO DY-YEAR
               MOVE 0 TO DY-YTD-AMOUNT
               MOVE 0 TO DY-LAST-PERIOD
           END-IF.

      * Age for the catch-up test is the age reached by December 31
      * of the tax year, so only the birth year matters.
       CAP-DEDUCTION-AT-LIMIT.
           MOVE WS-DC-ANNUAL-LIMIT(WS-DC-IDX) TO WS-DED-LIMIT.
           IF WS-DC-CATCHUP-AGE(WS-DC-IDX) > 0
                   AND EF-BIRTH-DATE IS NUMERIC
                   AND EF-BIRTH-DATE > 0
               COMPUTE WS-BIRTH-YEAR = EF-BIRTH-DATE / 10000
               IF WS-BIRTH-YEAR < WS-CURRENT-YEAR
                   COMPUTE WS-AGE-AT-YEAR-END =
                       WS-CURRENT-YEAR - WS-BIRTH-YEAR
               ELSE
                   MOVE 0 TO WS-AGE-AT-YEAR-END
               END-IF
               IF WS-AGE-AT-YEAR-END >= WS-DC-CATCHUP-AGE(WS-DC-IDX)
                   ADD WS-DC-CATCHUP-LIMIT(WS-DC-IDX) TO WS-DED-LIMIT
               END-IF
           END-IF.
           IF DY-YTD-AMOUNT >= WS-DED-LIMIT
               MOVE 0 TO WS-DED-CALC
           ELSE
               IF DY-YTD-AMOUNT + WS-DED-CALC > WS-DED-LIMIT
                   COMPUTE WS-DED-CALC = WS-DED-LIMIT - DY-YTD-AMOUNT
               END-IF
           END-IF.

      * Court-ordered garnishments run in ascending priority order and
      * may not take more than the garnishable share of disposable pay
      * (gross less tax), so a stack of orders cannot drive the net
      * below the protected minimum.
       APPLY-GARNISHMENTS.
           MOVE 0 TO WS-GARNISHMENT.
           COMPUTE WS-DISPOSABLE-PAY = WS-SALARY - WS-TAX-AMOUNT.
           IF WS-DISPOSABLE-PAY < 0
               MOVE 0 TO WS-DISPOSABLE-PAY
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           WRITE REGISTER-LINE FROM WS-REG-GRAND-TOTAL.

      * A payroll run is measured by the net pay of its pay group;
      * an active employee of the group who could not be paid counts
      * as rejected.
       LOG-RUN-STATISTICS.
           COMPUTE WS-UNPAID-EMPLOYEES =
               WS-GROUP-EMPLOYEES - WS-TOTAL-EMPLOYEES.
           MOVE "PAYROLL"           TO WS-RT-PROGRAM.
           MOVE "P"                 TO WS-RT-STREAM.
           MOVE WS-RUN-PAY-GROUP    TO WS-RT-RUN-GROUP.
           MOVE WS-GROUP-EMPLOYEES  TO WS-RT-RECORDS-READ.
           MOVE WS-TOTAL-EMPLOYEES  TO WS-RT-RECORDS-WRITTEN.
           MOVE WS-UNPAID-EMPLOYEES TO WS-RT-RECORDS-REJECTED.
           MOVE WS-TOTAL-PAYROLL    TO WS-RT-AMOUNT-TOTAL.
           MOVE "NET PAY"           TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
