       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCYCLE.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFCYCLE-REQUEST-FILE
               ASSIGN TO "offcycle_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runcontrol.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-PERIOD-ID
               FILE STATUS IS WS-RC-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EF-EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "dept_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT PAY-ADJUST-FILE ASSIGN TO "pay_gl_adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT OFFCYCLE-PAY-FILE ASSIGN TO "offcycle_pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT OFFCYCLE-REGISTER ASSIGN TO "offcycle_register.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * BON is a discretionary bonus, COM a commission payout and COR
      * a correction for pay missed on a regular run. The approver is
      * carried through to the register as the audit of who signed
      * off on the payment.
       FD  OFFCYCLE-REQUEST-FILE.
       01  OFFCYCLE-REQUEST-RECORD.
           05  OR-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2).
           05  OR-AMOUNT              PIC 9(6)V99.
           05  FILLER                 PIC X(2).
           05  OR-EARN-TYPE           PIC X(3).
               88  OR-BONUS             VALUE "BON".
               88  OR-COMMISSION        VALUE "COM".
               88  OR-CORRECTION        VALUE "COR".
           05  FILLER                 PIC X(2).
           05  OR-APPROVER            PIC X(20).

       FD  RUN-CONTROL-FILE.
           COPY "runctlrec.cpy".

       FD  EMPLOYEE-FILE.
           COPY "emppayrec.cpy".

       FD  YTD-FILE.
           COPY "ytdrec.cpy".

       FD  PAY-HISTORY-FILE.
           COPY "payhistrec.cpy".

       FD  DEPT-MASTER.
           COPY "deptrec.cpy".

       FD  PAY-ADJUST-FILE.
           COPY "payadjrec.cpy".

       FD  OFFCYCLE-PAY-FILE.
           COPY "offcyclepayrec.cpy".

       FD  OFFCYCLE-REGISTER.
       01  REGISTER-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS              PIC X(2) VALUE "00".
       01  WS-RC-STATUS               PIC X(2) VALUE "00".
       01  WS-EMP-STATUS              PIC X(2) VALUE "00".
       01  WS-YTD-STATUS              PIC X(2) VALUE "00".
       01  WS-HIST-STATUS             PIC X(2) VALUE "00".
       01  WS-PAY-STATUS              PIC X(2) VALUE "00".
       01  WS-DEPT-STATUS             PIC X(2) VALUE "00".
       01  WS-ADJUST-STATUS           PIC X(2) VALUE "00".
       01  WS-DEPT-AVAILABLE          PIC X(1) VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-REG-STATUS              PIC X(2) VALUE "00".
       01  WS-EOF                     PIC X(1) VALUE "N".
       01  WS-EMP-FOUND               PIC X(1) VALUE "N".
       01  WS-YTD-FOUND               PIC X(1) VALUE "N".
       01  WS-HIST-FOUND              PIC X(1) VALUE "N".
       01  WS-RC-FOUND                PIC X(1) VALUE "N".
       01  WS-SKIP-REASON             PIC X(26) VALUE SPACES.
       01  WS-PAID-COUNT              PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(4) VALUE 0.
       01  WS-CURRENT-YEAR            PIC 9(4) VALUE 0.
       01  WS-RUN-TIMESTAMP           PIC X(14) VALUE SPACES.
       01  WS-BATCH-GROSS             PIC 9(8)V99 VALUE 0.
       01  WS-BATCH-NET               PIC S9(8)V99 VALUE 0.
       01  WS-SCAN-EOF                PIC X(1) VALUE "N".

      * Every employee named in the batch, with what has been paid to
      * them so far in this run. An employee's requests are summed
      * into one pay history row, whose bonus and gross columns top
      * out at 99,999.99 and 999,999.99.
       01  WS-REQ-EMP-TABLE.
           05  WS-REQ-EMP-COUNT       PIC 9(4) VALUE 0.
           05  WS-REQ-EMP-ENTRY OCCURS 500 TIMES.
               10  WS-RE-EMP-ID           PIC 9(5).
               10  WS-RE-BONUS-PAID       PIC 9(6)V99.
               10  WS-RE-GROSS-PAID       PIC 9(7)V99.
       01  WS-RE-IDX                  PIC 9(4) VALUE 0.
       01  WS-RE-FOUND                PIC X(1) VALUE "N".

      * The off-cycle run posts under its own period id, named by the
      * OFFCYCLE_ID environment variable: the year followed by 90
      * through 99, a range no regular pay calendar uses, so up to
      * ten off-cycle batches a year each have their own run-control
      * record and their own pay history rows.
       01  WS-OFFCYCLE-ID-IN          PIC X(6) VALUE SPACES.
       01  WS-OFFCYCLE-ID             PIC 9(6) VALUE 0.
       01  WS-OFFCYCLE-ID-PARTS REDEFINES WS-OFFCYCLE-ID.
           05  WS-OC-YEAR             PIC 9(4).
           05  WS-OC-SUFFIX           PIC 9(2).

      * Supplemental wages paid apart from regular wages are withheld
      * federally at the flat supplemental rate rather than through
      * the bracket tables.
       01  WS-SUPP-FED-RATE           PIC V99 VALUE .22.

       01  WS-OC-GROSS                PIC 9(8)V99 VALUE 0.
       01  WS-OC-FED-TAX              PIC 9(8)V99 VALUE 0.
       01  WS-OC-STATE-TAX            PIC 9(8)V99 VALUE 0.
       01  WS-OC-NET                  PIC S9(8)V99 VALUE 0.
       01  WS-OC-TOTAL-TAX            PIC 9(8)V99 VALUE 0.

      * Parameter area for the TAXMODULE withholding engine, laid out
      * field for field like its WS-TAX-DATA linkage record.
       01  WS-TAX-CALL-DATA.
           05  WS-TC-EMP-ID           PIC 9(5).
           05  WS-TC-GROSS-INCOME     PIC 9(8)V99.
           05  WS-TC-DEDUCTIONS       PIC 9(6)V99.
           05  WS-TC-TAXABLE-INCOME   PIC 9(8)V99.
           05  WS-TC-TAX-DUE          PIC 9(8)V99.
           05  WS-TC-TAX-BRACKET      PIC X(10).
           05  WS-TC-FILING-STATUS    PIC X(1).
           05  WS-TC-STATE-CODE       PIC X(2).
           05  WS-TC-STATE-TAX-DUE    PIC 9(8)V99.

       01  WS-REG-HEADING.
           05  FILLER                 PIC X(27) VALUE
               "OFF-CYCLE PAY REGISTER  ID ".
           05  RH-PERIOD-ID           PIC 9(6).

       01  WS-REG-COL-HEADING.
           05  FILLER                 PIC X(7)  VALUE "EMP ID ".
           05  FILLER                 PIC X(6)  VALUE "TYPE  ".
           05  FILLER                 PIC X(12) VALUE "      AMOUNT".
           05  FILLER                 PIC X(12) VALUE "     FED TAX".
           05  FILLER                 PIC X(12) VALUE "   STATE TAX".
           05  FILLER                 PIC X(12) VALUE "     NET PAY".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE "APPROVED BY".
           05  FILLER                 PIC X(4)  VALUE "NOTE".

       01  WS-REG-DETAIL.
           05  RD-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-EARN-TYPE           PIC X(3).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-AMOUNT              PIC $$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-FED-TAX             PIC $$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-STATE-TAX           PIC $$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-NET                 PIC -$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-APPROVER            PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-NOTE                PIC X(26).

       01  WS-REG-TOTAL-LINE.
           05  FILLER                 PIC X(11) VALUE "TOTALS".
           05  RT-GROSS               PIC $$$$,$$9.99.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  RT-NET                 PIC -$$$,$$9.99.

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

      * Pays bonuses, commissions and missed-pay corrections between
      * regular payroll runs. Each approved request is withheld at
      * the flat federal supplemental rate with state tax from the
      * same TAXMODULE engine the payroll run uses, posted into the
      * YTD file and into pay history under the off-cycle period id,
      * and written to the off-cycle payment file that ACHEXTRACT's
      * off-cycle run pays from, by direct deposit or, for anyone it
      * cannot pay that way, through check_pay.dat for CHECKPRT to
      * print. Its GL lines go to the payroll adjustment
      * file, since GLEXPORT's payroll batch only sees the regular
      * run's figures on the employee master. The period id is marked
      * posted in the run-control file at the end, so the same batch
      * can never be paid twice. No benefit or garnishment deductions
      * are taken from off-cycle pay; those ride the regular runs only.
       PROCEDURE DIVISION.
       OFFCYCLE-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-OFFCYCLE-RUN.
           PERFORM PROCESS-REQUESTS UNTIL WS-EOF = "Y".
           PERFORM FINISH-OFFCYCLE-RUN.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-OFFCYCLE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           ACCEPT WS-OFFCYCLE-ID-IN FROM ENVIRONMENT "OFFCYCLE_ID".
           IF WS-OFFCYCLE-ID-IN = SPACES
               DISPLAY "ERROR: OFFCYCLE_ID REQUIRED"
               STOP RUN
           END-IF.
           IF WS-OFFCYCLE-ID-IN NOT NUMERIC
               DISPLAY "ERROR: OFFCYCLE_ID NOT NUMERIC: "
                   WS-OFFCYCLE-ID-IN
               STOP RUN
           END-IF.
           MOVE WS-OFFCYCLE-ID-IN TO WS-OFFCYCLE-ID.
           IF WS-OC-YEAR NOT = WS-CURRENT-YEAR OR WS-OC-SUFFIX < 90
               DISPLAY "ERROR: OFFCYCLE_ID MUST BE " WS-CURRENT-YEAR
                   "90 THROUGH " WS-CURRENT-YEAR "99"
               STOP RUN
           END-IF.
           DISPLAY "OFF-CYCLE RUN " WS-OFFCYCLE-ID.
           PERFORM CHECK-UNPAID-BATCH.
           PERFORM CHECK-RUN-CONTROL.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE-FILE: " WS-EMP-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STATUS = "00"
               MOVE "Y" TO WS-DEPT-AVAILABLE
           ELSE
               DISPLAY "NO DEPT MASTER, POSTING TO 5000 ONLY"
           END-IF.
           PERFORM OPEN-YTD-FILE.
           PERFORM SCAN-OFFCYCLE-REQUESTS.
           OPEN INPUT OFFCYCLE-REQUEST-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "NO OFF-CYCLE REQUESTS ON FILE"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM OPEN-PAY-HISTORY-FILE.
           OPEN EXTEND PAY-ADJUST-FILE.
           IF WS-ADJUST-STATUS = "05" OR WS-ADJUST-STATUS = "35"
               OPEN OUTPUT PAY-ADJUST-FILE
           END-IF.
           IF WS-ADJUST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-ADJUST-FILE: "
                   WS-ADJUST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT OFFCYCLE-PAY-FILE.
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OFFCYCLE-PAY-FILE: "
                   WS-PAY-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT OFFCYCLE-REGISTER.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OFFCYCLE-REGISTER: "
                   WS-REG-STATUS
               STOP RUN
           END-IF.
           MOVE WS-OFFCYCLE-ID TO RH-PERIOD-ID.
           WRITE REGISTER-LINE FROM WS-REG-HEADING.
           WRITE REGISTER-LINE FROM WS-REG-COL-HEADING.
           IF WS-EOF = "N"
               READ OFFCYCLE-REQUEST-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-IF.

      * ACHEXTRACT empties the payment file once it has paid a
      * batch. Rows from another batch still on it have been posted
      * but not yet paid, and writing this batch over them would
      * leave those employees unpaid, so the run refuses until that
      * batch has been extracted. Rows from this same batch are left
      * by a run that stopped before marking the period posted, and
      * the rerun replaces them.
       CHECK-UNPAID-BATCH.
           OPEN INPUT OFFCYCLE-PAY-FILE.
           IF WS-PAY-STATUS = "00"
               READ OFFCYCLE-PAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OP-PERIOD-ID NOT = WS-OFFCYCLE-ID
                           DISPLAY "ERROR: OFFCYCLE_PAY.DAT STILL "
                               "HOLDS UNPAID BATCH " OP-PERIOD-ID
                           DISPLAY "RUN ACHEXTRACT WITH OFFCYCLE_ID="
                               OP-PERIOD-ID " FIRST"
                           CLOSE OFFCYCLE-PAY-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE OFFCYCLE-PAY-FILE
           END-IF.

       CHECK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF WS-RC-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RUN-CONTROL-FILE: " WS-RC-STATUS
               STOP RUN
           END-IF.
           MOVE WS-OFFCYCLE-ID TO RC-PERIOD-ID.
           MOVE "N" TO WS-RC-FOUND.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RC-FOUND
           END-READ.
           IF WS-RC-FOUND = "Y" AND RC-PERIOD-POSTED
               DISPLAY "ERROR: OFF-CYCLE " WS-OFFCYCLE-ID
                   " ALREADY POSTED AT " RC-POSTED-TIMESTAMP
               STOP RUN
           END-IF.

      * The whole batch is checked before anything is posted, the
      * same way PAYROLL checks the YTD year before its run. A
      * prior-year YTD record for anyone in the batch means the
      * year-end close has not run; the run refuses with nothing
      * written and the period id not marked posted, so the batch is
      * simply rerun once the close is done. The scan also sizes the
      * table of employees in the batch, so that it cannot overflow
      * part way through posting.
       SCAN-OFFCYCLE-REQUESTS.
           OPEN INPUT OFFCYCLE-REQUEST-FILE.
           IF WS-REQ-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ OFFCYCLE-REQUEST-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM SCAN-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE OFFCYCLE-REQUEST-FILE
           END-IF.

       SCAN-ONE-REQUEST.
           MOVE OR-EMP-ID TO YTD-EMP-ID.
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-YEAR NOT = WS-CURRENT-YEAR
                       DISPLAY "ERROR: YTD FILE HOLDS " YTD-YEAR
                           " DATA - RUN YTDCLOSE FIRST"
                       STOP RUN
                   END-IF
           END-READ.
           PERFORM FIND-REQUEST-EMPLOYEE.

       FIND-REQUEST-EMPLOYEE.
           MOVE "N" TO WS-RE-FOUND.
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-REQ-EMP-COUNT
                   OR WS-RE-FOUND = "Y"
               IF WS-RE-EMP-ID(WS-RE-IDX) = OR-EMP-ID
                   MOVE "Y" TO WS-RE-FOUND
               END-IF
           END-PERFORM.
           IF WS-RE-FOUND = "Y"
               SUBTRACT 1 FROM WS-RE-IDX
           ELSE
               IF WS-REQ-EMP-COUNT = 500
                   DISPLAY "ERROR: TOO MANY EMPLOYEES IN BATCH"
                   STOP RUN
               END-IF
               ADD 1 TO WS-REQ-EMP-COUNT
               MOVE WS-REQ-EMP-COUNT TO WS-RE-IDX
               MOVE OR-EMP-ID TO WS-RE-EMP-ID(WS-RE-IDX)
               MOVE 0 TO WS-RE-BONUS-PAID(WS-RE-IDX)
               MOVE 0 TO WS-RE-GROSS-PAID(WS-RE-IDX)
           END-IF.

       OPEN-YTD-FILE.
           OPEN I-O YTD-FILE.
           IF WS-YTD-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR OPENING YTD-FILE: " WS-YTD-STATUS
               STOP RUN
           END-IF.

       OPEN-PAY-HISTORY-FILE.
           OPEN I-O PAY-HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-HISTORY-FILE: " WS-HIST-STATUS
               STOP RUN
           END-IF.

      * A bonus lands in the bonus column of the YTD and history
      * records, and an employee's requests in one batch share one
      * history row, so each employee's bonuses in the batch are held
      * below 100,000 and the rest of their pay below 1,000,000; a
      * request that would go past goes to a later batch.
       PROCESS-REQUESTS.
           MOVE SPACES TO WS-SKIP-REASON.
           PERFORM FIND-REQUEST-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE OR-EMP-ID TO EF-EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.
           EVALUATE TRUE
               WHEN WS-EMP-FOUND = "N"
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-SKIP-REASON
               WHEN EF-ACTIVE-FLAG NOT = "Y"
                   MOVE "EMPLOYEE NOT ACTIVE" TO WS-SKIP-REASON
               WHEN NOT OR-BONUS AND NOT OR-COMMISSION
                       AND NOT OR-CORRECTION
                   MOVE "UNKNOWN EARNING TYPE" TO WS-SKIP-REASON
               WHEN OR-AMOUNT NOT NUMERIC OR OR-AMOUNT = 0
                   MOVE "NO AMOUNT TO PAY" TO WS-SKIP-REASON
               WHEN OR-BONUS AND
                       WS-RE-BONUS-PAID(WS-RE-IDX) + OR-AMOUNT
                       > 99999.99
                   MOVE "BONUS TOTAL OVER 99,999.99" TO WS-SKIP-REASON
               WHEN NOT OR-BONUS AND
                       WS-RE-GROSS-PAID(WS-RE-IDX) + OR-AMOUNT
                       > 999999.99
                   MOVE "PAY TOTAL OVER 999,999.99" TO WS-SKIP-REASON
               WHEN OR-APPROVER = SPACES
                   MOVE "NO APPROVER GIVEN" TO WS-SKIP-REASON
           END-EVALUATE.
           IF WS-SKIP-REASON = SPACES
               PERFORM PAY-ONE-REQUEST
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM WRITE-SKIPPED-LINE
           END-IF.
           READ OFFCYCLE-REQUEST-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       PAY-ONE-REQUEST.
           PERFORM COMPUTE-OFFCYCLE-AMOUNTS.
           PERFORM APPLY-OFFCYCLE-TO-YTD.
           PERFORM WRITE-OFFCYCLE-HISTORY.
           PERFORM WRITE-PAYMENT-RECORD.
           PERFORM WRITE-OFFCYCLE-GL-LINES.
           ADD 1 TO WS-PAID-COUNT.
           IF OR-BONUS
               ADD WS-OC-GROSS TO WS-RE-BONUS-PAID(WS-RE-IDX)
           ELSE
               ADD WS-OC-GROSS TO WS-RE-GROSS-PAID(WS-RE-IDX)
           END-IF.
           ADD WS-OC-GROSS TO WS-BATCH-GROSS.
           ADD WS-OC-NET   TO WS-BATCH-NET.
           PERFORM WRITE-OFFCYCLE-LINE.

      * TAXMODULE is called for the state figure only; its bracket
      * federal tax is replaced by the flat supplemental rate.
       COMPUTE-OFFCYCLE-AMOUNTS.
           MOVE OR-AMOUNT        TO WS-OC-GROSS.
           COMPUTE WS-OC-FED-TAX ROUNDED =
               WS-OC-GROSS * WS-SUPP-FED-RATE.
           MOVE OR-EMP-ID        TO WS-TC-EMP-ID.
           MOVE WS-OC-GROSS      TO WS-TC-GROSS-INCOME.
           MOVE 0                TO WS-TC-DEDUCTIONS.
           MOVE 0                TO WS-TC-TAXABLE-INCOME.
           MOVE 0                TO WS-TC-TAX-DUE.
           MOVE 0                TO WS-TC-STATE-TAX-DUE.
           MOVE SPACES           TO WS-TC-TAX-BRACKET.
           MOVE EF-FILING-STATUS TO WS-TC-FILING-STATUS.
           MOVE EF-STATE-CODE    TO WS-TC-STATE-CODE.
           CALL "TAXMODULE" USING WS-TAX-CALL-DATA.
           MOVE WS-TC-STATE-TAX-DUE TO WS-OC-STATE-TAX.
           COMPUTE WS-OC-NET =
               WS-OC-GROSS - WS-OC-FED-TAX - WS-OC-STATE-TAX.

       APPLY-OFFCYCLE-TO-YTD.
           MOVE OR-EMP-ID TO YTD-EMP-ID.
           MOVE "N" TO WS-YTD-FOUND.
           READ YTD-FILE
               INVALID KEY
                   MOVE ZEROS TO YTD-GROSS YTD-TAX
                   MOVE ZEROS TO YTD-FED-TAX YTD-STATE-TAX
                   MOVE ZEROS TO YTD-BONUS YTD-NET-PAY
                   MOVE ZEROS TO YTD-LAST-PERIOD
                   MOVE ZEROS TO YTD-PRETAX-DED YTD-401K-DED
                   MOVE WS-CURRENT-YEAR TO YTD-YEAR
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND
           END-READ.
           MOVE EF-EMP-NAME TO YTD-EMP-NAME.
           IF OR-BONUS
               ADD WS-OC-GROSS TO YTD-BONUS
           ELSE
               ADD WS-OC-GROSS TO YTD-GROSS
           END-IF.
           ADD WS-OC-FED-TAX   TO YTD-TAX.
           ADD WS-OC-STATE-TAX TO YTD-TAX.
           ADD WS-OC-FED-TAX   TO YTD-FED-TAX.
           ADD WS-OC-STATE-TAX TO YTD-STATE-TAX.
           ADD WS-OC-NET       TO YTD-NET-PAY.
           IF WS-YTD-FOUND = "Y"
               REWRITE YTD-RECORD
           ELSE
               WRITE YTD-RECORD
           END-IF.

      * An employee named on more than one request in the batch gets
      * one history row for the off-cycle id, holding the sum.
       WRITE-OFFCYCLE-HISTORY.
           MOVE OR-EMP-ID      TO PY-EMP-ID.
           MOVE WS-OFFCYCLE-ID TO PY-PERIOD-ID.
           MOVE "N" TO WS-HIST-FOUND.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE ZEROS TO PY-GROSS PY-FED-TAX PY-STATE-TAX
                   MOVE ZEROS TO PY-BONUS PY-DEDUCTIONS
                   MOVE ZEROS TO PY-GARNISHMENT PY-NET-PAY
                   MOVE ZEROS TO PY-PRETAX-DED PY-401K-DED
                   MOVE ZEROS TO PY-ER-FICA PY-ER-FUTA PY-ER-SUTA
                   MOVE ZEROS TO PY-VAC-ACCRUED PY-SICK-ACCRUED
                   MOVE ZEROS TO PY-PERS-ACCRUED PY-VAC-TAKEN
                   MOVE ZEROS TO PY-SICK-TAKEN PY-PERS-TAKEN
                   MOVE ZEROS TO PY-DED-CODE-COUNT
                   MOVE "N"   TO PY-REVERSED-FLAG
                   MOVE SPACES TO PY-REVERSED-TIMESTAMP
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-FOUND
           END-READ.
           MOVE EF-EMP-NAME      TO PY-EMP-NAME.
           IF OR-BONUS
               ADD WS-OC-GROSS TO PY-BONUS
           ELSE
               ADD WS-OC-GROSS TO PY-GROSS
           END-IF.
           ADD WS-OC-FED-TAX     TO PY-FED-TAX.
           ADD WS-OC-STATE-TAX   TO PY-STATE-TAX.
           ADD WS-OC-NET         TO PY-NET-PAY.
           MOVE WS-RUN-TIMESTAMP TO PY-POSTED-TIMESTAMP.
           IF WS-HIST-FOUND = "Y"
               REWRITE PAY-HISTORY-RECORD
           ELSE
               WRITE PAY-HISTORY-RECORD
           END-IF.

       WRITE-PAYMENT-RECORD.
           MOVE OR-EMP-ID      TO OP-EMP-ID.
           MOVE EF-EMP-NAME    TO OP-EMP-NAME.
           MOVE WS-OC-NET      TO OP-NET-PAY.
           MOVE WS-OFFCYCLE-ID TO OP-PERIOD-ID.
           MOVE OR-EARN-TYPE   TO OP-EARN-TYPE.
           WRITE OFFCYCLE-PAY-RECORD.

      * The same gross-expense, withholding and cash lines GLEXPORT
      * books for a regular paycheck, against the employee's own
      * department expense account.
       WRITE-OFFCYCLE-GL-LINES.
           MOVE "5000-SALARY-EXPENSE" TO GA-GL-ACCOUNT.
           IF WS-DEPT-AVAILABLE = "Y"
               MOVE EF-DEPARTMENT TO DP-DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-GL-EXPENSE-ACCT NOT = SPACES
                           MOVE DP-GL-EXPENSE-ACCT TO GA-GL-ACCOUNT
                       END-IF
               END-READ
           END-IF.
           MOVE "DR"             TO GA-DR-CR.
           MOVE WS-OC-GROSS      TO GA-AMOUNT.
           MOVE "OFF-CYCLE GROSS PAY EXPENSE" TO GA-DESCRIPTION.
           PERFORM WRITE-ADJUST-LINE.
           COMPUTE WS-OC-TOTAL-TAX = WS-OC-FED-TAX + WS-OC-STATE-TAX.
           MOVE "2100-TAX-WITHHOLDING-PAYABLE" TO GA-GL-ACCOUNT.
           MOVE "CR"             TO GA-DR-CR.
           MOVE WS-OC-TOTAL-TAX  TO GA-AMOUNT.
           MOVE "OFF-CYCLE TAX WITHHELD" TO GA-DESCRIPTION.
           PERFORM WRITE-ADJUST-LINE.
           MOVE "1000-CASH"      TO GA-GL-ACCOUNT.
           MOVE "CR"             TO GA-DR-CR.
           MOVE WS-OC-NET        TO GA-AMOUNT.
           MOVE "OFF-CYCLE NET PAY DISBURSED" TO GA-DESCRIPTION.
           PERFORM WRITE-ADJUST-LINE.

       WRITE-ADJUST-LINE.
           MOVE OR-EMP-ID   TO GA-EMP-ID.
           MOVE EF-EMP-NAME TO GA-EMP-NAME.
           MOVE WS-RUN-DATE TO GA-TXN-DATE.
           WRITE PAY-GL-ADJUST-RECORD.

       WRITE-OFFCYCLE-LINE.
           MOVE SPACES          TO WS-REG-DETAIL.
           MOVE OR-EMP-ID       TO RD-EMP-ID.
           MOVE OR-EARN-TYPE    TO RD-EARN-TYPE.
           MOVE WS-OC-GROSS     TO RD-AMOUNT.
           MOVE WS-OC-FED-TAX   TO RD-FED-TAX.
           MOVE WS-OC-STATE-TAX TO RD-STATE-TAX.
           MOVE WS-OC-NET       TO RD-NET.
           MOVE OR-APPROVER     TO RD-APPROVER.
           MOVE SPACES          TO RD-NOTE.
           WRITE REGISTER-LINE FROM WS-REG-DETAIL.

       WRITE-SKIPPED-LINE.
           MOVE SPACES         TO WS-REG-DETAIL.
           MOVE OR-EMP-ID      TO RD-EMP-ID.
           MOVE OR-EARN-TYPE   TO RD-EARN-TYPE.
           MOVE 0              TO RD-AMOUNT.
           MOVE 0              TO RD-FED-TAX.
           MOVE 0              TO RD-STATE-TAX.
           MOVE 0              TO RD-NET.
           MOVE OR-APPROVER    TO RD-APPROVER.
           MOVE WS-SKIP-REASON TO RD-NOTE.
           WRITE REGISTER-LINE FROM WS-REG-DETAIL.

      * The period id is marked posted only once every request has
      * been worked, the same rule PAYROLL follows for its periods.
       FINISH-OFFCYCLE-RUN.
           MOVE WS-BATCH-GROSS TO RT-GROSS.
           MOVE WS-BATCH-NET   TO RT-NET.
           WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           MOVE WS-OFFCYCLE-ID TO RC-PERIOD-ID.
           MOVE "Y" TO RC-POSTED-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-POSTED-TIMESTAMP.
           MOVE "O" TO RC-PAY-GROUP.
           IF WS-RC-FOUND = "Y"
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "OFF-CYCLE " WS-OFFCYCLE-ID " POSTED".
           DISPLAY "OFF-CYCLE PAYMENTS MADE:   " WS-PAID-COUNT.
           DISPLAY "REQUESTS SKIPPED:          " WS-SKIPPED-COUNT.
           CLOSE OFFCYCLE-REQUEST-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE YTD-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE OFFCYCLE-PAY-FILE.
           CLOSE OFFCYCLE-REGISTER.
           CLOSE PAY-ADJUST-FILE.
           IF WS-DEPT-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           END-IF.

      * An off-cycle run is measured by the requests it worked and the
      * gross pay it posted; a request it skipped counts as rejected.
       LOG-RUN-STATISTICS.
           MOVE "OFFCYCLE"          TO WS-RT-PROGRAM.
           MOVE "P"                 TO WS-RT-STREAM.
           MOVE "O"                 TO WS-RT-RUN-GROUP.
           COMPUTE WS-RT-RECORDS-READ =
               WS-PAID-COUNT + WS-SKIPPED-COUNT.
           MOVE WS-PAID-COUNT       TO WS-RT-RECORDS-WRITTEN.
           MOVE WS-SKIPPED-COUNT    TO WS-RT-RECORDS-REJECTED.
           MOVE WS-BATCH-GROSS      TO WS-RT-AMOUNT-TOTAL.
           MOVE "GROSS PAY"         TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
