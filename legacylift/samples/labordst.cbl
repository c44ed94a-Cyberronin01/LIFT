       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABORDST.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EF-EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "dept_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT CHARGE-CODE-FILE ASSIGN TO "charge_codes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheets_clean.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.
           SELECT LABOR-SPLIT-FILE ASSIGN TO "labor_split.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.
           SELECT ER-CONTRIB-FILE ASSIGN TO "benefit_er_contrib.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO "labor_dist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT LABOR-DIST-HIST-FILE ASSIGN TO "labor_dist_hist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LABOR-REPORT ASSIGN TO "labor_dist_rpt.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY "emppayrec.cpy".

       FD  DEPT-MASTER.
           COPY "deptrec.cpy".

       FD  CHARGE-CODE-FILE.
           COPY "chargecoderec.cpy".

       FD  TIMESHEET-FILE.
           COPY "timesheetrec.cpy".

       FD  LABOR-SPLIT-FILE.
           COPY "laborsplitrec.cpy".

       FD  ER-CONTRIB-FILE.
           COPY "benerrec.cpy".

       FD  LABOR-DIST-FILE.
           COPY "labordistrec.cpy".

       FD  YTD-FILE.
           COPY "ytdrec.cpy".

       FD  LABOR-DIST-HIST-FILE.
           COPY "labordisthistrec.cpy".

       FD  LABOR-REPORT.
       01  LABOR-REPORT-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS              PIC X(2) VALUE "00".
       01  WS-DEPT-STATUS             PIC X(2) VALUE "00".
       01  WS-CHARGE-STATUS           PIC X(2) VALUE "00".
       01  WS-TS-STATUS               PIC X(2) VALUE "00".
       01  WS-SPLIT-STATUS            PIC X(2) VALUE "00".
       01  WS-CONTRIB-STATUS          PIC X(2) VALUE "00".
       01  WS-DIST-STATUS             PIC X(2) VALUE "00".
       01  WS-RPT-STATUS              PIC X(2) VALUE "00".
       01  WS-YTD-STATUS              PIC X(2) VALUE "00".
       01  WS-HIST-STATUS             PIC X(2) VALUE "00".
       01  WS-HIST-AVAILABLE          PIC X(1) VALUE "N".
       01  WS-EOF                     PIC X(1) VALUE "N".
       01  WS-LOAD-EOF                PIC X(1) VALUE "N".
       01  WS-DEPT-AVAILABLE          PIC X(1) VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-RUN-PAY-GROUP           PIC X(1) VALUE SPACES.
       01  WS-FOUND                   PIC X(1) VALUE "N".
       01  WS-EMP-COUNT               PIC 9(5) VALUE 0.
       01  WS-DIST-COUNT              PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.
       01  WS-LABOR-COST-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-EXCEPTION-TEXT          PIC X(40) VALUE SPACES.

      * The employee's three labor-cost figures for the period, as
      * PAYROLL and BENADMIN left them, and what has been handed out
      * to the charge codes so far.
       01  WS-EMP-GROSS               PIC 9(7)V99 VALUE 0.
       01  WS-EMP-ER-TAX              PIC 9(6)V99 VALUE 0.
       01  WS-EMP-BENEFIT             PIC 9(6)V99 VALUE 0.
       01  WS-ALLOC-GROSS             PIC 9(7)V99 VALUE 0.
       01  WS-ALLOC-ER-TAX            PIC 9(6)V99 VALUE 0.
       01  WS-ALLOC-BENEFIT           PIC 9(6)V99 VALUE 0.
       01  WS-TOTAL-WEIGHT            PIC 9(5)V99 VALUE 0.
       01  WS-SPLIT-PERCENT           PIC 9(5)V99 VALUE 0.
       01  WS-LAST-BKT                PIC 9(2) VALUE 0.
       01  WS-HOME-GL-ACCT            PIC X(30) VALUE SPACES.
       01  WS-SEEK-CODE               PIC X(10) VALUE SPACES.

       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-COUNT        PIC 9(3) VALUE 0.
           05  WS-CHARGE-ENTRY OCCURS 200 TIMES.
               10  WS-CHG-CODE            PIC X(10).
               10  WS-CHG-DESC            PIC X(30).
               10  WS-CHG-GL-EXPENSE      PIC X(30).
               10  WS-CHG-GL-FRINGE       PIC X(30).
       01  WS-CHG-IDX                 PIC 9(3) VALUE 0.

       01  WS-TS-TABLE.
           05  WS-TS-COUNT            PIC 9(4) VALUE 0.
           05  WS-TS-ENTRY OCCURS 500 TIMES.
               10  WS-TS-EMP-ID           PIC 9(5).
               10  WS-TS-HOURS            PIC 9(2)V99.
               10  WS-TS-CODE             PIC X(10).
       01  WS-TS-IDX                  PIC 9(4) VALUE 0.

       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-COUNT         PIC 9(3) VALUE 0.
           05  WS-SPLIT-ENTRY OCCURS 300 TIMES.
               10  WS-SPL-EMP-ID          PIC 9(5).
               10  WS-SPL-CODE            PIC X(10).
               10  WS-SPL-PERCENT         PIC 9(3)V99.
       01  WS-SPL-IDX                 PIC 9(3) VALUE 0.

       01  WS-BEN-TABLE.
           05  WS-BEN-COUNT           PIC 9(4) VALUE 0.
           05  WS-BEN-ENTRY OCCURS 500 TIMES.
               10  WS-BEN-EMP-ID          PIC 9(5).
               10  WS-BEN-AMOUNT          PIC 9(6)V99.
       01  WS-BEN-IDX                 PIC 9(4) VALUE 0.

      * One employee's buckets. Entry 1 is always the home department;
      * the weight is hours for hourly staff and percent for salaried.
       01  WS-BKT-TABLE.
           05  WS-BKT-COUNT           PIC 9(2) VALUE 0.
           05  WS-BKT-ENTRY OCCURS 20 TIMES.
               10  WS-BKT-CODE            PIC X(10).
               10  WS-BKT-GL-EXPENSE      PIC X(30).
               10  WS-BKT-GL-FRINGE       PIC X(30).
               10  WS-BKT-WEIGHT          PIC 9(5)V99.
               10  WS-BKT-HOURS           PIC 9(4)V99.
               10  WS-BKT-GROSS           PIC 9(7)V99.
               10  WS-BKT-ER-TAX          PIC 9(6)V99.
               10  WS-BKT-BENEFIT         PIC 9(6)V99.
       01  WS-BKT-IDX                 PIC 9(2) VALUE 0.

      * Run totals by project, or by home department for the share
      * that stayed home.
       01  WS-PROJ-TABLE.
           05  WS-PROJ-COUNT          PIC 9(3) VALUE 0.
           05  WS-PROJ-ENTRY OCCURS 200 TIMES.
               10  WS-PROJ-KEY            PIC X(20).
               10  WS-PROJ-HOURS          PIC 9(6)V99.
               10  WS-PROJ-GROSS          PIC 9(9)V99.
               10  WS-PROJ-ER-TAX         PIC 9(8)V99.
               10  WS-PROJ-BENEFIT        PIC 9(8)V99.
       01  WS-PROJ-IDX                PIC 9(3) VALUE 0.
       01  WS-PROJ-SEEK               PIC X(20) VALUE SPACES.
       01  WS-PROJ-TOTAL-COST         PIC 9(9)V99 VALUE 0.

       01  WS-RPT-SEPARATOR.
           05  FILLER                 PIC X(100) VALUE ALL "=".

       01  WS-RPT-TITLE.
           05  FILLER                 PIC X(40) VALUE
               "LABOR DISTRIBUTION BY CHARGE CODE".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  RT-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(13) VALUE "  PAY GROUP: ".
           05  RT-PAY-GROUP           PIC X(3).

       01  WS-RPT-COL-HEADING.
           05  FILLER                 PIC X(7)  VALUE "EMP ID".
           05  FILLER                 PIC X(22) VALUE "EMPLOYEE".
           05  FILLER                 PIC X(22) VALUE "PROJECT / DEPT".
           05  FILLER                 PIC X(10) VALUE "    HOURS".
           05  FILLER                 PIC X(14) VALUE "        GROSS".
           05  FILLER                 PIC X(13) VALUE "      ER TAX".
           05  FILLER                 PIC X(13) VALUE "    BENEFITS".

       01  WS-RPT-DETAIL.
           05  RD-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-EMP-NAME            PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-KEY                 PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-HOURS               PIC Z,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-GROSS               PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-ER-TAX              PIC $$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-BENEFIT             PIC $$$$,$$9.99.

       01  WS-RPT-EXCEPTION.
           05  FILLER                 PIC X(7)  VALUE SPACES.
           05  FILLER                 PIC X(3)  VALUE "** ".
           05  RX-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RX-TEXT                PIC X(40).

       01  WS-SUM-HEADING.
           05  FILLER                 PIC X(31) VALUE
               "SUMMARY BY PROJECT / DEPARTMENT".

       01  WS-SUM-COL-HEADING.
           05  FILLER                 PIC X(22) VALUE "PROJECT / DEPT".
           05  FILLER                 PIC X(12) VALUE "      HOURS".
           05  FILLER                 PIC X(16) VALUE "          GROSS".
           05  FILLER                 PIC X(15) VALUE "        ER TAX".
           05  FILLER                 PIC X(15) VALUE "      BENEFITS".
           05  FILLER                 PIC X(16) VALUE "     TOTAL COST".

       01  WS-SUM-DETAIL.
           05  SD-KEY                 PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  SD-HOURS               PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  SD-GROSS               PIC $$$$,$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  SD-ER-TAX              PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  SD-BENEFIT             PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  SD-TOTAL-COST          PIC $$$$,$$$,$$9.99.

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

      * Follow-on step to PAYROLL and BENADMIN. Each paid employee's
      * gross pay, employer taxes and benefit employer contributions
      * are spread over the charge codes the labor was worked on:
      * hourly staff by the hours on their clean timesheet rows, with
      * uncharged and leave hours staying home; salaried staff by
      * their standing percentage split, with the balance staying
      * home. Rounding pennies land on the last share so each
      * employee's rows add back exactly to the figures GLEXPORT
      * would otherwise post to the home department. PAY_GROUP scopes
      * the run the way it scopes GLEXPORT; blank distributes every
      * paid employee. The shares are also kept against the period
      * in the distribution history, for PAYREVERSE.
       PROCEDURE DIVISION.
       LABOR-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-LABOR-RUN.
           PERFORM DISTRIBUTE-EMPLOYEES UNTIL WS-EOF = "Y".
           PERFORM WRITE-PROJECT-SUMMARY.
           PERFORM FINISH-LABOR-RUN.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-LABOR-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           ACCEPT WS-RUN-PAY-GROUP FROM ENVIRONMENT "PAY_GROUP".
           IF WS-RUN-PAY-GROUP NOT = "W" AND WS-RUN-PAY-GROUP NOT = "S"
               MOVE SPACE TO WS-RUN-PAY-GROUP
           END-IF.
           PERFORM LOAD-CHARGE-CODES.
           PERFORM LOAD-TIMESHEETS.
           PERFORM LOAD-LABOR-SPLITS.
           PERFORM LOAD-BENEFIT-CONTRIBUTIONS.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STATUS = "00"
               MOVE "Y" TO WS-DEPT-AVAILABLE
           ELSE
               DISPLAY "NO DEPT MASTER, HOME SHARES POST TO 5000"
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE-FILE: " WS-EMP-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-DISTRIBUTION-HISTORY.
           OPEN OUTPUT LABOR-DIST-FILE.
           IF WS-DIST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LABOR-DIST-FILE: " WS-DIST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT LABOR-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LABOR-REPORT: " WS-RPT-STATUS
               STOP RUN
           END-IF.
           WRITE LABOR-REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           IF WS-RUN-PAY-GROUP = SPACE
               MOVE "ALL" TO RT-PAY-GROUP
           ELSE
               MOVE WS-RUN-PAY-GROUP TO RT-PAY-GROUP
           END-IF.
           WRITE LABOR-REPORT-LINE FROM WS-RPT-TITLE.
           WRITE LABOR-REPORT-LINE FROM WS-RPT-SEPARATOR.
           WRITE LABOR-REPORT-LINE FROM WS-RPT-COL-HEADING.
           READ EMPLOYEE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

      * The history is keyed by the period the employee was last
      * paid in, which PAYROLL leaves on the YTD record; without the
      * YTD file the period is unknown and no history is kept.
       OPEN-DISTRIBUTION-HISTORY.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "00"
               OPEN I-O LABOR-DIST-HIST-FILE
               IF WS-HIST-STATUS = "35"
                   OPEN OUTPUT LABOR-DIST-HIST-FILE
                   CLOSE LABOR-DIST-HIST-FILE
                   OPEN I-O LABOR-DIST-HIST-FILE
               END-IF
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LABOR-DIST-HIST-FILE: "
                       WS-HIST-STATUS
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-HIST-AVAILABLE
           ELSE
               DISPLAY "NO YTD FILE, NO DISTRIBUTION HISTORY KEPT"
           END-IF.

      * Only open codes are loaded: a split row still naming a closed
      * one is reported and its share kept at home rather than lost.
       LOAD-CHARGE-CODES.
           OPEN INPUT CHARGE-CODE-FILE.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "NO CHARGE CODE FILE, ALL LABOR STAYS HOME"
           ELSE
               MOVE "N" TO WS-LOAD-EOF
               READ CHARGE-CODE-FILE
                   AT END MOVE "Y" TO WS-LOAD-EOF
               END-READ
               PERFORM UNTIL WS-LOAD-EOF = "Y"
                   IF CG-OPEN
                       IF WS-CHARGE-COUNT = 200
                           DISPLAY "ERROR: TOO MANY CHARGE CODES"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CHARGE-COUNT
                       MOVE CG-CHARGE-CODE
                           TO WS-CHG-CODE(WS-CHARGE-COUNT)
                       MOVE CG-DESCRIPTION
                           TO WS-CHG-DESC(WS-CHARGE-COUNT)
                       MOVE CG-GL-EXPENSE-ACCT
                           TO WS-CHG-GL-EXPENSE(WS-CHARGE-COUNT)
                       MOVE CG-GL-FRINGE-ACCT
                           TO WS-CHG-GL-FRINGE(WS-CHARGE-COUNT)
                   END-IF
                   READ CHARGE-CODE-FILE
                       AT END MOVE "Y" TO WS-LOAD-EOF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-CODE-FILE
           END-IF.

      * TSEDIT has already passed only open-period, approved rows.
      * Leave rows are kept as home-department hours.
       LOAD-TIMESHEETS.
           OPEN INPUT TIMESHEET-FILE.
           IF WS-TS-STATUS NOT = "00"
               DISPLAY "NO TIMESHEET FILE FOUND"
           ELSE
               MOVE "N" TO WS-LOAD-EOF
               READ TIMESHEET-FILE
                   AT END MOVE "Y" TO WS-LOAD-EOF
               END-READ
               PERFORM UNTIL WS-LOAD-EOF = "Y"
                   IF WS-TS-COUNT = 500
                       DISPLAY "ERROR: TOO MANY TIMESHEET RECORDS"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TS-COUNT
                   MOVE TS-EMP-ID TO WS-TS-EMP-ID(WS-TS-COUNT)
                   MOVE TS-HOURS  TO WS-TS-HOURS(WS-TS-COUNT)
                   IF TS-LEAVE-ROW
                       MOVE SPACES TO WS-TS-CODE(WS-TS-COUNT)
                   ELSE
                       MOVE TS-CHARGE-CODE TO WS-TS-CODE(WS-TS-COUNT)
                   END-IF
                   READ TIMESHEET-FILE
                       AT END MOVE "Y" TO WS-LOAD-EOF
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
           END-IF.

       LOAD-LABOR-SPLITS.
           OPEN INPUT LABOR-SPLIT-FILE.
           IF WS-SPLIT-STATUS NOT = "00"
               DISPLAY "NO LABOR SPLIT FILE, SALARIED LABOR STAYS HOME"
           ELSE
               MOVE "N" TO WS-LOAD-EOF
               READ LABOR-SPLIT-FILE
                   AT END MOVE "Y" TO WS-LOAD-EOF
               END-READ
               PERFORM UNTIL WS-LOAD-EOF = "Y"
                   IF WS-SPLIT-COUNT = 300
                       DISPLAY "ERROR: TOO MANY LABOR SPLIT RECORDS"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SPLIT-COUNT
                   MOVE LS-EMP-ID      TO WS-SPL-EMP-ID(WS-SPLIT-COUNT)
                   MOVE LS-CHARGE-CODE TO WS-SPL-CODE(WS-SPLIT-COUNT)
                   MOVE LS-PERCENT     TO WS-SPL-PERCENT(WS-SPLIT-COUNT)
                   READ LABOR-SPLIT-FILE
                       AT END MOVE "Y" TO WS-LOAD-EOF
                   END-READ
               END-PERFORM
               CLOSE LABOR-SPLIT-FILE
           END-IF.

      * The contribution file has a row per plan; only the employee's
      * total is needed to spread it.
       LOAD-BENEFIT-CONTRIBUTIONS.
           OPEN INPUT ER-CONTRIB-FILE.
           IF WS-CONTRIB-STATUS NOT = "00"
               DISPLAY "NO BENEFIT CONTRIBUTION FILE"
           ELSE
               MOVE "N" TO WS-LOAD-EOF
               READ ER-CONTRIB-FILE
                   AT END MOVE "Y" TO WS-LOAD-EOF
               END-READ
               PERFORM UNTIL WS-LOAD-EOF = "Y"
                   MOVE "N" TO WS-FOUND
                   PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                           UNTIL WS-BEN-IDX > WS-BEN-COUNT
                           OR WS-FOUND = "Y"
                       IF WS-BEN-EMP-ID(WS-BEN-IDX) = EC-EMP-ID
                           MOVE "Y" TO WS-FOUND
                           ADD EC-AMOUNT TO WS-BEN-AMOUNT(WS-BEN-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = "N"
                       IF WS-BEN-COUNT = 500
                           DISPLAY "ERROR: TOO MANY CONTRIBUTION ROWS"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BEN-COUNT
                       MOVE EC-EMP-ID TO WS-BEN-EMP-ID(WS-BEN-COUNT)
                       MOVE EC-AMOUNT TO WS-BEN-AMOUNT(WS-BEN-COUNT)
                   END-IF
                   READ ER-CONTRIB-FILE
                       AT END MOVE "Y" TO WS-LOAD-EOF
                   END-READ
               END-PERFORM
               CLOSE ER-CONTRIB-FILE
           END-IF.

      * The same selection GLEXPORT's payroll batch uses, so the rows
      * written here are exactly the employees it will post.
       DISTRIBUTE-EMPLOYEES.
           IF EF-ACTIVE-FLAG = "Y"
                   AND (WS-RUN-PAY-GROUP = SPACE
                       OR (EF-GROUP-WEEKLY AND WS-RUN-PAY-GROUP = "W")
                       OR (EF-GROUP-SEMI AND WS-RUN-PAY-GROUP = "S"))
               COMPUTE WS-EMP-GROSS = EF-SALARY + EF-BONUS
               COMPUTE WS-EMP-ER-TAX =
                   EF-ER-FICA + EF-ER-FUTA + EF-ER-SUTA
               MOVE 0 TO WS-EMP-BENEFIT
               PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                       UNTIL WS-BEN-IDX > WS-BEN-COUNT
                   IF WS-BEN-EMP-ID(WS-BEN-IDX) = EF-EMP-ID
                       MOVE WS-BEN-AMOUNT(WS-BEN-IDX) TO WS-EMP-BENEFIT
                   END-IF
               END-PERFORM
               IF WS-EMP-GROSS + WS-EMP-ER-TAX + WS-EMP-BENEFIT > 0
                   PERFORM BUILD-HOME-BUCKET
                   IF EF-HOURLY
                       PERFORM BUILD-HOURLY-BUCKETS
                   ELSE
                       PERFORM BUILD-SALARIED-BUCKETS
                   END-IF
                   PERFORM SPREAD-EMPLOYEE-COST
                   PERFORM WRITE-EMPLOYEE-ROWS
                   IF WS-HIST-AVAILABLE = "Y"
                       PERFORM STORE-DISTRIBUTION-HISTORY
                   END-IF
                   ADD 1 TO WS-EMP-COUNT
                   ADD WS-EMP-GROSS WS-EMP-ER-TAX WS-EMP-BENEFIT
                       TO WS-LABOR-COST-TOTAL
               END-IF
           END-IF.
           READ EMPLOYEE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       BUILD-HOME-BUCKET.
           INITIALIZE WS-BKT-TABLE.
           MOVE "5000-SALARY-EXPENSE" TO WS-HOME-GL-ACCT.
           IF WS-DEPT-AVAILABLE = "Y"
               MOVE EF-DEPARTMENT TO DP-DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-GL-EXPENSE-ACCT NOT = SPACES
                           MOVE DP-GL-EXPENSE-ACCT TO WS-HOME-GL-ACCT
                       END-IF
               END-READ
           END-IF.
           MOVE 1 TO WS-BKT-COUNT.
           MOVE SPACES          TO WS-BKT-CODE(1).
           MOVE WS-HOME-GL-ACCT TO WS-BKT-GL-EXPENSE(1).
           MOVE SPACES          TO WS-BKT-GL-FRINGE(1).

       BUILD-HOURLY-BUCKETS.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-COUNT
               IF WS-TS-EMP-ID(WS-TS-IDX) = EF-EMP-ID
                   MOVE WS-TS-CODE(WS-TS-IDX) TO WS-SEEK-CODE
                   PERFORM FIND-OR-ADD-BUCKET
                   ADD WS-TS-HOURS(WS-TS-IDX)
                       TO WS-BKT-HOURS(WS-BKT-IDX)
                   ADD WS-TS-HOURS(WS-TS-IDX)
                       TO WS-BKT-WEIGHT(WS-BKT-IDX)
               END-IF
           END-PERFORM.
      *    No hours on file (a bonus-only period, say) stays home.
           IF WS-BKT-COUNT = 1 AND WS-BKT-WEIGHT(1) = 0
               MOVE 1 TO WS-BKT-WEIGHT(1)
           END-IF.

      * A split that names a code no longer open, or that adds up to
      * more than the whole, cannot be honoured; the employee is
      * reported and the unusable share kept at home.
       BUILD-SALARIED-BUCKETS.
           MOVE 0 TO WS-SPLIT-PERCENT.
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPLIT-COUNT
               IF WS-SPL-EMP-ID(WS-SPL-IDX) = EF-EMP-ID
                   MOVE WS-SPL-CODE(WS-SPL-IDX) TO WS-SEEK-CODE
                   PERFORM FIND-CHARGE-CODE
                   IF WS-FOUND = "N"
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING "SPLIT CODE NOT OPEN: " DELIMITED BY SIZE
                           WS-SEEK-CODE DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       PERFORM FIND-OR-ADD-BUCKET
                       ADD WS-SPL-PERCENT(WS-SPL-IDX)
                           TO WS-BKT-WEIGHT(WS-BKT-IDX)
                       ADD WS-SPL-PERCENT(WS-SPL-IDX)
                           TO WS-SPLIT-PERCENT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SPLIT-PERCENT > 100
               MOVE "SPLIT OVER 100 PERCENT, ALL KEPT HOME"
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM BUILD-HOME-BUCKET
               MOVE 100 TO WS-BKT-WEIGHT(1)
           ELSE
               COMPUTE WS-BKT-WEIGHT(1) = 100 - WS-SPLIT-PERCENT
           END-IF.

       FIND-CHARGE-CODE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHARGE-COUNT
                   OR WS-FOUND = "Y"
               IF WS-CHG-CODE(WS-CHG-IDX) = WS-SEEK-CODE
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               SUBTRACT 1 FROM WS-CHG-IDX
           END-IF.

      * Leaves WS-BKT-IDX on the bucket for WS-SEEK-CODE. A blank
      * code, or a code that has since closed, is the home bucket.
       FIND-OR-ADD-BUCKET.
           MOVE 1 TO WS-BKT-IDX.
           IF WS-SEEK-CODE NOT = SPACES
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-BKT-IDX FROM 2 BY 1
                       UNTIL WS-BKT-IDX > WS-BKT-COUNT
                       OR WS-FOUND = "Y"
                   IF WS-BKT-CODE(WS-BKT-IDX) = WS-SEEK-CODE
                       MOVE "Y" TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = "Y"
                   SUBTRACT 1 FROM WS-BKT-IDX
               ELSE
                   PERFORM FIND-CHARGE-CODE
                   IF WS-FOUND = "N"
                       MOVE 1 TO WS-BKT-IDX
                   ELSE
                       IF WS-BKT-COUNT = 20
                           DISPLAY "ERROR: TOO MANY CHARGE CODES FOR "
                               EF-EMP-ID
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BKT-COUNT
                       MOVE WS-BKT-COUNT TO WS-BKT-IDX
                       MOVE WS-SEEK-CODE TO WS-BKT-CODE(WS-BKT-IDX)
                       MOVE WS-CHG-GL-EXPENSE(WS-CHG-IDX)
                           TO WS-BKT-GL-EXPENSE(WS-BKT-IDX)
                       MOVE WS-CHG-GL-FRINGE(WS-CHG-IDX)
                           TO WS-BKT-GL-FRINGE(WS-BKT-IDX)
                   END-IF
               END-IF
           END-IF.

      * Each bucket takes its weighted share, rounded; the last
      * bucket with any weight takes whatever is left, so the shares
      * always add back to the employee's figures to the penny.
       SPREAD-EMPLOYEE-COST.
           MOVE 0 TO WS-TOTAL-WEIGHT.
           MOVE 0 TO WS-LAST-BKT.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT
               IF WS-BKT-WEIGHT(WS-BKT-IDX) > 0
                   ADD WS-BKT-WEIGHT(WS-BKT-IDX) TO WS-TOTAL-WEIGHT
                   MOVE WS-BKT-IDX TO WS-LAST-BKT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ALLOC-GROSS WS-ALLOC-ER-TAX WS-ALLOC-BENEFIT.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT
               IF WS-BKT-WEIGHT(WS-BKT-IDX) > 0
                   IF WS-BKT-IDX = WS-LAST-BKT
                       COMPUTE WS-BKT-GROSS(WS-BKT-IDX) =
                           WS-EMP-GROSS - WS-ALLOC-GROSS
                       COMPUTE WS-BKT-ER-TAX(WS-BKT-IDX) =
                           WS-EMP-ER-TAX - WS-ALLOC-ER-TAX
                       COMPUTE WS-BKT-BENEFIT(WS-BKT-IDX) =
                           WS-EMP-BENEFIT - WS-ALLOC-BENEFIT
                   ELSE
                       COMPUTE WS-BKT-GROSS(WS-BKT-IDX) ROUNDED =
                           WS-EMP-GROSS * WS-BKT-WEIGHT(WS-BKT-IDX)
                           / WS-TOTAL-WEIGHT
                       COMPUTE WS-BKT-ER-TAX(WS-BKT-IDX) ROUNDED =
                           WS-EMP-ER-TAX * WS-BKT-WEIGHT(WS-BKT-IDX)
                           / WS-TOTAL-WEIGHT
                       COMPUTE WS-BKT-BENEFIT(WS-BKT-IDX) ROUNDED =
                           WS-EMP-BENEFIT * WS-BKT-WEIGHT(WS-BKT-IDX)
                           / WS-TOTAL-WEIGHT
                       ADD WS-BKT-GROSS(WS-BKT-IDX) TO WS-ALLOC-GROSS
                       ADD WS-BKT-ER-TAX(WS-BKT-IDX)
                           TO WS-ALLOC-ER-TAX
                       ADD WS-BKT-BENEFIT(WS-BKT-IDX)
                           TO WS-ALLOC-BENEFIT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-EMPLOYEE-ROWS.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT
               IF WS-BKT-WEIGHT(WS-BKT-IDX) > 0
                   PERFORM WRITE-DISTRIBUTION-ROW
               END-IF
           END-PERFORM.

       WRITE-DISTRIBUTION-ROW.
           MOVE SPACES TO LABOR-DIST-RECORD.
           MOVE EF-EMP-ID                  TO LD-EMP-ID.
           MOVE EF-EMP-NAME                TO LD-EMP-NAME.
           MOVE WS-BKT-CODE(WS-BKT-IDX)    TO LD-CHARGE-CODE.
           MOVE WS-BKT-GL-EXPENSE(WS-BKT-IDX) TO LD-GL-EXPENSE-ACCT.
           MOVE WS-BKT-GL-FRINGE(WS-BKT-IDX)  TO LD-GL-FRINGE-ACCT.
           MOVE WS-BKT-HOURS(WS-BKT-IDX)   TO LD-HOURS.
           MOVE WS-BKT-GROSS(WS-BKT-IDX)   TO LD-GROSS.
           MOVE WS-BKT-ER-TAX(WS-BKT-IDX)  TO LD-ER-TAX.
           MOVE WS-BKT-BENEFIT(WS-BKT-IDX) TO LD-BENEFIT.
           WRITE LABOR-DIST-RECORD.
           ADD 1 TO WS-DIST-COUNT.
           IF WS-BKT-CODE(WS-BKT-IDX) = SPACES
               MOVE EF-DEPARTMENT TO WS-PROJ-SEEK
           ELSE
               MOVE WS-BKT-CODE(WS-BKT-IDX) TO WS-PROJ-SEEK
           END-IF.
           MOVE EF-EMP-ID                  TO RD-EMP-ID.
           MOVE EF-EMP-NAME                TO RD-EMP-NAME.
           MOVE WS-PROJ-SEEK               TO RD-KEY.
           MOVE WS-BKT-HOURS(WS-BKT-IDX)   TO RD-HOURS.
           MOVE WS-BKT-GROSS(WS-BKT-IDX)   TO RD-GROSS.
           MOVE WS-BKT-ER-TAX(WS-BKT-IDX)  TO RD-ER-TAX.
           MOVE WS-BKT-BENEFIT(WS-BKT-IDX) TO RD-BENEFIT.
           WRITE LABOR-REPORT-LINE FROM WS-RPT-DETAIL.
           PERFORM ACCUMULATE-PROJECT.

      * The same shares as the rows just written, kept against the
      * period for PAYREVERSE. A rerun for the period replaces them.
       STORE-DISTRIBUTION-HISTORY.
           MOVE EF-EMP-ID TO YTD-EMP-ID.
           READ YTD-FILE
               INVALID KEY
                   MOVE 0 TO YTD-LAST-PERIOD
           END-READ.
           IF YTD-LAST-PERIOD > 0
               INITIALIZE LABOR-DIST-HIST-RECORD
               MOVE EF-EMP-ID       TO LH-EMP-ID
               MOVE YTD-LAST-PERIOD TO LH-PERIOD-ID
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > WS-BKT-COUNT
                   IF WS-BKT-WEIGHT(WS-BKT-IDX) > 0
                       ADD 1 TO LH-ROW-COUNT
                       MOVE WS-BKT-CODE(WS-BKT-IDX)
                           TO LH-CHARGE-CODE(LH-ROW-COUNT)
                       MOVE WS-BKT-GL-EXPENSE(WS-BKT-IDX)
                           TO LH-GL-EXPENSE-ACCT(LH-ROW-COUNT)
                       MOVE WS-BKT-GL-FRINGE(WS-BKT-IDX)
                           TO LH-GL-FRINGE-ACCT(LH-ROW-COUNT)
                       MOVE WS-BKT-GROSS(WS-BKT-IDX)
                           TO LH-GROSS(LH-ROW-COUNT)
                       MOVE WS-BKT-ER-TAX(WS-BKT-IDX)
                           TO LH-ER-TAX(LH-ROW-COUNT)
                       MOVE WS-BKT-BENEFIT(WS-BKT-IDX)
                           TO LH-BENEFIT(LH-ROW-COUNT)
                   END-IF
               END-PERFORM
               WRITE LABOR-DIST-HIST-RECORD
                   INVALID KEY
                       REWRITE LABOR-DIST-HIST-RECORD
               END-WRITE
           END-IF.

       ACCUMULATE-PROJECT.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
                   OR WS-FOUND = "Y"
               IF WS-PROJ-KEY(WS-PROJ-IDX) = WS-PROJ-SEEK
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               SUBTRACT 1 FROM WS-PROJ-IDX
           ELSE
               IF WS-PROJ-COUNT = 200
                   DISPLAY "ERROR: TOO MANY PROJECTS FOR SUMMARY"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PROJ-COUNT
               MOVE WS-PROJ-COUNT TO WS-PROJ-IDX
               MOVE WS-PROJ-SEEK TO WS-PROJ-KEY(WS-PROJ-IDX)
               MOVE 0 TO WS-PROJ-HOURS(WS-PROJ-IDX)
               MOVE 0 TO WS-PROJ-GROSS(WS-PROJ-IDX)
               MOVE 0 TO WS-PROJ-ER-TAX(WS-PROJ-IDX)
               MOVE 0 TO WS-PROJ-BENEFIT(WS-PROJ-IDX)
           END-IF.
           ADD WS-BKT-HOURS(WS-BKT-IDX)   TO WS-PROJ-HOURS(WS-PROJ-IDX).
           ADD WS-BKT-GROSS(WS-BKT-IDX)   TO WS-PROJ-GROSS(WS-PROJ-IDX).
           ADD WS-BKT-ER-TAX(WS-BKT-IDX)
               TO WS-PROJ-ER-TAX(WS-PROJ-IDX).
           ADD WS-BKT-BENEFIT(WS-BKT-IDX)
               TO WS-PROJ-BENEFIT(WS-PROJ-IDX).

       WRITE-EXCEPTION-LINE.
           MOVE EF-EMP-ID         TO RX-EMP-ID.
           MOVE WS-EXCEPTION-TEXT TO RX-TEXT.
           WRITE LABOR-REPORT-LINE FROM WS-RPT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-PROJECT-SUMMARY.
           MOVE SPACES TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE FROM WS-RPT-SEPARATOR.
           WRITE LABOR-REPORT-LINE FROM WS-SUM-HEADING.
           WRITE LABOR-REPORT-LINE FROM WS-SUM-COL-HEADING.
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
               MOVE WS-PROJ-KEY(WS-PROJ-IDX)     TO SD-KEY
               MOVE WS-PROJ-HOURS(WS-PROJ-IDX)   TO SD-HOURS
               MOVE WS-PROJ-GROSS(WS-PROJ-IDX)   TO SD-GROSS
               MOVE WS-PROJ-ER-TAX(WS-PROJ-IDX)  TO SD-ER-TAX
               MOVE WS-PROJ-BENEFIT(WS-PROJ-IDX) TO SD-BENEFIT
               COMPUTE WS-PROJ-TOTAL-COST =
                   WS-PROJ-GROSS(WS-PROJ-IDX)
                   + WS-PROJ-ER-TAX(WS-PROJ-IDX)
                   + WS-PROJ-BENEFIT(WS-PROJ-IDX)
               MOVE WS-PROJ-TOTAL-COST TO SD-TOTAL-COST
               WRITE LABOR-REPORT-LINE FROM WS-SUM-DETAIL
           END-PERFORM.

       FINISH-LABOR-RUN.
           CLOSE EMPLOYEE-FILE.
           CLOSE LABOR-DIST-FILE.
           CLOSE LABOR-REPORT.
           IF WS-DEPT-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           END-IF.
           IF WS-HIST-AVAILABLE = "Y"
               CLOSE YTD-FILE
               CLOSE LABOR-DIST-HIST-FILE
           END-IF.
           DISPLAY "EMPLOYEES DISTRIBUTED: " WS-EMP-COUNT.
           DISPLAY "DISTRIBUTION ROWS:     " WS-DIST-COUNT.
           DISPLAY "SPLIT EXCEPTIONS:      " WS-EXCEPTION-COUNT.

      * A distribution run is measured by the labor cost it spread:
      * gross pay, employer taxes and benefits. A split it could not
      * honour counts as rejected.
       LOG-RUN-STATISTICS.
           MOVE "LABORDST"          TO WS-RT-PROGRAM.
           MOVE "P"                 TO WS-RT-STREAM.
           MOVE WS-RUN-PAY-GROUP    TO WS-RT-RUN-GROUP.
           MOVE WS-EMP-COUNT        TO WS-RT-RECORDS-READ.
           MOVE WS-DIST-COUNT       TO WS-RT-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT  TO WS-RT-RECORDS-REJECTED.
           MOVE WS-LABOR-COST-TOTAL TO WS-RT-AMOUNT-TOTAL.
           MOVE "LABOR COST"        TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
