       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSSUM.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS-FILE ASSIGN TO "run_stats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT SUMMARY-REPORT ASSIGN TO "ops_summary_rpt.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE.
           COPY "runstatrec.cpy".

       FD  SUMMARY-REPORT.
       01  SUMMARY-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATS-STATUS        PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF                 PIC X(1) VALUE "N".

       01  WS-SUMMARY-DATE-IN     PIC X(8) VALUE SPACES.
       01  WS-SUMMARY-DATE        PIC 9(8) VALUE 0.
       01  WS-ALERT-PCT-IN        PIC X(4) VALUE SPACES.
       01  WS-ALERT-PCT           PIC 9(3) VALUE 25.
       01  WS-AVG-RUNS-IN         PIC X(4) VALUE SPACES.
       01  WS-AVG-RUNS            PIC 9(2) VALUE 10.

      * Every program and run group seen on the log, with its most
      * recent earlier runs kept round-robin for the rolling average.
       01  WS-JOB-TABLE.
           05  WS-JOB-COUNT           PIC 9(2) VALUE 0.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  WS-JB-PROGRAM          PIC X(10).
               10  WS-JB-RUN-GROUP        PIC X(1).
               10  WS-JB-HIST-COUNT       PIC 9(2).
               10  WS-JB-NEXT-SLOT        PIC 9(2).
               10  WS-JB-HISTORY OCCURS 20 TIMES.
                   15  WS-JH-READ             PIC 9(7).
                   15  WS-JH-WRITTEN          PIC 9(7).
                   15  WS-JH-REJECTED         PIC 9(7).
                   15  WS-JH-AMOUNT           PIC 9(11)V99.
       01  WS-JOB-IDX             PIC 9(2) VALUE 0.
       01  WS-JOB-FOUND           PIC X(1) VALUE "N".
       01  WS-HIST-IDX            PIC 9(2) VALUE 0.

      * The runs made on the business date being summarized.
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT           PIC 9(3) VALUE 0.
           05  WS-RUN-ENTRY OCCURS 100 TIMES.
               10  WS-RN-JOB-IDX          PIC 9(2).
               10  WS-RN-STREAM           PIC X(1).
               10  WS-RN-START            PIC X(14).
               10  WS-RN-END              PIC X(14).
               10  WS-RN-READ             PIC 9(7).
               10  WS-RN-WRITTEN          PIC 9(7).
               10  WS-RN-REJECTED         PIC 9(7).
               10  WS-RN-AMOUNT           PIC 9(11)V99.
               10  WS-RN-AMOUNT-NAME      PIC X(15).
       01  WS-RUN-IDX             PIC 9(3) VALUE 0.

       01  WS-AVG-FIELDS.
           05  WS-SUM-READ            PIC 9(9) VALUE 0.
           05  WS-SUM-WRITTEN         PIC 9(9) VALUE 0.
           05  WS-SUM-AMOUNT          PIC 9(13)V99 VALUE 0.
           05  WS-AVG-READ            PIC 9(7)V9 VALUE 0.
           05  WS-AVG-WRITTEN         PIC 9(7)V9 VALUE 0.
           05  WS-AVG-AMOUNT          PIC 9(11)V99 VALUE 0.

       01  WS-CMP-FIELDS.
           05  WS-CMP-TODAY           PIC 9(11)V99 VALUE 0.
           05  WS-CMP-AVERAGE         PIC 9(11)V99 VALUE 0.
           05  WS-CMP-CHANGE-PCT      PIC S9(6)V9 VALUE 0.
           05  WS-CMP-OUT-OF-RANGE    PIC X(1) VALUE "N".
       01  WS-RUN-FLAGGED         PIC X(1) VALUE "N".
       01  WS-FLAGGED-COUNT       PIC 9(3) VALUE 0.
       01  WS-REJECT-RUN-COUNT    PIC 9(3) VALUE 0.

       01  WS-EDIT-COUNT-AREA.
           05  WS-EDIT-COUNT          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
       01  WS-EDIT-AVG-COUNT-AREA.
           05  WS-EDIT-AVG-COUNT      PIC Z,ZZZ,ZZZ,ZZ9.9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
       01  WS-EDIT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PCT                PIC -(6)9.9.

       01  WS-SUMMARY-HEADING.
           05  FILLER             PIC X(33) VALUE
               "NIGHTLY OPERATIONS SUMMARY FOR  ".
           05  SH-DATE            PIC 9(8).
           05  FILLER             PIC X(20) VALUE
               "   ALERT THRESHOLD: ".
           05  SH-ALERT-PCT       PIC ZZ9.
           05  FILLER             PIC X(21) VALUE
               "%   AVERAGE OF LAST: ".
           05  SH-AVG-RUNS        PIC Z9.
           05  FILLER             PIC X(5)  VALUE " RUNS".

       01  WS-COLUMN-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(22) VALUE "MEASURE".
           05  FILLER             PIC X(18) VALUE "           TONIGHT".
           05  FILLER             PIC X(18) VALUE "   ROLLING AVERAGE".
           05  FILLER             PIC X(13) VALUE "    CHANGE".
           05  FILLER             PIC X(20) VALUE "FLAG".

       01  WS-JOB-LINE.
           05  JL-PROGRAM         PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JL-STREAM          PIC X(7).
           05  FILLER             PIC X(8)  VALUE "  GROUP ".
           05  JL-RUN-GROUP       PIC X(1).
           05  FILLER             PIC X(11) VALUE "   STARTED ".
           05  JL-START-DATE      PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  JL-START-TIME      PIC X(6).
           05  FILLER             PIC X(9)  VALUE "   ENDED ".
           05  JL-END-DATE        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  JL-END-TIME        PIC X(6).

       01  WS-MEASURE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  ML-LABEL           PIC X(22).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ML-TONIGHT         PIC X(16).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ML-AVERAGE         PIC X(16).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ML-CHANGE          PIC X(9).
           05  ML-PCT-SIGN        PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ML-FLAG            PIC X(20).

       01  WS-TOTAL-LINE.
           05  TL-CAPTION         PIC X(30).
           05  TL-COUNT           PIC ZZ9.

      * Morning operations summary of the nightly billing and payroll
      * streams, read from the run statistics log RUNSTAT appends to
      * at the end of every clean run. Every run on the business date
      * (SUMMARY_DATE, or the latest date on the log) is listed with
      * its start and end times, and its records read and written
      * and money total are set against the average of the same
      * program's earlier runs in the same run group - the last 10
      * unless STATS_AVG_RUNS says otherwise. A measure that moved
      * by more than the alert threshold (25% unless STATS_ALERT_PCT
      * says otherwise) is flagged, as is any run that rejected
      * records. A program with no earlier runs is listed without an
      * average and is not flagged for volume.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 200-INIT-ROUTINE
           PERFORM 300-LOAD-RUN-HISTORY
           PERFORM 400-WRITE-SUMMARY
           PERFORM 600-WRAP-UP
           STOP RUN.

       200-INIT-ROUTINE.
           ACCEPT WS-ALERT-PCT-IN FROM ENVIRONMENT "STATS_ALERT_PCT"
           IF WS-ALERT-PCT-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ALERT-PCT-IN) TO WS-ALERT-PCT
           END-IF
           ACCEPT WS-AVG-RUNS-IN FROM ENVIRONMENT "STATS_AVG_RUNS"
           IF WS-AVG-RUNS-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-AVG-RUNS-IN) TO WS-AVG-RUNS
           END-IF
           IF WS-AVG-RUNS < 1 OR WS-AVG-RUNS > 20
               DISPLAY "ERROR: STATS_AVG_RUNS MUST BE 1 THROUGH 20"
               STOP RUN
           END-IF
           OPEN INPUT RUN-STATS-FILE
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RUN-STATS-FILE: " WS-STATS-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-SUMMARY-DATE-IN FROM ENVIRONMENT "SUMMARY_DATE"
           IF WS-SUMMARY-DATE-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SUMMARY-DATE-IN)
                   TO WS-SUMMARY-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SUMMARY-DATE) NOT = 0
                   DISPLAY "ERROR: INVALID SUMMARY_DATE "
                       WS-SUMMARY-DATE-IN
                   STOP RUN
               END-IF
           ELSE
               PERFORM 210-FIND-LATEST-DATE
           END-IF
           OPEN OUTPUT SUMMARY-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUMMARY-REPORT: " WS-REPORT-STATUS
               STOP RUN
           END-IF.

      * Without a date the summary is of the latest night logged; the
      * log is read once for the date and reopened for the history.
       210-FIND-LATEST-DATE.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-STATS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ST-BUSINESS-DATE > WS-SUMMARY-DATE
                           MOVE ST-BUSINESS-DATE TO WS-SUMMARY-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-STATS-FILE
           OPEN INPUT RUN-STATS-FILE.

      * The log is in run order, so the slots kept for a job always
      * hold its latest earlier runs. Runs after the summary date are
      * ignored, so an earlier night can be summarized again.
       300-LOAD-RUN-HISTORY.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-STATS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 310-LOAD-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-STATS-FILE.

       310-LOAD-ONE-RUN.
           EVALUATE TRUE
               WHEN ST-BUSINESS-DATE < WS-SUMMARY-DATE
                   PERFORM 320-FIND-JOB
                   PERFORM 330-KEEP-HISTORY
               WHEN ST-BUSINESS-DATE = WS-SUMMARY-DATE
                   PERFORM 320-FIND-JOB
                   PERFORM 340-KEEP-TONIGHT-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       320-FIND-JOB.
           MOVE "N" TO WS-JOB-FOUND
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   OR WS-JOB-FOUND = "Y"
               IF WS-JB-PROGRAM(WS-JOB-IDX) = ST-PROGRAM
                       AND WS-JB-RUN-GROUP(WS-JOB-IDX) = ST-RUN-GROUP
                   MOVE "Y" TO WS-JOB-FOUND
               END-IF
           END-PERFORM
           IF WS-JOB-FOUND = "Y"
               SUBTRACT 1 FROM WS-JOB-IDX
           ELSE
               IF WS-JOB-COUNT = 50
                   DISPLAY "ERROR: TOO MANY JOBS ON RUN STATISTICS LOG"
                   STOP RUN
               END-IF
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JOB-IDX
               MOVE ST-PROGRAM   TO WS-JB-PROGRAM(WS-JOB-IDX)
               MOVE ST-RUN-GROUP TO WS-JB-RUN-GROUP(WS-JOB-IDX)
               MOVE 0 TO WS-JB-HIST-COUNT(WS-JOB-IDX)
               MOVE 1 TO WS-JB-NEXT-SLOT(WS-JOB-IDX)
           END-IF.

       330-KEEP-HISTORY.
           MOVE WS-JB-NEXT-SLOT(WS-JOB-IDX) TO WS-HIST-IDX
           MOVE ST-RECORDS-READ
               TO WS-JH-READ(WS-JOB-IDX, WS-HIST-IDX)
           MOVE ST-RECORDS-WRITTEN
               TO WS-JH-WRITTEN(WS-JOB-IDX, WS-HIST-IDX)
           MOVE ST-RECORDS-REJECTED
               TO WS-JH-REJECTED(WS-JOB-IDX, WS-HIST-IDX)
           MOVE ST-AMOUNT-TOTAL
               TO WS-JH-AMOUNT(WS-JOB-IDX, WS-HIST-IDX)
           IF WS-JB-HIST-COUNT(WS-JOB-IDX) < WS-AVG-RUNS
               ADD 1 TO WS-JB-HIST-COUNT(WS-JOB-IDX)
           END-IF
           IF WS-HIST-IDX = WS-AVG-RUNS
               MOVE 1 TO WS-JB-NEXT-SLOT(WS-JOB-IDX)
           ELSE
               ADD 1 TO WS-JB-NEXT-SLOT(WS-JOB-IDX)
           END-IF.

       340-KEEP-TONIGHT-RUN.
           IF WS-RUN-COUNT = 100
               DISPLAY "ERROR: TOO MANY RUNS FOR ONE NIGHT"
               STOP RUN
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-JOB-IDX          TO WS-RN-JOB-IDX(WS-RUN-COUNT)
           MOVE ST-STREAM           TO WS-RN-STREAM(WS-RUN-COUNT)
           MOVE ST-START-TIMESTAMP  TO WS-RN-START(WS-RUN-COUNT)
           MOVE ST-END-TIMESTAMP    TO WS-RN-END(WS-RUN-COUNT)
           MOVE ST-RECORDS-READ     TO WS-RN-READ(WS-RUN-COUNT)
           MOVE ST-RECORDS-WRITTEN  TO WS-RN-WRITTEN(WS-RUN-COUNT)
           MOVE ST-RECORDS-REJECTED TO WS-RN-REJECTED(WS-RUN-COUNT)
           MOVE ST-AMOUNT-TOTAL     TO WS-RN-AMOUNT(WS-RUN-COUNT)
           MOVE ST-AMOUNT-NAME      TO WS-RN-AMOUNT-NAME(WS-RUN-COUNT).

       400-WRITE-SUMMARY.
           MOVE WS-SUMMARY-DATE TO SH-DATE
           MOVE WS-ALERT-PCT    TO SH-ALERT-PCT
           MOVE WS-AVG-RUNS     TO SH-AVG-RUNS
           WRITE SUMMARY-LINE FROM WS-SUMMARY-HEADING
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           WRITE SUMMARY-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               PERFORM 410-SUMMARIZE-ONE-RUN
           END-PERFORM
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "JOBS RUN:" TO TL-CAPTION
           MOVE WS-RUN-COUNT TO TL-COUNT
           WRITE SUMMARY-LINE FROM WS-TOTAL-LINE
           MOVE "JOBS FLAGGED:" TO TL-CAPTION
           MOVE WS-FLAGGED-COUNT TO TL-COUNT
           WRITE SUMMARY-LINE FROM WS-TOTAL-LINE
           MOVE "  OF WHICH WITH REJECTS:" TO TL-CAPTION
           MOVE WS-REJECT-RUN-COUNT TO TL-COUNT
           WRITE SUMMARY-LINE FROM WS-TOTAL-LINE.

       410-SUMMARIZE-ONE-RUN.
           MOVE WS-RN-JOB-IDX(WS-RUN-IDX) TO WS-JOB-IDX
           MOVE "N" TO WS-RUN-FLAGGED
           PERFORM 420-AVERAGE-HISTORY
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE WS-JB-PROGRAM(WS-JOB-IDX) TO JL-PROGRAM
           IF WS-RN-STREAM(WS-RUN-IDX) = "P"
               MOVE "PAYROLL" TO JL-STREAM
           ELSE
               MOVE "BILLING" TO JL-STREAM
           END-IF
           MOVE WS-JB-RUN-GROUP(WS-JOB-IDX) TO JL-RUN-GROUP
           MOVE WS-RN-START(WS-RUN-IDX)(1:8)  TO JL-START-DATE
           MOVE WS-RN-START(WS-RUN-IDX)(9:6)  TO JL-START-TIME
           MOVE WS-RN-END(WS-RUN-IDX)(1:8)    TO JL-END-DATE
           MOVE WS-RN-END(WS-RUN-IDX)(9:6)    TO JL-END-TIME
           WRITE SUMMARY-LINE FROM WS-JOB-LINE

           MOVE "RECORDS READ" TO ML-LABEL
           MOVE WS-RN-READ(WS-RUN-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT-AREA TO ML-TONIGHT
           MOVE WS-AVG-READ TO WS-EDIT-AVG-COUNT
           MOVE WS-EDIT-AVG-COUNT-AREA TO ML-AVERAGE
           MOVE WS-RN-READ(WS-RUN-IDX) TO WS-CMP-TODAY
           MOVE WS-AVG-READ TO WS-CMP-AVERAGE
           PERFORM 430-COMPARE-MEASURE

           MOVE "RECORDS WRITTEN" TO ML-LABEL
           MOVE WS-RN-WRITTEN(WS-RUN-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT-AREA TO ML-TONIGHT
           MOVE WS-AVG-WRITTEN TO WS-EDIT-AVG-COUNT
           MOVE WS-EDIT-AVG-COUNT-AREA TO ML-AVERAGE
           MOVE WS-RN-WRITTEN(WS-RUN-IDX) TO WS-CMP-TODAY
           MOVE WS-AVG-WRITTEN TO WS-CMP-AVERAGE
           PERFORM 430-COMPARE-MEASURE

           MOVE WS-RN-AMOUNT-NAME(WS-RUN-IDX) TO ML-LABEL
           MOVE WS-RN-AMOUNT(WS-RUN-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO ML-TONIGHT
           MOVE WS-AVG-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO ML-AVERAGE
           MOVE WS-RN-AMOUNT(WS-RUN-IDX) TO WS-CMP-TODAY
           MOVE WS-AVG-AMOUNT TO WS-CMP-AVERAGE
           PERFORM 430-COMPARE-MEASURE

      *    Any reject is worth a look, whatever the history says.
           MOVE "RECORDS REJECTED" TO ML-LABEL
           MOVE WS-RN-REJECTED(WS-RUN-IDX) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT-AREA TO ML-TONIGHT
           MOVE SPACES TO ML-AVERAGE
           MOVE SPACES TO ML-CHANGE
           MOVE SPACES TO ML-PCT-SIGN
           IF WS-RN-REJECTED(WS-RUN-IDX) > 0
               MOVE "** REJECTS" TO ML-FLAG
               MOVE "Y" TO WS-RUN-FLAGGED
               ADD 1 TO WS-REJECT-RUN-COUNT
           ELSE
               MOVE SPACES TO ML-FLAG
           END-IF
           WRITE SUMMARY-LINE FROM WS-MEASURE-LINE
           IF WS-RUN-FLAGGED = "Y"
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       420-AVERAGE-HISTORY.
           MOVE 0 TO WS-SUM-READ
           MOVE 0 TO WS-SUM-WRITTEN
           MOVE 0 TO WS-SUM-AMOUNT
           MOVE 0 TO WS-AVG-READ
           MOVE 0 TO WS-AVG-WRITTEN
           MOVE 0 TO WS-AVG-AMOUNT
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-JB-HIST-COUNT(WS-JOB-IDX)
               ADD WS-JH-READ(WS-JOB-IDX, WS-HIST-IDX) TO WS-SUM-READ
               ADD WS-JH-WRITTEN(WS-JOB-IDX, WS-HIST-IDX)
                   TO WS-SUM-WRITTEN
               ADD WS-JH-AMOUNT(WS-JOB-IDX, WS-HIST-IDX)
                   TO WS-SUM-AMOUNT
           END-PERFORM
           IF WS-JB-HIST-COUNT(WS-JOB-IDX) > 0
               COMPUTE WS-AVG-READ ROUNDED =
                   WS-SUM-READ / WS-JB-HIST-COUNT(WS-JOB-IDX)
               COMPUTE WS-AVG-WRITTEN ROUNDED =
                   WS-SUM-WRITTEN / WS-JB-HIST-COUNT(WS-JOB-IDX)
               COMPUTE WS-AVG-AMOUNT ROUNDED =
                   WS-SUM-AMOUNT / WS-JB-HIST-COUNT(WS-JOB-IDX)
           END-IF.

      * A measure that had been zero every earlier run and is not
      * zero tonight has no percentage to show but is flagged all
      * the same.
       430-COMPARE-MEASURE.
           MOVE SPACES TO ML-FLAG
           MOVE SPACES TO ML-CHANGE
           MOVE SPACES TO ML-PCT-SIGN
           MOVE "N" TO WS-CMP-OUT-OF-RANGE
           EVALUATE TRUE
               WHEN WS-JB-HIST-COUNT(WS-JOB-IDX) = 0
                   MOVE SPACES TO ML-AVERAGE
                   MOVE "NO HISTORY" TO ML-FLAG
               WHEN WS-CMP-AVERAGE = 0
                   IF WS-CMP-TODAY > 0
                       MOVE "Y" TO WS-CMP-OUT-OF-RANGE
                   END-IF
               WHEN OTHER
                   COMPUTE WS-CMP-CHANGE-PCT ROUNDED =
                       (WS-CMP-TODAY - WS-CMP-AVERAGE) * 100
                           / WS-CMP-AVERAGE
                       ON SIZE ERROR
                           MOVE 999999.9 TO WS-CMP-CHANGE-PCT
                   END-COMPUTE
                   MOVE WS-CMP-CHANGE-PCT TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO ML-CHANGE
                   MOVE "%" TO ML-PCT-SIGN
                   IF WS-CMP-CHANGE-PCT > WS-ALERT-PCT
                           OR WS-CMP-CHANGE-PCT < 0 - WS-ALERT-PCT
                       MOVE "Y" TO WS-CMP-OUT-OF-RANGE
                   END-IF
           END-EVALUATE
           IF WS-CMP-OUT-OF-RANGE = "Y"
               MOVE "** OUT OF RANGE" TO ML-FLAG
               MOVE "Y" TO WS-RUN-FLAGGED
           END-IF
           WRITE SUMMARY-LINE FROM WS-MEASURE-LINE.

       600-WRAP-UP.
           CLOSE SUMMARY-REPORT
           DISPLAY "OPERATIONS SUMMARY FOR:  " WS-SUMMARY-DATE
           DISPLAY "JOBS RUN:                " WS-RUN-COUNT
           DISPLAY "JOBS FLAGGED:            " WS-FLAGGED-COUNT.
