           SELECT PAY-PERIOD-FILE ASSIGN TO "payperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
           SELECT CHARGE-CODE-FILE ASSIGN TO "charge_codes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY "timesheetrec.cpy".

       FD  CLEAN-TIMESHEET-FILE.
       01  CLEAN-TIMESHEET-LINE      PIC X(36).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SU-REASON-CODE        PIC X(3).
           05  FILLER                PIC X(2).
           05  SU-RECORD-IMAGE       PIC X(36).

       FD  EDIT-REPORT.
       01  EDIT-REPORT-LINE          PIC X(90).

      * One approval row per employee per week, keyed by the week's
      * ending date; a timesheet row pays only when its week carries
       FD  PAY-PERIOD-FILE.
           COPY "payperiodrec.cpy".

       FD  CHARGE-CODE-FILE.
           COPY "chargecoderec.cpy".

       FD  EMPLOYEE-FILE.
           COPY "emppayrec.cpy".

       01  WS-APPROVAL-STATUS        PIC X(2) VALUE "00".
       01  WS-PP-STATUS              PIC X(2) VALUE "00".
       01  WS-EMP-STATUS             PIC X(2) VALUE "00".
       01  WS-CHARGE-STATUS          PIC X(2) VALUE "00".
       01  WS-CHARGE-EOF             PIC X(1) VALUE "N".
       01  WS-CHARGE-FOUND           PIC X(1) VALUE "N".
       01  WS-EOF                    PIC X(1) VALUE "N".
       01  WS-APPR-EOF               PIC X(1) VALUE "N".
       01  WS-PP-EOF                 PIC X(1) VALUE "N".
       01  WS-READ-COUNT             PIC 9(5) VALUE 0.
       01  WS-CLEAN-COUNT            PIC 9(5) VALUE 0.
       01  WS-SUSPENSE-COUNT         PIC 9(5) VALUE 0.
       01  WS-CLEAN-HOURS            PIC 9(9)V99 VALUE 0.
       01  WS-TODAY-DATE             PIC 9(8) VALUE 0.
       01  WS-EMP-FOUND              PIC X(1) VALUE "N".
       01  WS-EMP-PAY-GROUP          PIC X(1) VALUE "S".
               10  WS-PP-END             PIC 9(8).
               10  WS-PP-GROUP           PIC X(1).
       01  WS-PP-IDX                 PIC 9(3) VALUE 0.

      * Charge codes still open for time; closed ones are left out so
      * a row charged to a finished project suspends.
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-COUNT       PIC 9(3) VALUE 0.
           05  WS-CHARGE-ENTRY OCCURS 200 TIMES.
               10  WS-CHARGE-CODE        PIC X(10).
       01  WS-CHARGE-IDX             PIC 9(3) VALUE 0.
       01  WS-OPEN-START             PIC 9(8) VALUE 0.
       01  WS-OPEN-END               PIC 9(8) VALUE 0.

           05  FILLER                PIC X(2)  VALUE SPACES.
           05  ED-REASON-TEXT        PIC X(28).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  ED-RECORD-IMAGE       PIC X(36).

       01  EDIT-SUMMARY-LINE.
           05  FILLER                PIC X(14) VALUE "RECORDS READ: ".
           05  FILLER                PIC X(12) VALUE "  SUSPENSE: ".
           05  ES-SUSPENSE-COUNT     PIC ZZZZ9.

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

      * Edit pass ahead of the payroll run, in the spirit of
      * CUSTEDIT: every keyed timesheet row must belong to an active
      * employee taking the kind of pay the row claims, fall inside
      * the open pay period of that employee's own calendar, carry a
      * plausible day's hours, and sit in a week a supervisor has
      * approved, and charge any project it names to an open charge
      * code. Failures go to a suspense file with a reason code
      * for repair and resubmission; PAYROLL sees only the clean
      * approved hours.
       PROCEDURE DIVISION.
       EDIT-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-EDIT-RUN.
           PERFORM EDIT-TIMESHEET-ROWS UNTIL WS-EOF = "Y".
           PERFORM FINISH-EDIT-RUN.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-EDIT-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-PAY-PERIODS.
           PERFORM LOAD-APPROVALS.
           PERFORM LOAD-CHARGE-CODES.
           OPEN INPUT RAW-TIMESHEET-FILE.
           IF WS-RAW-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RAW-TIMESHEET-FILE: "
               CLOSE APPROVAL-FILE
           END-IF.

      * With no charge-code master every charged row suspends, the
      * same as a missing approval file leaves every week unapproved.
       LOAD-CHARGE-CODES.
           OPEN INPUT CHARGE-CODE-FILE.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "NO CHARGE CODE FILE, ALL CHARGE CODES REJECTED"
           ELSE
               READ CHARGE-CODE-FILE
                   AT END MOVE "Y" TO WS-CHARGE-EOF
               END-READ
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   IF CG-OPEN
                       IF WS-CHARGE-COUNT = 200
                           DISPLAY "ERROR: TOO MANY CHARGE CODES"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CHARGE-COUNT
                       MOVE CG-CHARGE-CODE
                           TO WS-CHARGE-CODE(WS-CHARGE-COUNT)
                   END-IF
                   READ CHARGE-CODE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-CODE-FILE
           END-IF.

       EDIT-TIMESHEET-ROWS.
           ADD 1 TO WS-READ-COUNT.
           MOVE "Y" TO WS-RECORD-VALID.
               MOVE TIMESHEET-RECORD TO CLEAN-TIMESHEET-LINE
               WRITE CLEAN-TIMESHEET-LINE
               ADD 1 TO WS-CLEAN-COUNT
               ADD TS-HOURS TO WS-CLEAN-HOURS
           ELSE
               PERFORM WRITE-SUSPENSE-ROW
           END-IF.
           IF WS-RECORD-VALID = "Y"
               PERFORM CHECK-WEEK-APPROVED
           END-IF.
           IF WS-RECORD-VALID = "Y"
                   AND TS-CHARGE-CODE NOT = SPACES
               PERFORM CHECK-CHARGE-CODE
           END-IF.

      * Worked rows pay only hourly employees; leave rows are valid
      * for salaried staff too, since leave draws a balance rather
               MOVE "N" TO WS-RECORD-VALID
           END-IF.

      * Leave is always a home-department cost, so only worked hours
      * may be charged elsewhere.
       CHECK-CHARGE-CODE.
           IF TS-LEAVE-ROW
               MOVE "T10" TO WS-REASON-CODE
               MOVE "N" TO WS-RECORD-VALID
           ELSE
               MOVE "N" TO WS-CHARGE-FOUND
               PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
                       UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT
                       OR WS-CHARGE-FOUND = "Y"
                   IF WS-CHARGE-CODE(WS-CHARGE-IDX) = TS-CHARGE-CODE
                       MOVE "Y" TO WS-CHARGE-FOUND
                   END-IF
               END-PERFORM
               IF WS-CHARGE-FOUND = "N"
                   MOVE "T09" TO WS-REASON-CODE
                   MOVE "N" TO WS-RECORD-VALID
               END-IF
           END-IF.

       WRITE-SUSPENSE-ROW.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE SPACES TO SUSPENSE-RECORD.
                   MOVE "DATE OUTSIDE OPEN PERIOD" TO WS-REASON-TEXT
               WHEN "T08"
                   MOVE "WEEK NOT APPROVED" TO WS-REASON-TEXT
               WHEN "T09"
                   MOVE "CHARGE CODE NOT OPEN" TO WS-REASON-TEXT
               WHEN "T10"
                   MOVE "CHARGE CODE ON LEAVE ROW" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNSPECIFIED" TO WS-REASON-TEXT
           END-EVALUATE.
           CLOSE EDIT-REPORT.
           DISPLAY "CLEAN TIMESHEET ROWS: " WS-CLEAN-COUNT.
           DISPLAY "SUSPENSE ROWS:        " WS-SUSPENSE-COUNT.

      * A timesheet edit is measured by the approved hours it passed
      * to payroll; it covers every pay group at once.
       LOG-RUN-STATISTICS.
           MOVE "TSEDIT"          TO WS-RT-PROGRAM.
           MOVE "P"               TO WS-RT-STREAM.
           MOVE SPACE             TO WS-RT-RUN-GROUP.
           MOVE WS-READ-COUNT     TO WS-RT-RECORDS-READ.
           MOVE WS-CLEAN-COUNT    TO WS-RT-RECORDS-WRITTEN.
           MOVE WS-SUSPENSE-COUNT TO WS-RT-RECORDS-REJECTED.
           MOVE WS-CLEAN-HOURS    TO WS-RT-AMOUNT-TOTAL.
           MOVE "HOURS"           TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
