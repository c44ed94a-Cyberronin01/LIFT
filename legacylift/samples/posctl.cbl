       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCTL.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-MASTER ASSIGN TO "dept_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "emp_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT POSITION-REPORT ASSIGN TO "position_control.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MASTER.
           COPY "deptrec.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmstr.cpy".

       FD  POSITION-REPORT.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DEPT-STATUS             PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(2) VALUE "00".
       01  WS-RPT-STATUS              PIC X(2) VALUE "00".
       01  WS-DEPT-EOF                PIC X(1) VALUE "N".
       01  WS-MASTER-EOF              PIC X(1) VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-DEPT-IDX                PIC 9(3) VALUE 0.
       01  WS-DEPT-HIT                PIC 9(3) VALUE 0.
       01  WS-VACANT                  PIC S9(5) VALUE 0.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT          PIC 9(3) VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DT-CODE             PIC X(20).
               10  WS-DT-NAME             PIC X(30).
               10  WS-DT-CONTROL          PIC X(1).
               10  WS-DT-AUTH             PIC 9(4).
               10  WS-DT-FILLED           PIC 9(4).

       01  WS-UNASSIGNED-COUNT        PIC 9(5) VALUE 0.
       01  WS-OVER-COUNT              PIC 9(3) VALUE 0.
       01  WS-TOTAL-AUTH              PIC 9(6) VALUE 0.
       01  WS-TOTAL-FILLED            PIC 9(6) VALUE 0.
       01  WS-TOTAL-VACANT            PIC 9(6) VALUE 0.

       01  WS-RPT-SEPARATOR.
           05  FILLER                 PIC X(80) VALUE ALL "=".

       01  WS-RPT-TITLE.
           05  FILLER                 PIC X(40) VALUE
               "POSITION CONTROL BY DEPARTMENT".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  RT-RUN-DATE            PIC 9(8).

       01  WS-RPT-SECTION.
           05  RS-SECTION-NAME        PIC X(40).

       01  WS-COL-HEADING.
           05  FILLER                 PIC X(22) VALUE "DEPARTMENT".
           05  FILLER                 PIC X(12) VALUE "  AUTHORIZED".
           05  FILLER                 PIC X(8)  VALUE "  FILLED".
           05  FILLER                 PIC X(8)  VALUE "  VACANT".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  DL-DEPT-CODE           PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DL-AUTH                PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DL-FILLED              PIC ZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DL-VACANT              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DL-STATUS              PIC X(20).

       01  WS-AUTH-EDIT               PIC ZZZZZ9.
       01  WS-VACANT-EDIT             PIC ZZZZZ9.

       01  WS-OVER-LINE.
           05  OL-DEPT-CODE           PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OL-DEPT-NAME           PIC X(30).
           05  FILLER                 PIC X(7)  VALUE " OVER: ".
           05  OL-OVER-BY             PIC ZZZ9.

       01  WS-RPT-TOTAL-LINE.
           05  RL-CAPTION             PIC X(36).
           05  RL-COUNT               PIC ZZZ,ZZ9.

      * Lists each department's authorized, filled and vacant
      * positions. Filled positions are the active employees on the
      * master; a department outside position control shows its
      * filled count only. Departments holding more active employees
      * than they are authorized - through overrides, or a lowered
      * authorization - are listed again at the end for follow-up,
      * along with any active employees whose department is not on
      * the department master.
       PROCEDURE DIVISION.
       POSCTL-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM COUNT-ACTIVE-EMPLOYEES.
           OPEN OUTPUT POSITION-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING POSITION-REPORT: " WS-RPT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-SEPARATOR.
           WRITE REPORT-LINE FROM WS-COL-HEADING.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-DEPARTMENT-LINE
           END-PERFORM.
           PERFORM WRITE-OVER-AUTHORIZATION.
           PERFORM WRITE-TOTALS.
           CLOSE POSITION-REPORT.
           DISPLAY "DEPARTMENTS REPORTED:  " WS-DEPT-COUNT.
           DISPLAY "OVER AUTHORIZATION:    " WS-OVER-COUNT.
           STOP RUN.

       LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEPT-MASTER: " WS-DEPT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DEPT-EOF = "Y"
               READ DEPT-MASTER
                   AT END
                       MOVE "Y" TO WS-DEPT-EOF
                   NOT AT END
                       IF WS-DEPT-COUNT = 50
                           DISPLAY "ERROR: TOO MANY DEPARTMENTS"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DP-DEPT-CODE
                           TO WS-DT-CODE(WS-DEPT-COUNT)
                       MOVE DP-DEPT-NAME
                           TO WS-DT-NAME(WS-DEPT-COUNT)
                       MOVE DP-POS-CONTROL
                           TO WS-DT-CONTROL(WS-DEPT-COUNT)
                       MOVE DP-AUTH-HEADCOUNT
                           TO WS-DT-AUTH(WS-DEPT-COUNT)
                       MOVE 0 TO WS-DT-FILLED(WS-DEPT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE DEPT-MASTER.

       COUNT-ACTIVE-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ EMPLOYEE-MASTER
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       IF EM-ACTIVE-FLAG = "Y"
                           PERFORM COUNT-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       COUNT-ONE-EMPLOYEE.
           MOVE 0 TO WS-DEPT-HIT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-CODE(WS-DEPT-IDX) = EM-DEPARTMENT
                   MOVE WS-DEPT-IDX TO WS-DEPT-HIT
               END-IF
           END-PERFORM.
           IF WS-DEPT-HIT > 0
               ADD 1 TO WS-DT-FILLED(WS-DEPT-HIT)
           ELSE
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

       WRITE-DEPARTMENT-LINE.
           MOVE WS-DT-CODE(WS-DEPT-IDX)   TO DL-DEPT-CODE.
           MOVE WS-DT-FILLED(WS-DEPT-IDX) TO DL-FILLED.
           ADD WS-DT-FILLED(WS-DEPT-IDX)  TO WS-TOTAL-FILLED.
           IF WS-DT-CONTROL(WS-DEPT-IDX) = "Y"
               MOVE WS-DT-AUTH(WS-DEPT-IDX) TO WS-AUTH-EDIT
               MOVE SPACES TO DL-AUTH
               MOVE WS-AUTH-EDIT TO DL-AUTH(7:6)
               ADD WS-DT-AUTH(WS-DEPT-IDX) TO WS-TOTAL-AUTH
               COMPUTE WS-VACANT = WS-DT-AUTH(WS-DEPT-IDX)
                   - WS-DT-FILLED(WS-DEPT-IDX)
               IF WS-VACANT < 0
                   MOVE 0 TO WS-VACANT-EDIT
                   MOVE "OVER AUTHORIZATION" TO DL-STATUS
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   MOVE WS-VACANT TO WS-VACANT-EDIT
                   ADD WS-VACANT TO WS-TOTAL-VACANT
                   IF WS-VACANT = 0
                       MOVE "FULL" TO DL-STATUS
                   ELSE
                       MOVE SPACES TO DL-STATUS
                   END-IF
               END-IF
               MOVE WS-VACANT-EDIT TO DL-VACANT
           ELSE
               MOVE "         N/A" TO DL-AUTH
               MOVE SPACES TO DL-VACANT
               MOVE "NOT CONTROLLED" TO DL-STATUS
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-OVER-AUTHORIZATION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPARTMENTS OVER AUTHORIZATION" TO RS-SECTION-NAME.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           IF WS-OVER-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WS-DT-CONTROL(WS-DEPT-IDX) = "Y"
                       AND WS-DT-FILLED(WS-DEPT-IDX)
                           > WS-DT-AUTH(WS-DEPT-IDX)
                       MOVE WS-DT-CODE(WS-DEPT-IDX) TO OL-DEPT-CODE
                       MOVE WS-DT-NAME(WS-DEPT-IDX) TO OL-DEPT-NAME
                       COMPUTE OL-OVER-BY = WS-DT-FILLED(WS-DEPT-IDX)
                           - WS-DT-AUTH(WS-DEPT-IDX)
                       WRITE REPORT-LINE FROM WS-OVER-LINE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AUTHORIZED (CONTROLLED DEPTS)"  TO RL-CAPTION.
           MOVE WS-TOTAL-AUTH                    TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "FILLED (ALL DEPTS)"             TO RL-CAPTION.
           MOVE WS-TOTAL-FILLED                  TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "VACANT"                         TO RL-CAPTION.
           MOVE WS-TOTAL-VACANT                  TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "DEPARTMENTS OVER AUTHORIZATION" TO RL-CAPTION.
           MOVE WS-OVER-COUNT                    TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ACTIVE, DEPT NOT ON MASTER"     TO RL-CAPTION.
           MOVE WS-UNASSIGNED-COUNT              TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
