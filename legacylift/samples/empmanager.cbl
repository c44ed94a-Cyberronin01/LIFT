               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-EMP-ID
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT NEW-HIRE-FILE ASSIGN TO "new_hire_notices.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HIRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "empmaintrec.cpy".

       FD  MAINT-ERROR-FILE.
       01  MAINT-ERROR-LINE           PIC X(276).

       FD  APPROVAL-LIMITS-FILE.
       01  APPROVAL-LIMITS-RECORD.
       FD  PENDING-SALARY-FILE.
           COPY "pendsalrec.cpy".

       FD  NEW-HIRE-FILE.
       01  NEW-HIRE-LINE              PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 25 TIMES INDEXED BY WS-DEPT-IDX.
               10  WS-VALID-DEPT    PIC X(20).
               10  WS-DEPT-CONTROL  PIC X(1).
               10  WS-DEPT-AUTH     PIC 9(4).
               10  WS-DEPT-FILLED   PIC 9(4).

      * Position control: the department and active flag the employee
      * held before this transaction, the table entry being checked,
      * and whether the headcount limit was passed on an override.
       01  WS-PRIOR-DEPARTMENT     PIC X(20) VALUE SPACES.
       01  WS-PRIOR-ACTIVE         PIC X(1) VALUE "N".
       01  WS-POS-DEPT             PIC X(20) VALUE SPACES.
       01  WS-POS-IDX              PIC 9(3) VALUE 0.
       01  WS-POS-SCAN-IDX         PIC 9(3) VALUE 0.
       01  WS-POSITION-OVERRIDE    PIC X(1) VALUE "N".
       01  WS-MASTER-EOF           PIC X(1) VALUE "N".
      * Ids from here up belong to contractors on CONTRMGR's master;
      * ACHRETURN and the shared pay files tell the two apart by it.
       01  WS-LOW-CONTRACTOR-ID    PIC 9(5) VALUE 80000.
       01  WS-HEADCOUNT-EDIT       PIC ZZZ9.

       COPY "auditrec.cpy".
       COPY "termrec.cpy".
       COPY "perfhist.cpy".
       COPY "newhirerec.cpy".

       01 WS-EMPLOYEE.
          05 WS-EMP-ID          PIC 9(5).
          05 WS-ACCOUNT-NUMBER  PIC X(17).
          05 WS-TERM-REASON     PIC X(2).

      * Kept apart from WS-EMPLOYEE, whose layout is shared with the
      * programs it is passed to.
       01 WS-BIRTH-DATE        PIC 9(8) VALUE 0.
       01 WS-SSN               PIC X(9)  VALUE SPACES.
       01 WS-ADDRESS           PIC X(30) VALUE SPACES.
       01 WS-CITY              PIC X(20) VALUE SPACES.
       01 WS-ZIP-CODE          PIC X(10) VALUE SPACES.

      * H when this transaction hires, R when it rehires an inactive
      * employee, blank otherwise.
       01 WS-HIRE-TYPE         PIC X(1) VALUE SPACE.
       01 WS-NEW-HIRE-STATUS   PIC X(2) VALUE "00".

       01 WS-COUNTS.
          05 WS-ACTIVE-COUNT    PIC 9(4) VALUE 0.
          05 WS-INACTIVE-COUNT  PIC 9(4) VALUE 0.
       01 WS-REJECT-COUNT      PIC 9(5) VALUE 0.

       01 WS-MAINT-ERROR-DETAIL.
          05 ME-TRANS-IMAGE    PIC X(244).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 ME-REASON         PIC X(30).

       PROCEDURE DIVISION.
       EMP-MAIN.
           PERFORM LOAD-DEPT-CODES.
           PERFORM COUNT-FILLED-POSITIONS.
           PERFORM LOAD-APPROVAL-LIMITS.
           PERFORM LOAD-DB-ACCESS-KEY.
           PERFORM OPEN-MAINT-FILES.
           MOVE MT-ROUTING-NUMBER TO WS-ROUTING-NUMBER.
           MOVE MT-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           MOVE MT-TERM-REASON    TO WS-TERM-REASON.
           IF MT-BIRTH-DATE IS NUMERIC
               MOVE MT-BIRTH-DATE TO WS-BIRTH-DATE
           ELSE
               MOVE 0 TO WS-BIRTH-DATE
           END-IF.
           MOVE MT-SSN            TO WS-SSN.
           MOVE MT-ADDRESS        TO WS-ADDRESS.
           MOVE MT-CITY           TO WS-CITY.
           MOVE MT-ZIP-CODE       TO WS-ZIP-CODE.
           PERFORM CHECK-MASTER-EXISTS.
           PERFORM NOTE-PRIOR-POSITION.
           IF MT-ADD-EMPLOYEE AND WS-MASTER-FOUND = "Y"
               MOVE "R02 EMPLOYEE ALREADY ON FILE" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               PERFORM CLASSIFY-PERFORMANCE
               PERFORM UPDATE-COUNTS
               PERFORM AUDIT-AND-PERSIST-EMPLOYEE
               PERFORM ADJUST-FILLED-POSITIONS
               IF WS-ACTIVE-FLAG = "N"
                   PERFORM TERMINATE-EMPLOYEE
               END-IF
       APPLY-TRM-TRANSACTION.
           MOVE MT-EMP-ID TO WS-EMP-ID.
           PERFORM CHECK-MASTER-EXISTS.
           PERFORM NOTE-PRIOR-POSITION.
           IF WS-MASTER-FOUND = "N"
               MOVE "R03 EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               MOVE EM-STATE-CODE     TO WS-STATE-CODE
               MOVE EM-ROUTING-NUMBER TO WS-ROUTING-NUMBER
               MOVE EM-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
               MOVE 0                 TO WS-BIRTH-DATE
               IF EM-BIRTH-DATE IS NUMERIC
                   MOVE EM-BIRTH-DATE TO WS-BIRTH-DATE
               END-IF
               MOVE EM-SSN            TO WS-SSN
               MOVE EM-ADDRESS        TO WS-ADDRESS
               MOVE EM-CITY           TO WS-CITY
               MOVE EM-ZIP-CODE       TO WS-ZIP-CODE
               MOVE "N"               TO WS-ACTIVE-FLAG
               MOVE MT-TERM-REASON    TO WS-TERM-REASON
               PERFORM UPDATE-COUNTS
               PERFORM AUDIT-AND-PERSIST-EMPLOYEE
               PERFORM ADJUST-FILLED-POSITIONS
               PERFORM TERMINATE-EMPLOYEE
               CALL "DBACCESS" USING WS-EMPLOYEE, WS-DB-ACCESS-KEY
           END-IF.
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DP-DEPT-CODE
                               TO WS-VALID-DEPT(WS-DEPT-COUNT)
                           MOVE DP-POS-CONTROL
                               TO WS-DEPT-CONTROL(WS-DEPT-COUNT)
                           MOVE DP-AUTH-HEADCOUNT
                               TO WS-DEPT-AUTH(WS-DEPT-COUNT)
                           MOVE 0 TO WS-DEPT-FILLED(WS-DEPT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DEPT-CODE-LINE
                           TO WS-VALID-DEPT(WS-DEPT-COUNT)
                       MOVE "N" TO WS-DEPT-CONTROL(WS-DEPT-COUNT)
                       MOVE 0   TO WS-DEPT-AUTH(WS-DEPT-COUNT)
                       MOVE 0   TO WS-DEPT-FILLED(WS-DEPT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE DEPT-CODE-FILE.
               MOVE "R10 INVALID EMPLOYEE ID" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           END-IF.
           IF WS-TRANS-VALID = "Y" AND MT-ADD-EMPLOYEE
                   AND WS-EMP-ID >= WS-LOW-CONTRACTOR-ID
               MOVE "R18 ID IN CONTRACTOR RANGE" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           END-IF.
           IF WS-TRANS-VALID = "Y" AND WS-EMP-NAME = SPACES
               MOVE "R11 NAME REQUIRED" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
               MOVE "R14 HIRE DATE IN FUTURE" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           END-IF.
           IF WS-TRANS-VALID = "Y" AND WS-BIRTH-DATE > 0
                   AND WS-BIRTH-DATE NOT < WS-HIRE-DATE
               MOVE "R16 BIRTH DATE NOT BEFORE HIRE" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           END-IF.
           IF WS-TRANS-VALID = "Y"
               PERFORM VALIDATE-DEPARTMENT-CODE
           END-IF.
           IF WS-TRANS-VALID = "Y"
               PERFORM CHECK-POSITION-LIMIT
           END-IF.

       VALIDATE-DEPARTMENT-CODE.
           MOVE "N" TO WS-DEPT-VALID.
               PERFORM REJECT-TRANSACTION
           END-IF.

      * A transaction that puts an active employee into a department
      * - a hire, a rehire, or a transfer from another department -
      * takes one of its positions. Where the department is under
      * position control and every authorized position is filled,
      * the transaction is rejected unless it carries an override
      * reference, which is then written to the audit trail.
       CHECK-POSITION-LIMIT.
           MOVE "N" TO WS-POSITION-OVERRIDE.
           IF WS-ACTIVE-FLAG = "Y"
                   AND (WS-PRIOR-ACTIVE NOT = "Y"
                        OR WS-PRIOR-DEPARTMENT NOT = WS-DEPARTMENT)
               MOVE WS-DEPARTMENT TO WS-POS-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-POS-IDX > 0
                   IF WS-DEPT-CONTROL(WS-POS-IDX) = "Y"
                       AND WS-DEPT-FILLED(WS-POS-IDX)
                           NOT < WS-DEPT-AUTH(WS-POS-IDX)
                       IF MT-OVERRIDE-REF = SPACES
                           MOVE "R17 OVER AUTHORIZED HEADCOUNT"
                               TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION
                       ELSE
                           MOVE "Y" TO WS-POSITION-OVERRIDE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           MOVE 0 TO WS-POS-IDX.
           PERFORM VARYING WS-POS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-POS-SCAN-IDX > WS-DEPT-COUNT
               IF WS-VALID-DEPT(WS-POS-SCAN-IDX) = WS-POS-DEPT
                   MOVE WS-POS-SCAN-IDX TO WS-POS-IDX
               END-IF
           END-PERFORM.

       NOTE-PRIOR-POSITION.
           IF WS-MASTER-FOUND = "Y"
               MOVE EM-DEPARTMENT  TO WS-PRIOR-DEPARTMENT
               MOVE EM-ACTIVE-FLAG TO WS-PRIOR-ACTIVE
           ELSE
               MOVE SPACES TO WS-PRIOR-DEPARTMENT
               MOVE "N"    TO WS-PRIOR-ACTIVE
           END-IF.

      * Keeps the in-memory filled counts current as the batch runs,
      * so two hires in one batch cannot both take the last position.
       ADJUST-FILLED-POSITIONS.
           IF WS-PRIOR-ACTIVE = "Y"
               MOVE WS-PRIOR-DEPARTMENT TO WS-POS-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-POS-IDX > 0 AND WS-DEPT-FILLED(WS-POS-IDX) > 0
                   SUBTRACT 1 FROM WS-DEPT-FILLED(WS-POS-IDX)
               END-IF
           END-IF.
           IF WS-ACTIVE-FLAG = "Y"
               MOVE WS-DEPARTMENT TO WS-POS-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-POS-IDX > 0
                   ADD 1 TO WS-DEPT-FILLED(WS-POS-IDX)
               END-IF
           END-IF.

      * Filled positions are the active employees on the master in
      * each department at the start of the batch.
       COUNT-FILLED-POSITIONS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS = "00"
               MOVE "N" TO WS-MASTER-EOF
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF EM-ACTIVE-FLAG = "Y"
                               MOVE EM-DEPARTMENT TO WS-POS-DEPT
                               PERFORM FIND-DEPT-ENTRY
                               IF WS-POS-IDX > 0
                                   ADD 1 TO WS-DEPT-FILLED(WS-POS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       CLASSIFY-PERFORMANCE.
           EVALUATE TRUE
               WHEN WS-PERFORMANCE > 90
                   MOVE WS-EMP-ID TO EM-EMP-ID
                   MOVE ZEROS TO EM-HIRE-DATE EM-HOURLY-RATE
                   MOVE ZEROS TO EM-SALARY EM-PERFORMANCE
                   MOVE ZEROS TO EM-ROUTING-NUMBER EM-BIRTH-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

      * A change that leaves the birth date blank keeps the date
      * already on the master.
           IF WS-MASTER-FOUND = "Y"
                   AND WS-BIRTH-DATE = 0
                   AND EM-BIRTH-DATE IS NUMERIC
               MOVE EM-BIRTH-DATE TO WS-BIRTH-DATE
           END-IF.
           IF WS-MASTER-FOUND = "Y"
               IF WS-SSN = SPACES
                   MOVE EM-SSN TO WS-SSN
               END-IF
               IF WS-ADDRESS = SPACES
                   MOVE EM-ADDRESS  TO WS-ADDRESS
                   MOVE EM-CITY     TO WS-CITY
                   MOVE EM-ZIP-CODE TO WS-ZIP-CODE
               END-IF
           END-IF.

      * An active employee added to the master is a hire; an inactive
      * master brought back to active is a rehire. Either must be
      * reported to the state, so a notice is left for NEWHIRE.
           MOVE SPACE TO WS-HIRE-TYPE.
           IF WS-ACTIVE-FLAG = "Y"
               IF WS-MASTER-FOUND = "Y"
                   IF EM-ACTIVE-FLAG = "N"
                       MOVE "R" TO WS-HIRE-TYPE
                   END-IF
               ELSE
                   MOVE "H" TO WS-HIRE-TYPE
               END-IF
           END-IF.

           IF WS-MASTER-FOUND = "Y"
               PERFORM CHECK-SALARY-APPROVAL
               PERFORM AUDIT-CHANGED-FIELDS
               MOVE WS-STATE-CODE TO EM-STATE-CODE
               MOVE WS-ROUTING-NUMBER TO EM-ROUTING-NUMBER
               MOVE WS-ACCOUNT-NUMBER TO EM-ACCOUNT-NUMBER
               MOVE WS-BIRTH-DATE TO EM-BIRTH-DATE
               MOVE WS-SSN        TO EM-SSN
               MOVE WS-ADDRESS    TO EM-ADDRESS
               MOVE WS-CITY       TO EM-CITY
               MOVE WS-ZIP-CODE   TO EM-ZIP-CODE
               REWRITE EMPLOYEE-MASTER-RECORD
               PERFORM UPDATE-PAYROLL-EMPLOYEE
           ELSE
               MOVE WS-STATE-CODE TO EM-STATE-CODE
               MOVE WS-ROUTING-NUMBER TO EM-ROUTING-NUMBER
               MOVE WS-ACCOUNT-NUMBER TO EM-ACCOUNT-NUMBER
               MOVE WS-BIRTH-DATE TO EM-BIRTH-DATE
               MOVE WS-SSN        TO EM-SSN
               MOVE WS-ADDRESS    TO EM-ADDRESS
               MOVE WS-CITY       TO EM-CITY
               MOVE WS-ZIP-CODE   TO EM-ZIP-CODE
               WRITE EMPLOYEE-MASTER-RECORD
               PERFORM WRITE-NEW-PAYROLL-EMPLOYEE
           END-IF.

           IF WS-POSITION-OVERRIDE = "Y"
               PERFORM WRITE-AUDIT-RECORD-OVERRIDE
           END-IF.

           CLOSE EMPLOYEE-MASTER.
           CLOSE AUDIT-FILE.
           IF WS-HIRE-TYPE NOT = SPACE
               PERFORM WRITE-NEW-HIRE-NOTICE
           END-IF.

      * A salary change that moves the figure more than the configured
      * percentage, or lands above the dollar threshold, is not
           MOVE WS-UPDATED-BY  TO AU-UPDATED-BY.
           WRITE AUDIT-LINE FROM AUDIT-RECORD.

      * The override is logged with the department's filled and
      * authorized counts at the time, against the reference given.
       WRITE-AUDIT-RECORD-OVERRIDE.
           MOVE WS-EMP-ID      TO AU-EMP-ID.
           MOVE "OVRIDE"       TO AU-ACTION.
           MOVE "HEADCOUNT"    TO AU-FIELD-NAME.
           MOVE SPACES         TO AU-OLD-VALUE.
           MOVE WS-DEPARTMENT  TO WS-POS-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-POS-IDX > 0
               MOVE WS-DEPT-FILLED(WS-POS-IDX) TO WS-HEADCOUNT-EDIT
               MOVE WS-HEADCOUNT-EDIT TO AU-OLD-VALUE(1:4)
               MOVE " OF "            TO AU-OLD-VALUE(5:4)
               MOVE WS-DEPT-AUTH(WS-POS-IDX) TO WS-HEADCOUNT-EDIT
               MOVE WS-HEADCOUNT-EDIT TO AU-OLD-VALUE(9:4)
           END-IF.
           MOVE MT-OVERRIDE-REF TO AU-NEW-VALUE.
           MOVE WS-TIMESTAMP   TO AU-TIMESTAMP.
           MOVE WS-UPDATED-BY  TO AU-UPDATED-BY.
           WRITE AUDIT-LINE FROM AUDIT-RECORD.

       MASK-ACCOUNT-VALUE.
           IF WS-MASKED-ACCOUNT NOT = SPACES
               MOVE WS-MASKED-ACCOUNT(14:4) TO WS-ACCOUNT-LAST4
                   MOVE WS-SALARY         TO EF-SALARY
                   MOVE WS-FILING-STATUS  TO EF-FILING-STATUS
                   MOVE WS-STATE-CODE     TO EF-STATE-CODE
                   MOVE WS-BIRTH-DATE     TO EF-BIRTH-DATE
      *            Changed bank details must prove out through a
      *            prenote before an ACH credit rides on them.
                   IF WS-ROUTING-NUMBER NOT = EF-ROUTING-NUMBER
           MOVE WS-SALARY      TO EF-SALARY.
           MOVE WS-FILING-STATUS TO EF-FILING-STATUS.
           MOVE WS-STATE-CODE  TO EF-STATE-CODE.
           MOVE WS-BIRTH-DATE  TO EF-BIRTH-DATE.
           MOVE WS-ROUTING-NUMBER TO EF-ROUTING-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO EF-ACCOUNT-NUMBER.
           IF WS-ROUTING-NUMBER NOT = 0
           MOVE WS-TIMESTAMP   TO TN-RECORDED-TIMESTAMP.
           WRITE TERMINATION-LINE FROM TERMINATION-NOTICE.
           CLOSE TERMINATION-FILE.

       WRITE-NEW-HIRE-NOTICE.
           OPEN EXTEND NEW-HIRE-FILE.
           IF WS-NEW-HIRE-STATUS = "05" OR WS-NEW-HIRE-STATUS = "35"
               OPEN OUTPUT NEW-HIRE-FILE
           END-IF.
           IF WS-NEW-HIRE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NEW-HIRE-FILE: "
                   WS-NEW-HIRE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-EMP-ID      TO NN-EMP-ID.
           MOVE WS-HIRE-TYPE   TO NN-HIRE-TYPE.
           MOVE WS-HIRE-DATE   TO NN-HIRE-DATE.
           MOVE WS-STATE-CODE  TO NN-STATE-CODE.
           MOVE WS-TIMESTAMP   TO NN-RECORDED-TIMESTAMP.
           WRITE NEW-HIRE-LINE FROM NEW-HIRE-NOTICE.
           CLOSE NEW-HIRE-FILE.
