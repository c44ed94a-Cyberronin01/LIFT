       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCHK.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-EMP-ID
               FILE STATUS IS WS-PAYROLL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "emp_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "benefit_enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BN-ENROLL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "leave_balance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "cust_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT INTEGRITY-REPORT ASSIGN TO "integrity_check.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-EMPLOYEE-FILE.
           COPY "emppayrec.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmstr.cpy".

       FD  DEDUCTION-FILE.
           COPY "deductrec.cpy".

       FD  ENROLLMENT-FILE.
           COPY "benenrrec.cpy".

       FD  LEAVE-BALANCE-FILE.
           COPY "leavebalrec.cpy".

       FD  YTD-FILE.
           COPY "ytdrec.cpy".

       FD  OPEN-ITEM-FILE.
           COPY "openitemrec.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".

       FD  INTEGRITY-REPORT.
       01  INTEGRITY-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PAYROLL-STATUS          PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(2) VALUE "00".
       01  WS-DED-STATUS              PIC X(2) VALUE "00".
       01  WS-ENROLL-STATUS           PIC X(2) VALUE "00".
       01  WS-LEAVE-STATUS            PIC X(2) VALUE "00".
       01  WS-YTD-STATUS              PIC X(2) VALUE "00".
       01  WS-OPENITEM-STATUS         PIC X(2) VALUE "00".
       01  WS-CUST-STATUS             PIC X(2) VALUE "00".
       01  WS-RPT-STATUS              PIC X(2) VALUE "00".
       01  WS-EOF                     PIC X(1) VALUE "N".

       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-CHECK-EMP-ID            PIC 9(5) VALUE 0.
       01  WS-EMP-KNOWN               PIC X(1) VALUE "N".
       01  WS-PAYROLL-GROUP           PIC X(1) VALUE SPACES.
       01  WS-MASTER-GROUP            PIC X(1) VALUE SPACES.
       01  WS-EDIT-AMOUNT             PIC Z(5)9.99.

       01  WS-RECORD-COUNTS.
           05  WS-PAYROLL-READ        PIC 9(5) VALUE 0.
           05  WS-MASTER-READ         PIC 9(5) VALUE 0.
           05  WS-DED-READ            PIC 9(5) VALUE 0.
           05  WS-ENROLL-READ         PIC 9(5) VALUE 0.
           05  WS-LEAVE-READ          PIC 9(5) VALUE 0.
           05  WS-YTD-READ            PIC 9(5) VALUE 0.
           05  WS-OPENITEM-READ       PIC 9(5) VALUE 0.

      * One count per discrepancy category, in report order.
       01  WS-CATEGORY-COUNTS.
           05  WS-NOT-ON-MASTER-CNT   PIC 9(5) VALUE 0.
           05  WS-ACTIVE-MISSING-CNT  PIC 9(5) VALUE 0.
           05  WS-INACTIVE-MISSING-CNT PIC 9(5) VALUE 0.
           05  WS-PAY-FIELD-CNT       PIC 9(5) VALUE 0.
           05  WS-INFO-FIELD-CNT      PIC 9(5) VALUE 0.
           05  WS-ORPHAN-DED-CNT      PIC 9(5) VALUE 0.
           05  WS-ORPHAN-ENROLL-CNT   PIC 9(5) VALUE 0.
           05  WS-ORPHAN-LEAVE-CNT    PIC 9(5) VALUE 0.
           05  WS-ORPHAN-YTD-CNT      PIC 9(5) VALUE 0.
           05  WS-OPEN-ITEM-CUST-CNT  PIC 9(5) VALUE 0.
           05  WS-CLOSED-ITEM-CUST-CNT PIC 9(5) VALUE 0.
       01  WS-CRITICAL-COUNT          PIC 9(5) VALUE 0.
       01  WS-WARNING-COUNT           PIC 9(5) VALUE 0.
       01  WS-FINAL-RETURN-CODE       PIC 9(2) VALUE 0.

      * The finding being reported: the severity decides whether it
      * counts toward the stream-stopping return code.
       01  WS-FINDING.
           05  WS-FD-SEVERITY         PIC X(8).
               88  WS-FD-CRITICAL       VALUE "CRITICAL".
           05  WS-FD-KEY              PIC X(12).
           05  WS-FD-CHECK            PIC X(30).
           05  WS-FD-FILE-VALUE       PIC X(20).
           05  WS-FD-MASTER-VALUE     PIC X(20).

       01  WS-RPT-SEPARATOR.
           05  FILLER                 PIC X(100) VALUE ALL "=".

       01  WS-RPT-TITLE.
           05  FILLER                 PIC X(40) VALUE
               "PAYROLL AND BILLING FILE INTEGRITY CHECK".
           05  FILLER                 PIC X(12) VALUE "  RUN DATE: ".
           05  RT-RUN-DATE            PIC 9(8).

       01  WS-RPT-SECTION.
           05  RS-SECTION-NAME        PIC X(60).

       01  WS-FINDING-COL-HEADING.
           05  FILLER                 PIC X(10) VALUE "SEVERITY".
           05  FILLER                 PIC X(14) VALUE "KEY".
           05  FILLER                 PIC X(32) VALUE "CHECK".
           05  FILLER                 PIC X(22) VALUE "FILE VALUE".
           05  FILLER                 PIC X(20) VALUE "MASTER VALUE".

       01  WS-FINDING-DETAIL.
           05  FD-SEVERITY            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FD-KEY                 PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FD-CHECK               PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FD-FILE-VALUE          PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FD-MASTER-VALUE        PIC X(20).

       01  WS-SUMMARY-LINE.
           05  SL-CAPTION             PIC X(44).
           05  SL-SEVERITY            PIC X(10).
           05  SL-COUNT               PIC ZZ,ZZ9.

       01  WS-RESULT-LINE.
           05  FILLER                 PIC X(20) VALUE "RESULT: ".
           05  RL-RESULT              PIC X(50).

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

      * Nightly cross-check of the files the payroll and billing
      * streams keep in parallel. employee.dat is PAYROLL's copy of
      * the employee master that EMPMANAGER maintains in
      * emp_master.dat, so each employee must be on both and the
      * fields EMPMANAGER mirrors must agree. Deductions, benefit
      * enrollments, leave balances and year-to-date rows must
      * belong to an employee still on one of the two, and every
      * open item must belong to a customer on the customer master.
      * Differences that change what is paid, or that leave a live
      * employee or receivable without its master, are CRITICAL; the
      * rest are WARNING. The run ends with return code 8 when any
      * critical finding is reported, so the stream stops before the
      * next step runs on bad data, 4 for warnings only and 0 when
      * the files agree. A required file that cannot be opened ends
      * the run with 16.
       PROCEDURE DIVISION.
       INTEGRITY-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-INTEGRITY-RUN.
           PERFORM CHECK-PAYROLL-AGAINST-MASTER.
           PERFORM CHECK-MASTER-AGAINST-PAYROLL.
           PERFORM CHECK-DEDUCTIONS.
           PERFORM CHECK-ENROLLMENTS.
           PERFORM CHECK-LEAVE-BALANCES.
           PERFORM CHECK-YTD-ROWS.
           PERFORM CHECK-OPEN-ITEMS.
           PERFORM FINISH-INTEGRITY-RUN.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-INTEGRITY-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT PAYROLL-EMPLOYEE-FILE.
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYROLL-EMPLOYEE-FILE: "
                   WS-PAYROLL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE-MASTER: "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INTEGRITY-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INTEGRITY-REPORT: " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE INTEGRITY-LINE FROM WS-RPT-SEPARATOR.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           WRITE INTEGRITY-LINE FROM WS-RPT-TITLE.
           WRITE INTEGRITY-LINE FROM WS-RPT-SEPARATOR.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           WRITE INTEGRITY-LINE FROM WS-RPT-SECTION.
           WRITE INTEGRITY-LINE FROM WS-FINDING-COL-HEADING.

      * Every employee PAYROLL will pay must be on the master, and
      * the mirrored fields must agree with it.
       CHECK-PAYROLL-AGAINST-MASTER.
           MOVE "PAYROLL FILE (EMPLOYEE.DAT) AGAINST EMPLOYEE MASTER"
               TO RS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYROLL-EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-PAYROLL-EMPLOYEE
               END-READ
           END-PERFORM.

       CHECK-ONE-PAYROLL-EMPLOYEE.
           ADD 1 TO WS-PAYROLL-READ.
           MOVE EF-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "CRITICAL" TO WS-FD-SEVERITY
                   MOVE EF-EMP-ID TO WS-FD-KEY
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-FD-CHECK
                   MOVE EF-EMP-NAME TO WS-FD-FILE-VALUE
                   MOVE SPACES TO WS-FD-MASTER-VALUE
                   PERFORM WRITE-FINDING-LINE
                   ADD 1 TO WS-NOT-ON-MASTER-CNT
               NOT INVALID KEY
                   PERFORM COMPARE-MIRRORED-FIELDS
           END-READ.

      * Fields that decide whether, how much, how and where the
      * employee is paid and taxed are critical; the rest are
      * descriptive. A blank pay group means semi-monthly on both.
       COMPARE-MIRRORED-FIELDS.
           MOVE EF-EMP-ID TO WS-FD-KEY.
           MOVE "CRITICAL" TO WS-FD-SEVERITY.
           IF EF-ACTIVE-FLAG NOT = EM-ACTIVE-FLAG
               MOVE "ACTIVE FLAG DIFFERS" TO WS-FD-CHECK
               MOVE EF-ACTIVE-FLAG TO WS-FD-FILE-VALUE
               MOVE EM-ACTIVE-FLAG TO WS-FD-MASTER-VALUE
               PERFORM WRITE-PAY-FIELD-FINDING
           END-IF.
           IF EF-PAY-TYPE NOT = EM-PAY-TYPE
               MOVE "PAY TYPE DIFFERS" TO WS-FD-CHECK
               MOVE EF-PAY-TYPE TO WS-FD-FILE-VALUE
               MOVE EM-PAY-TYPE TO WS-FD-MASTER-VALUE
               PERFORM WRITE-PAY-FIELD-FINDING
           END-IF.
           IF EF-SALARY NOT = EM-SALARY
               MOVE "SALARY DIFFERS" TO WS-FD-CHECK
               MOVE EF-SALARY TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FD-FILE-VALUE
               MOVE EM-SALARY TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FD-MASTER-VALUE
               PERFORM WRITE-PAY-FIELD-FINDING
           END-IF.
           IF EF-HOURLY-RATE NOT = EM-HOURLY-RATE
               MOVE "HOURLY RATE DIFFERS" TO WS-FD-CHECK
               MOVE EF-HOURLY-RATE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FD-FILE-VALUE
               MOVE EM-HOURLY-RATE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FD-MASTER-VALUE
               PERFORM WRITE-PAY-FIELD-FINDING
           END-IF.
           MOVE EF-PAY-GROUP TO WS-PAYROLL-GROUP.
           MOVE EM-PAY-GROUP TO WS-MASTER-GROUP.
           IF WS-PAYROLL-GROUP = SPACE
               MOVE "S" TO WS-PAYROLL-GROUP
           END-IF.
           IF WS-MASTER-GROUP = SPACE
               MOVE "S" TO WS-MASTER-GROUP
           END-IF.
           IF WS-PAYROLL-GROUP NOT = WS-MASTER-GROUP
               MOVE "PAY GROUP DIFFERS" TO WS-FD-CHECK
               MOVE EF-PAY-GROUP TO WS-FD-FILE-VALUE
               MOVE EM-PAY-GROUP TO WS-FD-MASTER-VALUE
               PERFORM WRITE-PAY-FIELD-FINDING
           END-IF.
           IF EF-FILING-STATUS NOT = EM-FILING-STATUS
               MOVE "FILING STATUS DIFFERS" TO WS-FD-CHECK
               MOVE EF-FILING-STATUS TO WS-FD-FILE-VALUE
               MOVE EM-FILING-STATUS TO WS-FD-MASTER-VALUE
               PERFORM WRITE-PAY-FIELD-FINDING
           END-IF.
           IF EF-STATE-CODE NOT = EM-STATE-CODE
               MOVE "STATE CODE DIFFERS" TO WS-FD-CHECK
               MOVE EF-STATE-CODE TO WS-FD-FILE-VALUE
               MOVE EM-STATE-CODE TO WS-FD-MASTER-VALUE
               PERFORM WRITE-PAY-FIELD-FINDING
           END-IF.
           IF EF-ROUTING-NUMBER NOT = EM-ROUTING-NUMBER
               MOVE "ROUTING NUMBER DIFFERS" TO WS-FD-CHECK
               MOVE EF-ROUTING-NUMBER TO WS-FD-FILE-VALUE
               MOVE EM-ROUTING-NUMBER TO WS-FD-MASTER-VALUE
               PERFORM WRITE-PAY-FIELD-FINDING
           END-IF.
           IF EF-ACCOUNT-NUMBER NOT = EM-ACCOUNT-NUMBER
               MOVE "ACCOUNT NUMBER DIFFERS" TO WS-FD-CHECK
               MOVE EF-ACCOUNT-NUMBER TO WS-FD-FILE-VALUE
               MOVE EM-ACCOUNT-NUMBER TO WS-FD-MASTER-VALUE
               PERFORM WRITE-PAY-FIELD-FINDING
           END-IF.
           MOVE "WARNING" TO WS-FD-SEVERITY.
           IF EF-EMP-NAME NOT = EM-EMP-NAME
               MOVE "NAME DIFFERS" TO WS-FD-CHECK
               MOVE EF-EMP-NAME TO WS-FD-FILE-VALUE
               MOVE EM-EMP-NAME TO WS-FD-MASTER-VALUE
               PERFORM WRITE-INFO-FIELD-FINDING
           END-IF.
           IF EF-DEPARTMENT NOT = EM-DEPARTMENT
               MOVE "DEPARTMENT DIFFERS" TO WS-FD-CHECK
               MOVE EF-DEPARTMENT TO WS-FD-FILE-VALUE
               MOVE EM-DEPARTMENT TO WS-FD-MASTER-VALUE
               PERFORM WRITE-INFO-FIELD-FINDING
           END-IF.
           IF EF-HIRE-DATE NOT = EM-HIRE-DATE
               MOVE "HIRE DATE DIFFERS" TO WS-FD-CHECK
               MOVE EF-HIRE-DATE TO WS-FD-FILE-VALUE
               MOVE EM-HIRE-DATE TO WS-FD-MASTER-VALUE
               PERFORM WRITE-INFO-FIELD-FINDING
           END-IF.
           IF EF-BIRTH-DATE NOT = EM-BIRTH-DATE
               MOVE "BIRTH DATE DIFFERS" TO WS-FD-CHECK
               MOVE EF-BIRTH-DATE TO WS-FD-FILE-VALUE
               MOVE EM-BIRTH-DATE TO WS-FD-MASTER-VALUE
               PERFORM WRITE-INFO-FIELD-FINDING
           END-IF.

       WRITE-PAY-FIELD-FINDING.
           PERFORM WRITE-FINDING-LINE.
           ADD 1 TO WS-PAY-FIELD-CNT.

       WRITE-INFO-FIELD-FINDING.
           PERFORM WRITE-FINDING-LINE.
           ADD 1 TO WS-INFO-FIELD-CNT.

      * An active employee on the master but not on the payroll file
      * will not be paid; an inactive one is only a leftover.
       CHECK-MASTER-AGAINST-PAYROLL.
           MOVE "EMPLOYEE MASTER AGAINST PAYROLL FILE (EMPLOYEE.DAT)"
               TO RS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO EM-EMP-ID.
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EM-EMP-ID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-MASTER-EMPLOYEE
               END-READ
           END-PERFORM.

       CHECK-ONE-MASTER-EMPLOYEE.
           ADD 1 TO WS-MASTER-READ.
           MOVE EM-EMP-ID TO EF-EMP-ID.
           READ PAYROLL-EMPLOYEE-FILE
               INVALID KEY
                   MOVE EM-EMP-ID TO WS-FD-KEY
                   MOVE SPACES TO WS-FD-FILE-VALUE
                   MOVE EM-EMP-NAME TO WS-FD-MASTER-VALUE
                   IF EM-ACTIVE-FLAG = "Y"
                       MOVE "CRITICAL" TO WS-FD-SEVERITY
                       MOVE "ACTIVE, NOT ON PAYROLL FILE"
                           TO WS-FD-CHECK
                       PERFORM WRITE-FINDING-LINE
                       ADD 1 TO WS-ACTIVE-MISSING-CNT
                   ELSE
                       MOVE "WARNING" TO WS-FD-SEVERITY
                       MOVE "INACTIVE, NOT ON PAYROLL FILE"
                           TO WS-FD-CHECK
                       PERFORM WRITE-FINDING-LINE
                       ADD 1 TO WS-INACTIVE-MISSING-CNT
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * An employee is still known while on either employee file;
      * a row for anyone else belongs to an employee since purged.
       LOOKUP-EMPLOYEE-ID.
           MOVE "N" TO WS-EMP-KNOWN.
           MOVE WS-CHECK-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-KNOWN
           END-READ.
           IF WS-EMP-KNOWN = "N"
               MOVE WS-CHECK-EMP-ID TO EF-EMP-ID
               READ PAYROLL-EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-KNOWN
               END-READ
           END-IF.
           IF WS-EMP-KNOWN = "N"
               MOVE "WARNING" TO WS-FD-SEVERITY
               MOVE WS-CHECK-EMP-ID TO WS-FD-KEY
               MOVE SPACES TO WS-FD-MASTER-VALUE
           END-IF.

       CHECK-DEDUCTIONS.
           MOVE "DEDUCTIONS (DEDUCTIONS.DAT) FOR UNKNOWN EMPLOYEES"
               TO RS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT DEDUCTION-FILE.
           IF WS-DED-STATUS NOT = "00"
               DISPLAY "NO DEDUCTION FILE, CHECK SKIPPED"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ DEDUCTION-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-DEDUCTION
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.

       CHECK-ONE-DEDUCTION.
           ADD 1 TO WS-DED-READ.
           MOVE DD-EMP-ID TO WS-CHECK-EMP-ID.
           PERFORM LOOKUP-EMPLOYEE-ID.
           IF WS-EMP-KNOWN = "N"
               MOVE "DEDUCTION FOR UNKNOWN EMPLOYEE" TO WS-FD-CHECK
               MOVE DD-CODE TO WS-FD-FILE-VALUE
               PERFORM WRITE-FINDING-LINE
               ADD 1 TO WS-ORPHAN-DED-CNT
           END-IF.

       CHECK-ENROLLMENTS.
           MOVE "BENEFIT ENROLLMENTS FOR UNKNOWN EMPLOYEES"
               TO RS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "NO BENEFIT ENROLLMENT FILE, CHECK SKIPPED"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ENROLLMENT-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

       CHECK-ONE-ENROLLMENT.
           ADD 1 TO WS-ENROLL-READ.
           MOVE BN-EMP-ID TO WS-CHECK-EMP-ID.
           PERFORM LOOKUP-EMPLOYEE-ID.
           IF WS-EMP-KNOWN = "N"
               MOVE "ENROLLMENT, UNKNOWN EMPLOYEE" TO WS-FD-CHECK
               MOVE BN-PLAN-CODE TO WS-FD-FILE-VALUE
               PERFORM WRITE-FINDING-LINE
               ADD 1 TO WS-ORPHAN-ENROLL-CNT
           END-IF.

       CHECK-LEAVE-BALANCES.
           MOVE "LEAVE BALANCES FOR UNKNOWN EMPLOYEES"
               TO RS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT LEAVE-BALANCE-FILE.
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "NO LEAVE BALANCE FILE, CHECK SKIPPED"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ LEAVE-BALANCE-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-LEAVE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

       CHECK-ONE-LEAVE-BALANCE.
           ADD 1 TO WS-LEAVE-READ.
           MOVE LB-EMP-ID TO WS-CHECK-EMP-ID.
           PERFORM LOOKUP-EMPLOYEE-ID.
           IF WS-EMP-KNOWN = "N"
               MOVE "LEAVE ROW, UNKNOWN EMPLOYEE" TO WS-FD-CHECK
               MOVE LB-LAST-PERIOD TO WS-FD-FILE-VALUE
               PERFORM WRITE-FINDING-LINE
               ADD 1 TO WS-ORPHAN-LEAVE-CNT
           END-IF.

       CHECK-YTD-ROWS.
           MOVE "YEAR-TO-DATE ROWS (YTD.DAT) FOR UNKNOWN EMPLOYEES"
               TO RS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "NO YTD FILE, CHECK SKIPPED"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ YTD-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-YTD-ROW
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

       CHECK-ONE-YTD-ROW.
           ADD 1 TO WS-YTD-READ.
           MOVE YTD-EMP-ID TO WS-CHECK-EMP-ID.
           PERFORM LOOKUP-EMPLOYEE-ID.
           IF WS-EMP-KNOWN = "N"
               MOVE "YTD ROW FOR UNKNOWN EMPLOYEE" TO WS-FD-CHECK
               MOVE YTD-EMP-NAME TO WS-FD-FILE-VALUE
               PERFORM WRITE-FINDING-LINE
               ADD 1 TO WS-ORPHAN-YTD-CNT
           END-IF.

      * An open item without its customer is a receivable nobody can
      * age, dun or bill; a closed or written-off one is history.
       CHECK-OPEN-ITEMS.
           MOVE "OPEN ITEMS (OPEN_ITEMS.DAT) AGAINST CUSTOMER MASTER"
               TO RS-SECTION-NAME.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPENITEM-STATUS NOT = "00"
               DISPLAY "NO OPEN-ITEM FILE, CHECK SKIPPED"
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS NOT = "00"
                   DISPLAY "NO CUSTOMER MASTER, OPEN-ITEM CHECK SKIPPED"
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ OPEN-ITEM-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM CHECK-ONE-OPEN-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-MASTER
               END-IF
               CLOSE OPEN-ITEM-FILE
           END-IF.

       CHECK-ONE-OPEN-ITEM.
           ADD 1 TO WS-OPENITEM-READ.
           MOVE OI-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE OI-INVOICE-NO TO WS-FD-KEY
                   MOVE OI-CUST-ID TO WS-FD-FILE-VALUE
                   MOVE SPACES TO WS-FD-MASTER-VALUE
                   IF OI-ITEM-OPEN
                       MOVE "CRITICAL" TO WS-FD-SEVERITY
                       MOVE "OPEN ITEM, CUST NOT ON FILE"
                           TO WS-FD-CHECK
                       PERFORM WRITE-FINDING-LINE
                       ADD 1 TO WS-OPEN-ITEM-CUST-CNT
                   ELSE
                       MOVE "WARNING" TO WS-FD-SEVERITY
                       MOVE "CLOSED ITEM, CUST NOT ON FILE"
                           TO WS-FD-CHECK
                       PERFORM WRITE-FINDING-LINE
                       ADD 1 TO WS-CLOSED-ITEM-CUST-CNT
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       WRITE-FINDING-LINE.
           MOVE WS-FD-SEVERITY     TO FD-SEVERITY.
           MOVE WS-FD-KEY          TO FD-KEY.
           MOVE WS-FD-CHECK        TO FD-CHECK.
           MOVE WS-FD-FILE-VALUE   TO FD-FILE-VALUE.
           MOVE WS-FD-MASTER-VALUE TO FD-MASTER-VALUE.
           WRITE INTEGRITY-LINE FROM WS-FINDING-DETAIL.
           IF WS-FD-CRITICAL
               ADD 1 TO WS-CRITICAL-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       FINISH-INTEGRITY-RUN.
           MOVE SPACES TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           WRITE INTEGRITY-LINE FROM WS-RPT-SEPARATOR.
           MOVE "DISCREPANCIES BY CATEGORY" TO RS-SECTION-NAME.
           WRITE INTEGRITY-LINE FROM WS-RPT-SECTION.
           MOVE "PAYROLL EMPLOYEE NOT ON MASTER" TO SL-CAPTION.
           MOVE "CRITICAL" TO SL-SEVERITY.
           MOVE WS-NOT-ON-MASTER-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "ACTIVE MASTER EMPLOYEE NOT ON PAYROLL FILE"
               TO SL-CAPTION.
           MOVE WS-ACTIVE-MISSING-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "PAY OR TAX FIELD DIFFERS FROM MASTER" TO SL-CAPTION.
           MOVE WS-PAY-FIELD-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "OPEN ITEM FOR CUSTOMER NOT ON MASTER" TO SL-CAPTION.
           MOVE WS-OPEN-ITEM-CUST-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "INACTIVE MASTER EMPLOYEE NOT ON PAYROLL FILE"
               TO SL-CAPTION.
           MOVE "WARNING" TO SL-SEVERITY.
           MOVE WS-INACTIVE-MISSING-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "DESCRIPTIVE FIELD DIFFERS FROM MASTER" TO SL-CAPTION.
           MOVE WS-INFO-FIELD-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "DEDUCTION FOR UNKNOWN EMPLOYEE" TO SL-CAPTION.
           MOVE WS-ORPHAN-DED-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "BENEFIT ENROLLMENT FOR UNKNOWN EMPLOYEE"
               TO SL-CAPTION.
           MOVE WS-ORPHAN-ENROLL-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "LEAVE BALANCE FOR UNKNOWN EMPLOYEE" TO SL-CAPTION.
           MOVE WS-ORPHAN-LEAVE-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "YTD ROW FOR UNKNOWN EMPLOYEE" TO SL-CAPTION.
           MOVE WS-ORPHAN-YTD-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "CLOSED ITEM FOR CUSTOMER NOT ON MASTER" TO SL-CAPTION.
           MOVE WS-CLOSED-ITEM-CUST-CNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE "TOTAL CRITICAL" TO SL-CAPTION.
           MOVE SPACES TO SL-SEVERITY.
           MOVE WS-CRITICAL-COUNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           MOVE "TOTAL WARNING" TO SL-CAPTION.
           MOVE WS-WARNING-COUNT TO SL-COUNT.
           WRITE INTEGRITY-LINE FROM WS-SUMMARY-LINE.
           EVALUATE TRUE
               WHEN WS-CRITICAL-COUNT > 0
                   MOVE "CRITICAL MISMATCHES - STREAM STOPPED, RC 8"
                       TO RL-RESULT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE "WARNINGS ONLY - STREAM MAY CONTINUE, RC 4"
                       TO RL-RESULT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "FILES AGREE, RC 0" TO RL-RESULT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE INTEGRITY-LINE FROM WS-RESULT-LINE.
           CLOSE PAYROLL-EMPLOYEE-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE INTEGRITY-REPORT.
           DISPLAY "PAYROLL EMPLOYEES READ:  " WS-PAYROLL-READ.
           DISPLAY "MASTER EMPLOYEES READ:   " WS-MASTER-READ.
           DISPLAY "DEDUCTIONS READ:         " WS-DED-READ.
           DISPLAY "ENROLLMENTS READ:        " WS-ENROLL-READ.
           DISPLAY "LEAVE BALANCES READ:     " WS-LEAVE-READ.
           DISPLAY "YTD ROWS READ:           " WS-YTD-READ.
           DISPLAY "OPEN ITEMS READ:         " WS-OPENITEM-READ.
           DISPLAY "CRITICAL DISCREPANCIES:  " WS-CRITICAL-COUNT.
           DISPLAY "WARNING DISCREPANCIES:   " WS-WARNING-COUNT.
           DISPLAY "RETURN CODE:             " RETURN-CODE.

      * An integrity run is measured by the rows it checked and the
      * discrepancies it found, critical ones counting as rejected.
      * The stream is gated on the return code, so it is kept across
      * the call.
       LOG-RUN-STATISTICS.
           MOVE RETURN-CODE         TO WS-FINAL-RETURN-CODE.
           MOVE "INTCHK"            TO WS-RT-PROGRAM.
           MOVE "P"                 TO WS-RT-STREAM.
           MOVE SPACE               TO WS-RT-RUN-GROUP.
           COMPUTE WS-RT-RECORDS-READ =
               WS-PAYROLL-READ + WS-MASTER-READ + WS-DED-READ
               + WS-ENROLL-READ + WS-LEAVE-READ + WS-YTD-READ
               + WS-OPENITEM-READ.
           COMPUTE WS-RT-RECORDS-WRITTEN =
               WS-CRITICAL-COUNT + WS-WARNING-COUNT.
           MOVE WS-CRITICAL-COUNT   TO WS-RT-RECORDS-REJECTED.
           MOVE WS-RT-RECORDS-WRITTEN TO WS-RT-AMOUNT-TOTAL.
           MOVE "DISCREPANCIES"     TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
