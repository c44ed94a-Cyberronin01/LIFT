       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMGR.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-PLAN-FILE ASSIGN TO "rate_plans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT RATE-TRANS-FILE ASSIGN TO "rate_plan_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RATE-ERROR-FILE ASSIGN TO "rate_plan_errors.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "rate_plan_audit.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-PLAN-FILE.
           COPY "rateplanrec.cpy".

       FD  RATE-TRANS-FILE.
       01  RATE-PLAN-TRANSACTION.
           05  RT-TRANS-CODE          PIC X(3).
               88  RT-ADD-PLAN          VALUE "ADD".
               88  RT-CHANGE-PLAN       VALUE "CHG".
               88  RT-DELETE-PLAN       VALUE "DEL".
           05  FILLER                 PIC X(2).
           05  RT-CUST-TYPE           PIC X(1).
           05  FILLER                 PIC X(2).
           05  RT-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                 PIC X(2).
           05  RT-PLAN-VERSION        PIC X(10).
           05  FILLER                 PIC X(2).
           05  RT-BASE-FEE            PIC 9(3)V99.
           05  FILLER                 PIC X(2).
           05  RT-DATA-RATE           PIC 9V99.
           05  FILLER                 PIC X(2).
           05  RT-DATA-TIER-GB        PIC 9(4)V99.
           05  FILLER                 PIC X(2).
           05  RT-DATA-TIER-RATE      PIC 9V99.
           05  FILLER                 PIC X(2).
           05  RT-VOICE-RATE          PIC 9V99.
           05  FILLER                 PIC X(2).
           05  RT-VOICE-TIER-MIN      PIC 9(4).
           05  FILLER                 PIC X(2).
           05  RT-VOICE-TIER-RATE     PIC 9V99.

       FD  RATE-ERROR-FILE.
       01  RATE-ERROR-LINE            PIC X(101).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(95).

       WORKING-STORAGE SECTION.
       01  WS-PLAN-STATUS          PIC X(2) VALUE "00".
       01  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       01  WS-ERROR-STATUS         PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-TRANS-EOF            PIC X(1) VALUE "N".
       01  WS-TRANS-VALID          PIC X(1) VALUE "Y".
       01  WS-PLAN-FOUND           PIC X(1) VALUE "N".
       01  WS-TYPE-ON-FILE         PIC X(1) VALUE "N".
       01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
       01  WS-TIMESTAMP            PIC X(14) VALUE SPACES.
       01  WS-TODAY-DATE           PIC 9(8) VALUE 0.
       01  WS-UPDATED-BY           PIC X(20) VALUE SPACES.
       01  WS-FEE-EDIT             PIC ZZ9.99.
       01  WS-RATE-EDIT            PIC 9.99.
       01  WS-GB-EDIT              PIC ZZZ9.99.
       01  WS-MIN-EDIT             PIC ZZZ9.
       01  WS-TRANS-COUNT          PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.

       COPY "rateauditrec.cpy".

       01  WS-RATE-PLAN.
           05  WS-CUST-TYPE        PIC X(1).
           05  WS-EFFECTIVE-DATE   PIC 9(8).
           05  WS-PLAN-VERSION     PIC X(10).
           05  WS-BASE-FEE         PIC 9(3)V99.
           05  WS-DATA-RATE        PIC 9V99.
           05  WS-DATA-TIER-GB     PIC 9(4)V99.
           05  WS-DATA-TIER-RATE   PIC 9V99.
           05  WS-VOICE-RATE       PIC 9V99.
           05  WS-VOICE-TIER-MIN   PIC 9(4).
           05  WS-VOICE-TIER-RATE  PIC 9V99.

       01  WS-RATE-ERROR-DETAIL.
           05  RE-TRANS-IMAGE      PIC X(69).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RE-REASON           PIC X(30).

      * Rate plan catalog maintenance in the mold of the customer
      * manager. A price change is a new plan version for the
      * customer type with the date it takes effect; CUSTBILL picks
      * it up on that date and splits any cycle it lands in. Bills
      * already produced must stay reproducible, so a version can
      * only be added, changed or deleted while its effective date
      * is still in the future. The one exception is the opening
      * version for a customer type not yet on the catalog, which
      * may carry a past date so that the current prices can be
      * loaded. Every changed field is audited before and after.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-DATE
           ACCEPT WS-UPDATED-BY FROM ENVIRONMENT "USER"
           IF WS-UPDATED-BY = SPACES
               MOVE "UNKNOWN" TO WS-UPDATED-BY
           END-IF
           PERFORM 200-OPEN-FILES
           PERFORM 300-PROCESS-TRANSACTION UNTIL WS-TRANS-EOF = "Y"
           PERFORM 600-WRAP-UP
           STOP RUN.

       200-OPEN-FILES.
           OPEN INPUT RATE-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RATE-TRANS-FILE: "
                   WS-TRANS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT RATE-ERROR-FILE
           IF WS-ERROR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RATE-ERROR-FILE: "
                   WS-ERROR-STATUS
               STOP RUN
           END-IF
           MOVE "REJECTED RATE PLAN TRANSACTIONS" TO RATE-ERROR-LINE
           WRITE RATE-ERROR-LINE
           OPEN I-O RATE-PLAN-FILE
           IF WS-PLAN-STATUS = "35"
               OPEN OUTPUT RATE-PLAN-FILE
               CLOSE RATE-PLAN-FILE
               OPEN I-O RATE-PLAN-FILE
           END-IF
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RATE-PLAN-FILE: "
                   WS-PLAN-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDIT-FILE: " WS-AUDIT-STATUS
               STOP RUN
           END-IF
           READ RATE-TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.

       300-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT
           MOVE "Y" TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN RT-ADD-PLAN
               WHEN RT-CHANGE-PLAN
                   PERFORM 310-APPLY-ADD-CHG
               WHEN RT-DELETE-PLAN
                   PERFORM 320-APPLY-DELETE
               WHEN OTHER
                   MOVE "R01 INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
           END-EVALUATE
           IF WS-TRANS-VALID = "Y"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               PERFORM 500-WRITE-RATE-ERROR
           END-IF
           READ RATE-TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.

       310-APPLY-ADD-CHG.
           MOVE RT-CUST-TYPE       TO WS-CUST-TYPE
           MOVE RT-EFFECTIVE-DATE  TO WS-EFFECTIVE-DATE
           MOVE RT-PLAN-VERSION    TO WS-PLAN-VERSION
           MOVE RT-BASE-FEE        TO WS-BASE-FEE
           MOVE RT-DATA-RATE       TO WS-DATA-RATE
           MOVE RT-DATA-TIER-GB    TO WS-DATA-TIER-GB
           MOVE RT-DATA-TIER-RATE  TO WS-DATA-TIER-RATE
           MOVE RT-VOICE-RATE      TO WS-VOICE-RATE
           MOVE RT-VOICE-TIER-MIN  TO WS-VOICE-TIER-MIN
           MOVE RT-VOICE-TIER-RATE TO WS-VOICE-TIER-RATE
           PERFORM 340-VALIDATE-PLAN-KEY
           IF WS-TRANS-VALID = "Y"
               PERFORM 335-CHECK-TYPE-ON-FILE
               PERFORM 330-CHECK-PLAN-EXISTS
           END-IF
           IF WS-TRANS-VALID = "Y"
                   AND RT-ADD-PLAN AND WS-PLAN-FOUND = "Y"
               MOVE "R02 DUPLICATE PLAN VERSION"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
                   AND RT-CHANGE-PLAN AND WS-PLAN-FOUND = "N"
               MOVE "R03 PLAN VERSION NOT ON FILE" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
                   AND WS-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                   AND (RT-CHANGE-PLAN OR WS-TYPE-ON-FILE = "Y")
               MOVE "R06 PLAN ALREADY IN EFFECT" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
               PERFORM 345-VALIDATE-PLAN-RATES
           END-IF
           IF WS-TRANS-VALID = "Y"
               PERFORM 400-AUDIT-AND-PERSIST
           END-IF.

       320-APPLY-DELETE.
           MOVE RT-CUST-TYPE      TO WS-CUST-TYPE
           MOVE RT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           PERFORM 340-VALIDATE-PLAN-KEY
           IF WS-TRANS-VALID = "Y"
               PERFORM 330-CHECK-PLAN-EXISTS
               IF WS-PLAN-FOUND = "N"
                   MOVE "R03 PLAN VERSION NOT ON FILE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               END-IF
           END-IF
           IF WS-TRANS-VALID = "Y"
                   AND WS-EFFECTIVE-DATE NOT > WS-TODAY-DATE
               MOVE "R06 PLAN ALREADY IN EFFECT" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
               MOVE "DELETE"        TO RA-ACTION
               MOVE "PLAN-VERSION"  TO RA-FIELD-NAME
               MOVE RP-PLAN-VERSION TO RA-OLD-VALUE
               MOVE SPACES          TO RA-NEW-VALUE
               PERFORM 435-WRITE-AUDIT-LINE
               DELETE RATE-PLAN-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       330-CHECK-PLAN-EXISTS.
           MOVE WS-CUST-TYPE      TO RP-CUST-TYPE
           MOVE WS-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE
           MOVE "N" TO WS-PLAN-FOUND
           READ RATE-PLAN-FILE
               INVALID KEY
                   MOVE SPACES TO RP-PLAN-VERSION
                   MOVE 0 TO RP-BASE-FEE
                   MOVE 0 TO RP-DATA-RATE
                   MOVE 0 TO RP-DATA-TIER-GB
                   MOVE 0 TO RP-DATA-TIER-RATE
                   MOVE 0 TO RP-VOICE-RATE
                   MOVE 0 TO RP-VOICE-TIER-MIN
                   MOVE 0 TO RP-VOICE-TIER-RATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PLAN-FOUND
           END-READ.

      * Whether any version of the customer type is on the catalog
      * yet, which decides if a past effective date may be loaded.
       335-CHECK-TYPE-ON-FILE.
           MOVE "N" TO WS-TYPE-ON-FILE
           MOVE WS-CUST-TYPE TO RP-CUST-TYPE
           MOVE 0 TO RP-EFFECTIVE-DATE
           START RATE-PLAN-FILE KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RATE-PLAN-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RP-CUST-TYPE = WS-CUST-TYPE
                               MOVE "Y" TO WS-TYPE-ON-FILE
                           END-IF
                   END-READ
           END-START.

       340-VALIDATE-PLAN-KEY.
           IF WS-CUST-TYPE NOT = "P"
                   AND WS-CUST-TYPE NOT = "S"
                   AND WS-CUST-TYPE NOT = "E"
               MOVE "R04 INVALID CUSTOMER TYPE" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
               IF RT-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "R05 INVALID EFFECTIVE DATE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(RT-EFFECTIVE-DATE)
                           NOT = 0
                       MOVE "R05 INVALID EFFECTIVE DATE"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-TRANS-VALID
                   END-IF
               END-IF
           END-IF.

       345-VALIDATE-PLAN-RATES.
           IF WS-PLAN-VERSION = SPACES
               MOVE "R07 PLAN VERSION REQUIRED" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF
           IF WS-TRANS-VALID = "Y"
               IF RT-BASE-FEE IS NOT NUMERIC
                       OR RT-DATA-RATE IS NOT NUMERIC
                       OR RT-DATA-TIER-GB IS NOT NUMERIC
                       OR RT-DATA-TIER-RATE IS NOT NUMERIC
                       OR RT-VOICE-RATE IS NOT NUMERIC
                       OR RT-VOICE-TIER-MIN IS NOT NUMERIC
                       OR RT-VOICE-TIER-RATE IS NOT NUMERIC
                   MOVE "R08 RATES NOT NUMERIC" TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
               END-IF
           END-IF.

       400-AUDIT-AND-PERSIST.
           IF WS-PLAN-FOUND = "Y"
               PERFORM 410-AUDIT-CHANGED-FIELDS
               PERFORM 420-MOVE-FIELDS-TO-PLAN
               REWRITE RATE-PLAN-RECORD
           ELSE
               PERFORM 410-AUDIT-CHANGED-FIELDS
               PERFORM 420-MOVE-FIELDS-TO-PLAN
               WRITE RATE-PLAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       410-AUDIT-CHANGED-FIELDS.
           IF RP-PLAN-VERSION NOT = WS-PLAN-VERSION
               MOVE "PLAN-VERSION" TO RA-FIELD-NAME
               MOVE RP-PLAN-VERSION TO RA-OLD-VALUE
               MOVE WS-PLAN-VERSION TO RA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
           IF RP-BASE-FEE NOT = WS-BASE-FEE
               MOVE "BASE-FEE" TO RA-FIELD-NAME
               MOVE RP-BASE-FEE TO WS-FEE-EDIT
               MOVE WS-FEE-EDIT TO RA-OLD-VALUE
               MOVE WS-BASE-FEE TO WS-FEE-EDIT
               MOVE WS-FEE-EDIT TO RA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
           IF RP-DATA-RATE NOT = WS-DATA-RATE
               MOVE "DATA-RATE" TO RA-FIELD-NAME
               MOVE RP-DATA-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-OLD-VALUE
               MOVE WS-DATA-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
           IF RP-DATA-TIER-GB NOT = WS-DATA-TIER-GB
               MOVE "DATA-TIER-GB" TO RA-FIELD-NAME
               MOVE RP-DATA-TIER-GB TO WS-GB-EDIT
               MOVE WS-GB-EDIT TO RA-OLD-VALUE
               MOVE WS-DATA-TIER-GB TO WS-GB-EDIT
               MOVE WS-GB-EDIT TO RA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
           IF RP-DATA-TIER-RATE NOT = WS-DATA-TIER-RATE
               MOVE "DATA-TIER-RATE" TO RA-FIELD-NAME
               MOVE RP-DATA-TIER-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-OLD-VALUE
               MOVE WS-DATA-TIER-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
           IF RP-VOICE-RATE NOT = WS-VOICE-RATE
               MOVE "VOICE-RATE" TO RA-FIELD-NAME
               MOVE RP-VOICE-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-OLD-VALUE
               MOVE WS-VOICE-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
           IF RP-VOICE-TIER-MIN NOT = WS-VOICE-TIER-MIN
               MOVE "VOICE-TIER-MIN" TO RA-FIELD-NAME
               MOVE RP-VOICE-TIER-MIN TO WS-MIN-EDIT
               MOVE WS-MIN-EDIT TO RA-OLD-VALUE
               MOVE WS-VOICE-TIER-MIN TO WS-MIN-EDIT
               MOVE WS-MIN-EDIT TO RA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF
           IF RP-VOICE-TIER-RATE NOT = WS-VOICE-TIER-RATE
               MOVE "VOICE-TIER-RATE" TO RA-FIELD-NAME
               MOVE RP-VOICE-TIER-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-OLD-VALUE
               MOVE WS-VOICE-TIER-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO RA-NEW-VALUE
               PERFORM 430-WRITE-AUDIT-RECORD
           END-IF.

       420-MOVE-FIELDS-TO-PLAN.
           MOVE WS-CUST-TYPE       TO RP-CUST-TYPE
           MOVE WS-EFFECTIVE-DATE  TO RP-EFFECTIVE-DATE
           MOVE WS-PLAN-VERSION    TO RP-PLAN-VERSION
           MOVE WS-BASE-FEE        TO RP-BASE-FEE
           MOVE WS-DATA-RATE       TO RP-DATA-RATE
           MOVE WS-DATA-TIER-GB    TO RP-DATA-TIER-GB
           MOVE WS-DATA-TIER-RATE  TO RP-DATA-TIER-RATE
           MOVE WS-VOICE-RATE      TO RP-VOICE-RATE
           MOVE WS-VOICE-TIER-MIN  TO RP-VOICE-TIER-MIN
           MOVE WS-VOICE-TIER-RATE TO RP-VOICE-TIER-RATE.

       430-WRITE-AUDIT-RECORD.
           IF WS-PLAN-FOUND = "Y"
               MOVE "UPDATE" TO RA-ACTION
           ELSE
               MOVE "ADD"    TO RA-ACTION
           END-IF
           PERFORM 435-WRITE-AUDIT-LINE.

       435-WRITE-AUDIT-LINE.
           MOVE WS-CUST-TYPE      TO RA-CUST-TYPE
           MOVE WS-EFFECTIVE-DATE TO RA-EFFECTIVE-DATE
           MOVE WS-TIMESTAMP      TO RA-TIMESTAMP
           MOVE WS-UPDATED-BY     TO RA-UPDATED-BY
           WRITE AUDIT-LINE FROM RATE-AUDIT-RECORD.

       500-WRITE-RATE-ERROR.
           ADD 1 TO WS-REJECT-COUNT
           MOVE RATE-PLAN-TRANSACTION TO RE-TRANS-IMAGE
           MOVE WS-REJECT-REASON TO RE-REASON
           WRITE RATE-ERROR-LINE FROM WS-RATE-ERROR-DETAIL.

       600-WRAP-UP.
           CLOSE RATE-TRANS-FILE
           CLOSE RATE-ERROR-FILE
           CLOSE RATE-PLAN-FILE
           CLOSE AUDIT-FILE
           DISPLAY "TRANSACTIONS READ:    " WS-TRANS-COUNT
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECT-COUNT.
