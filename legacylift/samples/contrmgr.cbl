       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRMGR.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACTOR-MASTER ASSIGN TO "contractor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTRACTOR-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MAINT-TRANS-FILE
               ASSIGN TO "contractor_maint_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-ERROR-FILE
               ASSIGN TO "contractor_maint_errors.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "contractor_audit.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTOR-MASTER.
           COPY "contractrec.cpy".

      * A change carries the whole record. A blank TIN on a change
      * keeps the number on file, so the W-9 number need not be
      * rekeyed into every address or bank change.
       FD  MAINT-TRANS-FILE.
       01  CONTRACTOR-MAINT-TRANSACTION.
           05  CM-TRANS-CODE          PIC X(3).
               88  CM-ADD-CONTRACTOR    VALUE "ADD".
               88  CM-CHANGE-CONTRACTOR VALUE "CHG".
           05  FILLER                 PIC X(2).
           05  CM-CONTRACTOR-ID       PIC 9(5).
           05  FILLER                 PIC X(2).
           05  CM-NAME                PIC X(30).
           05  FILLER                 PIC X(2).
           05  CM-TIN-TYPE            PIC X(1).
           05  FILLER                 PIC X(2).
           05  CM-TIN                 PIC X(9).
           05  FILLER                 PIC X(2).
           05  CM-ADDRESS             PIC X(30).
           05  FILLER                 PIC X(2).
           05  CM-CITY                PIC X(20).
           05  FILLER                 PIC X(2).
           05  CM-STATE-CODE          PIC X(2).
           05  FILLER                 PIC X(2).
           05  CM-ZIP-CODE            PIC X(10).
           05  FILLER                 PIC X(2).
           05  CM-BACKUP-WH           PIC X(1).
           05  FILLER                 PIC X(2).
           05  CM-ACTIVE-FLAG         PIC X(1).
           05  FILLER                 PIC X(2).
           05  CM-ROUTING-NUMBER      PIC 9(9).
           05  FILLER                 PIC X(2).
           05  CM-ACCOUNT-NUMBER      PIC X(17).

       FD  MAINT-ERROR-FILE.
       01  MAINT-ERROR-LINE           PIC X(194).

       FD  AUDIT-FILE.
       01  AUDIT-LINE                 PIC X(126).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       01  WS-ERROR-STATUS         PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-TRANS-EOF            PIC X(1) VALUE "N".
       01  WS-TRANS-VALID          PIC X(1) VALUE "Y".
       01  WS-MASTER-FOUND         PIC X(1) VALUE "N".
       01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
       01  WS-TIMESTAMP            PIC X(14) VALUE SPACES.
       01  WS-TODAY-DATE           PIC 9(8) VALUE 0.
       01  WS-UPDATED-BY           PIC X(20) VALUE SPACES.
       01  WS-TRANS-COUNT          PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.

      * Contractor ids share the five-digit id space of the payment
      * files with employees; this range is reserved to contractors.
       01  WS-LOW-CONTRACTOR-ID    PIC 9(5) VALUE 80000.

       COPY "auditrec.cpy".

       01  WS-CONTRACTOR.
           05  WS-CONTRACTOR-ID    PIC 9(5).
           05  WS-NAME             PIC X(30).
           05  WS-TIN-TYPE         PIC X(1).
           05  WS-TIN              PIC X(9).
           05  WS-ADDRESS          PIC X(30).
           05  WS-CITY             PIC X(20).
           05  WS-STATE-CODE       PIC X(2).
           05  WS-ZIP-CODE         PIC X(10).
           05  WS-BACKUP-WH        PIC X(1).
           05  WS-ACTIVE-FLAG      PIC X(1).
           05  WS-ROUTING-NUMBER   PIC 9(9).
           05  WS-ACCOUNT-NUMBER   PIC X(17).

       01  WS-MASKED-VALUE         PIC X(17) VALUE SPACES.
       01  WS-TRAILING-SPACES      PIC 9(2)  VALUE 0.
       01  WS-VALUE-LENGTH         PIC 9(2)  VALUE 0.

       01  WS-MAINT-ERROR-DETAIL.
           05  ME-TRANS-IMAGE      PIC X(162).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  ME-REASON           PIC X(30).

      * Contractor master maintenance in the mold of the department
      * manager: a batch transaction file of validated adds and
      * changes, a before/after audit record per changed field, and
      * rejected transactions reported with a reason code instead of
      * stopping the batch. A contractor is never deleted, since the
      * year's 1099 still has to be filed; a change to inactive stops
      * further payments. The taxpayer id and the bank account are
      * masked to their last four digits on the audit trail, and new
      * or changed bank details go to prenote before ACHEXTRACT will
      * send a live credit to them.
       PROCEDURE DIVISION.
       CONTRACTOR-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-UPDATED-BY FROM ENVIRONMENT "USER".
           IF WS-UPDATED-BY = SPACES
               MOVE "UNKNOWN" TO WS-UPDATED-BY
           END-IF.
           PERFORM OPEN-CONTRACTOR-FILES.
           PERFORM PROCESS-TRANSACTION UNTIL WS-TRANS-EOF = "Y".
           PERFORM FINISH-CONTRACTOR-RUN.
           STOP RUN.

       OPEN-CONTRACTOR-FILES.
           OPEN INPUT MAINT-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINT-TRANS-FILE: "
                   WS-TRANS-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-ERROR-FILE.
           IF WS-ERROR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINT-ERROR-FILE: "
                   WS-ERROR-STATUS
               STOP RUN
           END-IF.
           MOVE "REJECTED CONTRACTOR TRANSACTIONS"
               TO MAINT-ERROR-LINE.
           WRITE MAINT-ERROR-LINE.
           OPEN I-O CONTRACTOR-MASTER.
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT CONTRACTOR-MASTER
               CLOSE CONTRACTOR-MASTER
               OPEN I-O CONTRACTOR-MASTER
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDIT-FILE: " WS-AUDIT-STATUS
               STOP RUN
           END-IF.
           READ MAINT-TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.

       PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE "Y" TO WS-TRANS-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN CM-ADD-CONTRACTOR
               WHEN CM-CHANGE-CONTRACTOR
                   PERFORM APPLY-ADD-CHG
               WHEN OTHER
                   MOVE "C01 INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-TRANS-VALID
           END-EVALUATE.
           IF WS-TRANS-VALID = "Y"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               PERFORM WRITE-MAINT-ERROR
           END-IF.
           READ MAINT-TRANS-FILE
               AT END MOVE "Y" TO WS-TRANS-EOF
           END-READ.

       APPLY-ADD-CHG.
           IF CM-CONTRACTOR-ID NOT NUMERIC
                   OR CM-CONTRACTOR-ID < WS-LOW-CONTRACTOR-ID
               MOVE "C04 ID MUST BE 80000-99999" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           ELSE
               MOVE CM-CONTRACTOR-ID  TO WS-CONTRACTOR-ID
               MOVE CM-NAME           TO WS-NAME
               MOVE CM-TIN-TYPE       TO WS-TIN-TYPE
               MOVE CM-TIN            TO WS-TIN
               MOVE CM-ADDRESS        TO WS-ADDRESS
               MOVE CM-CITY           TO WS-CITY
               MOVE CM-STATE-CODE     TO WS-STATE-CODE
               MOVE CM-ZIP-CODE       TO WS-ZIP-CODE
               MOVE CM-BACKUP-WH      TO WS-BACKUP-WH
               MOVE CM-ACTIVE-FLAG    TO WS-ACTIVE-FLAG
               MOVE CM-ROUTING-NUMBER TO WS-ROUTING-NUMBER
               MOVE CM-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
               PERFORM CHECK-MASTER-EXISTS
           END-IF.
           IF WS-TRANS-VALID = "Y"
                   AND CM-ADD-CONTRACTOR AND WS-MASTER-FOUND = "Y"
               MOVE "C02 CONTRACTOR ALREADY ON FILE"
                   TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.
           IF WS-TRANS-VALID = "Y"
                   AND CM-CHANGE-CONTRACTOR AND WS-MASTER-FOUND = "N"
               MOVE "C03 CONTRACTOR NOT ON FILE" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.
           IF WS-TRANS-VALID = "Y"
                   AND CM-CHANGE-CONTRACTOR AND WS-TIN = SPACES
               MOVE CT-TIN TO WS-TIN
           END-IF.
           IF WS-TRANS-VALID = "Y"
               PERFORM VALIDATE-CONTRACTOR
           END-IF.
           IF WS-TRANS-VALID = "Y"
               PERFORM AUDIT-AND-PERSIST
           END-IF.

       CHECK-MASTER-EXISTS.
           MOVE WS-CONTRACTOR-ID TO CT-CONTRACTOR-ID.
           MOVE "N" TO WS-MASTER-FOUND.
           READ CONTRACTOR-MASTER
               INVALID KEY
                   MOVE SPACES TO CONTRACTOR-RECORD
                   MOVE WS-CONTRACTOR-ID TO CT-CONTRACTOR-ID
                   MOVE 0 TO CT-ROUTING-NUMBER CT-PRENOTE-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.

      * The name, taxpayer id and mailing address are what the 1099
      * is filed under, so none of them may be left blank.
       VALIDATE-CONTRACTOR.
           IF WS-NAME = SPACES
               MOVE "C05 NAME REQUIRED" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.
           IF WS-TRANS-VALID = "Y"
                   AND WS-TIN-TYPE NOT = "S" AND WS-TIN-TYPE NOT = "E"
               MOVE "C06 TIN TYPE MUST BE S OR E" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.
           IF WS-TRANS-VALID = "Y" AND WS-TIN NOT NUMERIC
               MOVE "C07 NINE-DIGIT TIN REQUIRED" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.
           IF WS-TRANS-VALID = "Y"
                   AND (WS-ADDRESS = SPACES OR WS-CITY = SPACES
                       OR WS-STATE-CODE = SPACES
                       OR WS-ZIP-CODE = SPACES)
               MOVE "C08 FULL ADDRESS REQUIRED" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.
           IF WS-TRANS-VALID = "Y"
                   AND WS-BACKUP-WH NOT = "Y" AND WS-BACKUP-WH NOT = "N"
               MOVE "C09 BACKUP W/H MUST BE Y OR N" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.
           IF WS-TRANS-VALID = "Y" AND WS-ACTIVE-FLAG NOT = "Y"
                   AND WS-ACTIVE-FLAG NOT = "N"
               MOVE "C10 ACTIVE FLAG MUST BE Y OR N" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.
           IF WS-TRANS-VALID = "Y" AND WS-ROUTING-NUMBER NOT NUMERIC
               MOVE "C11 INVALID ROUTING NUMBER" TO WS-REJECT-REASON
               MOVE "N" TO WS-TRANS-VALID
           END-IF.

       AUDIT-AND-PERSIST.
           PERFORM AUDIT-CHANGED-FIELDS.
      *    Changed bank details must prove out through a prenote
      *    before an ACH credit rides on them.
           IF WS-ROUTING-NUMBER NOT = CT-ROUTING-NUMBER
                   OR WS-ACCOUNT-NUMBER NOT = CT-ACCOUNT-NUMBER
               IF WS-ROUTING-NUMBER NOT = 0
                       AND WS-ACCOUNT-NUMBER NOT = SPACES
                   MOVE "P" TO CT-PRENOTE-STATUS
                   MOVE WS-TODAY-DATE TO CT-PRENOTE-DATE
               ELSE
                   MOVE " " TO CT-PRENOTE-STATUS
                   MOVE 0   TO CT-PRENOTE-DATE
               END-IF
           END-IF.
           MOVE WS-CONTRACTOR-ID  TO CT-CONTRACTOR-ID.
           MOVE WS-NAME           TO CT-NAME.
           MOVE WS-TIN-TYPE       TO CT-TIN-TYPE.
           MOVE WS-TIN            TO CT-TIN.
           MOVE WS-ADDRESS        TO CT-ADDRESS.
           MOVE WS-CITY           TO CT-CITY.
           MOVE WS-STATE-CODE     TO CT-STATE-CODE.
           MOVE WS-ZIP-CODE       TO CT-ZIP-CODE.
           MOVE WS-BACKUP-WH      TO CT-BACKUP-WH.
           MOVE WS-ACTIVE-FLAG    TO CT-ACTIVE-FLAG.
           MOVE WS-ROUTING-NUMBER TO CT-ROUTING-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO CT-ACCOUNT-NUMBER.
           IF WS-MASTER-FOUND = "Y"
               REWRITE CONTRACTOR-RECORD
           ELSE
               WRITE CONTRACTOR-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       AUDIT-CHANGED-FIELDS.
           IF CT-NAME NOT = WS-NAME
               MOVE "NAME" TO AU-FIELD-NAME
               MOVE CT-NAME TO AU-OLD-VALUE
               MOVE WS-NAME TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-TIN-TYPE NOT = WS-TIN-TYPE
               MOVE "TIN-TYPE" TO AU-FIELD-NAME
               MOVE CT-TIN-TYPE TO AU-OLD-VALUE
               MOVE WS-TIN-TYPE TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-TIN NOT = WS-TIN
               MOVE "TIN" TO AU-FIELD-NAME
               MOVE CT-TIN TO WS-MASKED-VALUE
               PERFORM MASK-AUDIT-VALUE
               MOVE WS-MASKED-VALUE TO AU-OLD-VALUE
               MOVE WS-TIN TO WS-MASKED-VALUE
               PERFORM MASK-AUDIT-VALUE
               MOVE WS-MASKED-VALUE TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-ADDRESS NOT = WS-ADDRESS
               MOVE "ADDRESS" TO AU-FIELD-NAME
               MOVE CT-ADDRESS TO AU-OLD-VALUE
               MOVE WS-ADDRESS TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-CITY NOT = WS-CITY
               MOVE "CITY" TO AU-FIELD-NAME
               MOVE CT-CITY TO AU-OLD-VALUE
               MOVE WS-CITY TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-STATE-CODE NOT = WS-STATE-CODE
               MOVE "STATE-CODE" TO AU-FIELD-NAME
               MOVE CT-STATE-CODE TO AU-OLD-VALUE
               MOVE WS-STATE-CODE TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-ZIP-CODE NOT = WS-ZIP-CODE
               MOVE "ZIP-CODE" TO AU-FIELD-NAME
               MOVE CT-ZIP-CODE TO AU-OLD-VALUE
               MOVE WS-ZIP-CODE TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-BACKUP-WH NOT = WS-BACKUP-WH
               MOVE "BACKUP-WH" TO AU-FIELD-NAME
               MOVE CT-BACKUP-WH TO AU-OLD-VALUE
               MOVE WS-BACKUP-WH TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-ACTIVE-FLAG NOT = WS-ACTIVE-FLAG
               MOVE "ACTIVE-FLAG" TO AU-FIELD-NAME
               MOVE CT-ACTIVE-FLAG TO AU-OLD-VALUE
               MOVE WS-ACTIVE-FLAG TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-ROUTING-NUMBER NOT = WS-ROUTING-NUMBER
               MOVE "ROUTING-NUMBER" TO AU-FIELD-NAME
               MOVE CT-ROUTING-NUMBER TO AU-OLD-VALUE
               MOVE WS-ROUTING-NUMBER TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF CT-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
               MOVE "ACCOUNT-NUMBER" TO AU-FIELD-NAME
               MOVE CT-ACCOUNT-NUMBER TO WS-MASKED-VALUE
               PERFORM MASK-AUDIT-VALUE
               MOVE WS-MASKED-VALUE TO AU-OLD-VALUE
               MOVE WS-ACCOUNT-NUMBER TO WS-MASKED-VALUE
               PERFORM MASK-AUDIT-VALUE
               MOVE WS-MASKED-VALUE TO AU-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE WS-CONTRACTOR-ID TO AU-EMP-ID.
           IF WS-MASTER-FOUND = "Y"
               MOVE "UPDATE" TO AU-ACTION
           ELSE
               MOVE "ADD"    TO AU-ACTION
           END-IF.
           MOVE WS-TIMESTAMP  TO AU-TIMESTAMP.
           MOVE WS-UPDATED-BY TO AU-UPDATED-BY.
           WRITE AUDIT-LINE FROM AUDIT-RECORD.

      * Masks everything but the last four significant characters of
      * a taxpayer id or account number; the trail proves the field
      * changed without copying the number into a readable report.
       MASK-AUDIT-VALUE.
           MOVE 0 TO WS-TRAILING-SPACES.
           INSPECT FUNCTION REVERSE(WS-MASKED-VALUE)
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACES.
           COMPUTE WS-VALUE-LENGTH = 17 - WS-TRAILING-SPACES.
           IF WS-VALUE-LENGTH > 4
               MOVE ALL "*" TO WS-MASKED-VALUE(1:WS-VALUE-LENGTH - 4)
           END-IF.

       WRITE-MAINT-ERROR.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE CONTRACTOR-MAINT-TRANSACTION TO ME-TRANS-IMAGE.
           MOVE WS-REJECT-REASON TO ME-REASON.
           WRITE MAINT-ERROR-LINE FROM WS-MAINT-ERROR-DETAIL.

       FINISH-CONTRACTOR-RUN.
           CLOSE MAINT-TRANS-FILE.
           CLOSE MAINT-ERROR-FILE.
           CLOSE CONTRACTOR-MASTER.
           CLOSE AUDIT-FILE.
           DISPLAY "TRANSACTIONS READ:    " WS-TRANS-COUNT.
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECT-COUNT.
