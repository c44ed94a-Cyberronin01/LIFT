       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWHIRE.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYER-FILE ASSIGN TO "newhire_employer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-STATUS.
           SELECT NEW-HIRE-FILE ASSIGN TO "new_hire_notices.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "emp_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SUBMIT-LOG-FILE ASSIGN TO "newhire_submit_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-KEY
               FILE STATUS IS WS-LOG-STATUS.
           SELECT HIRE-WORK-FILE ASSIGN TO "newhire_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT HIRE-SORT-FILE ASSIGN TO "sortwk1".
           SELECT SORTED-HIRE-FILE ASSIGN TO "newhire_sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT STATE-FILE ASSIGN TO WS-STATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT NEW-HIRE-REPORT ASSIGN TO "newhire_report.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Employer identification carried on the header of every state
      * file: federal EIN, legal name and the payroll office address.
       FD  EMPLOYER-FILE.
       01  EMPLOYER-RECORD.
           05  ER-FEIN                PIC X(9).
           05  FILLER                 PIC X(2).
           05  ER-NAME                PIC X(30).
           05  FILLER                 PIC X(2).
           05  ER-ADDRESS             PIC X(30).
           05  FILLER                 PIC X(2).
           05  ER-CITY                PIC X(20).
           05  FILLER                 PIC X(2).
           05  ER-STATE-CODE          PIC X(2).
           05  FILLER                 PIC X(2).
           05  ER-ZIP-CODE            PIC X(10).

       FD  NEW-HIRE-FILE.
           COPY "newhirerec.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmstr.cpy".

       FD  SUBMIT-LOG-FILE.
           COPY "newhirelogrec.cpy".

       FD  HIRE-WORK-FILE.
       01  HW-RECORD.
           05  HW-STATE-CODE          PIC X(2).
           05  HW-EMP-ID              PIC 9(5).
           05  HW-RECORDED-TIMESTAMP  PIC X(14).
           05  HW-HIRE-TYPE           PIC X(1).
           05  HW-HIRE-DATE           PIC 9(8).
           05  HW-EMP-NAME            PIC X(30).
           05  HW-SSN                 PIC X(9).
           05  HW-ADDRESS             PIC X(30).
           05  HW-CITY                PIC X(20).
           05  HW-ZIP-CODE            PIC X(10).
           05  HW-BIRTH-DATE          PIC 9(8).

       SD  HIRE-SORT-FILE.
       01  HS-RECORD.
           05  HS-STATE-CODE          PIC X(2).
           05  HS-EMP-ID              PIC 9(5).
           05  HS-RECORDED-TIMESTAMP  PIC X(14).
           05  FILLER                 PIC X(116).

       FD  SORTED-HIRE-FILE.
       01  SH-RECORD.
           05  SH-STATE-CODE          PIC X(2).
           05  SH-EMP-ID              PIC 9(5).
           05  SH-RECORDED-TIMESTAMP  PIC X(14).
           05  SH-HIRE-TYPE           PIC X(1).
           05  SH-HIRE-DATE           PIC 9(8).
           05  SH-EMP-NAME            PIC X(30).
           05  SH-SSN                 PIC X(9).
           05  SH-ADDRESS             PIC X(30).
           05  SH-CITY                PIC X(20).
           05  SH-ZIP-CODE            PIC X(10).
           05  SH-BIRTH-DATE          PIC 9(8).

       FD  STATE-FILE.
       01  STATE-LINE                 PIC X(150).

       FD  NEW-HIRE-REPORT.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYER-STATUS         PIC X(2) VALUE "00".
       01  WS-NOTICE-STATUS           PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(2) VALUE "00".
       01  WS-LOG-STATUS              PIC X(2) VALUE "00".
       01  WS-WORK-STATUS             PIC X(2) VALUE "00".
       01  WS-SRT-STATUS              PIC X(2) VALUE "00".
       01  WS-STATE-STATUS            PIC X(2) VALUE "00".
       01  WS-RPT-STATUS              PIC X(2) VALUE "00".
       01  WS-NOTICE-EOF              PIC X(1) VALUE "N".
       01  WS-SORT-EOF                PIC X(1) VALUE "N".
       01  WS-MASTER-FOUND            PIC X(1) VALUE "N".
       01  WS-ALREADY-SENT            PIC X(1) VALUE "N".
       01  WS-HIRE-COMPLETE           PIC X(1) VALUE "Y".
       01  WS-STATE-OPEN              PIC X(1) VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-RUN-STAMP               PIC X(12) VALUE SPACES.
       01  WS-CURRENT-STATE           PIC X(2) VALUE SPACES.
       01  WS-STATE-FILE-NAME         PIC X(40) VALUE SPACES.
       01  WS-MISSING-REASON          PIC X(30) VALUE SPACES.

       01  WS-NOTICE-COUNT            PIC 9(6) VALUE 0.
       01  WS-PREV-SENT-COUNT         PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(6) VALUE 0.
       01  WS-REPORTED-COUNT          PIC 9(6) VALUE 0.
       01  WS-STATE-COUNT             PIC 9(6) VALUE 0.
       01  WS-STATE-FILE-COUNT        PIC 9(3) VALUE 0.

      * Fixed-format new-hire file, one per state: an employer header,
      * one employee record per hire or rehire, and a trailer count.
       01  WS-NH-HEADER.
           05  NH-REC-TYPE            PIC X(1)  VALUE "H".
           05  NH-FEIN                PIC X(9).
           05  NH-EMPLOYER-NAME       PIC X(30).
           05  NH-EMPLOYER-ADDRESS    PIC X(30).
           05  NH-EMPLOYER-CITY       PIC X(20).
           05  NH-EMPLOYER-STATE      PIC X(2).
           05  NH-EMPLOYER-ZIP        PIC X(10).
           05  NH-REPORT-STATE        PIC X(2).
           05  NH-CREATE-DATE         PIC 9(8).

       01  WS-NH-EMPLOYEE.
           05  NE-REC-TYPE            PIC X(1)  VALUE "E".
           05  NE-SSN                 PIC X(9).
           05  NE-EMP-NAME            PIC X(30).
           05  NE-ADDRESS             PIC X(30).
           05  NE-CITY                PIC X(20).
           05  NE-STATE-CODE          PIC X(2).
           05  NE-ZIP-CODE            PIC X(10).
           05  NE-BIRTH-DATE          PIC 9(8).
           05  NE-HIRE-DATE           PIC 9(8).
           05  NE-HIRE-TYPE           PIC X(1).
           05  NE-FEIN                PIC X(9).
           05  NE-EMP-ID              PIC 9(5).

       01  WS-NH-TRAILER.
           05  NT-REC-TYPE            PIC X(1)  VALUE "T".
           05  NT-FEIN                PIC X(9).
           05  NT-REPORT-STATE        PIC X(2).
           05  NT-EMPLOYEE-COUNT      PIC 9(6).

       01  WS-RPT-SEPARATOR.
           05  FILLER                 PIC X(80) VALUE ALL "=".

       01  WS-RPT-TITLE.
           05  FILLER                 PIC X(40) VALUE
               "STATE NEW-HIRE REPORTING".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  RT-RUN-DATE            PIC 9(8).

       01  WS-RPT-SECTION.
           05  RS-SECTION-NAME        PIC X(40).

       01  WS-EXC-COL-HEADING.
           05  FILLER                 PIC X(7)  VALUE "EMP ID".
           05  FILLER                 PIC X(32) VALUE "NAME".
           05  FILLER                 PIC X(6)  VALUE "TYPE".
           05  FILLER                 PIC X(10) VALUE "HIRED".
           05  FILLER                 PIC X(30) VALUE "MISSING".

       01  WS-EXC-DETAIL.
           05  XD-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-EMP-NAME            PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-HIRE-TYPE           PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-HIRE-DATE           PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-REASON              PIC X(30).

       01  WS-STATE-DETAIL.
           05  FILLER                 PIC X(7)  VALUE "STATE ".
           05  SD-STATE-CODE          PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  SD-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)  VALUE " HIRES   ".
           05  SD-FILE-NAME           PIC X(40).

       01  WS-RPT-TOTAL-LINE.
           05  RL-CAPTION             PIC X(36).
           05  RL-COUNT               PIC ZZZ,ZZ9.

      * Gathers the hires and rehires EMPMANAGER has noted since the
      * last submission and writes them to one new-hire file per
      * state. A notice already on the submission log was sent before
      * and is passed over; a notice whose employee is missing data
      * the state requires is listed as an exception and left off the
      * log, so it is picked up again on the next run once HR has
      * corrected the master. Each hire is logged only after it has
      * been written to its state file, so none is sent twice or lost.
       PROCEDURE DIVISION.
       NEWHIRE-MAIN.
           PERFORM INITIALIZE-NEWHIRE-RUN.
           PERFORM COLLECT-UNREPORTED-HIRES.
           SORT HIRE-SORT-FILE
               ON ASCENDING KEY HS-STATE-CODE HS-EMP-ID
                                HS-RECORDED-TIMESTAMP
               USING HIRE-WORK-FILE
               GIVING SORTED-HIRE-FILE.
           PERFORM WRITE-STATE-FILES.
           PERFORM FINISH-NEWHIRE-RUN.
           STOP RUN.

       INITIALIZE-NEWHIRE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-RUN-STAMP.
           OPEN INPUT EMPLOYER-FILE.
           IF WS-EMPLOYER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYER-FILE: "
                   WS-EMPLOYER-STATUS
               STOP RUN
           END-IF.
           READ EMPLOYER-FILE
               AT END
                   DISPLAY "ERROR: EMPLOYER-FILE IS EMPTY"
                   STOP RUN
           END-READ.
           CLOSE EMPLOYER-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O SUBMIT-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT SUBMIT-LOG-FILE
               CLOSE SUBMIT-LOG-FILE
               OPEN I-O SUBMIT-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUBMIT-LOG-FILE: " WS-LOG-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-HIRE-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING NEW-HIRE-REPORT: " WS-RPT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-SEPARATOR.

       COLLECT-UNREPORTED-HIRES.
           OPEN OUTPUT HIRE-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HIRE-WORK-FILE: " WS-WORK-STATUS
               STOP RUN
           END-IF.
           MOVE "HIRES HELD FOR MISSING DATA" TO RS-SECTION-NAME.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           WRITE REPORT-LINE FROM WS-EXC-COL-HEADING.
           OPEN INPUT NEW-HIRE-FILE.
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "NO NEW-HIRE NOTICES THIS RUN"
           ELSE
               READ NEW-HIRE-FILE
                   AT END MOVE "Y" TO WS-NOTICE-EOF
               END-READ
               PERFORM UNTIL WS-NOTICE-EOF = "Y"
                   PERFORM COLLECT-ONE-HIRE
                   READ NEW-HIRE-FILE
                       AT END MOVE "Y" TO WS-NOTICE-EOF
                   END-READ
               END-PERFORM
               CLOSE NEW-HIRE-FILE
           END-IF.
           CLOSE HIRE-WORK-FILE.
           CLOSE EMPLOYEE-MASTER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       COLLECT-ONE-HIRE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE NN-EMP-ID             TO NL-EMP-ID.
           MOVE NN-RECORDED-TIMESTAMP TO NL-RECORDED-TIMESTAMP.
           MOVE "N" TO WS-ALREADY-SENT.
           READ SUBMIT-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ALREADY-SENT
           END-READ.
           IF WS-ALREADY-SENT = "Y"
               ADD 1 TO WS-PREV-SENT-COUNT
           ELSE
               PERFORM CHECK-HIRE-DATA
               IF WS-HIRE-COMPLETE = "Y"
                   PERFORM WRITE-HIRE-WORK-RECORD
               ELSE
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.

      * The employee's data is taken from the master as it stands
      * now, not as it was at hire, so a correction HR keys after the
      * hire reaches the state. Every gap is listed so the whole
      * record can be fixed in one pass.
       CHECK-HIRE-DATA.
           MOVE "Y" TO WS-HIRE-COMPLETE.
           MOVE NN-EMP-ID TO EM-EMP-ID.
           MOVE "N" TO WS-MASTER-FOUND.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO EMPLOYEE-MASTER-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.
           IF WS-MASTER-FOUND = "N"
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-MISSING-REASON
               PERFORM WRITE-HELD-HIRE-LINE
           ELSE
               IF EM-EMP-NAME = SPACES
                   MOVE "EMPLOYEE NAME" TO WS-MISSING-REASON
                   PERFORM WRITE-HELD-HIRE-LINE
               END-IF
               IF EM-SSN IS NOT NUMERIC OR EM-SSN = "000000000"
                   MOVE "SOCIAL SECURITY NUMBER"
                       TO WS-MISSING-REASON
                   PERFORM WRITE-HELD-HIRE-LINE
               END-IF
               IF EM-ADDRESS = SPACES OR EM-CITY = SPACES
                       OR EM-ZIP-CODE = SPACES
                   MOVE "HOME ADDRESS" TO WS-MISSING-REASON
                   PERFORM WRITE-HELD-HIRE-LINE
               END-IF
               IF EM-STATE-CODE = SPACES
                   MOVE "STATE CODE" TO WS-MISSING-REASON
                   PERFORM WRITE-HELD-HIRE-LINE
               END-IF
               IF EM-HIRE-DATE IS NOT NUMERIC OR EM-HIRE-DATE = 0
                   MOVE "HIRE DATE" TO WS-MISSING-REASON
                   PERFORM WRITE-HELD-HIRE-LINE
               END-IF
               IF EM-BIRTH-DATE IS NOT NUMERIC OR EM-BIRTH-DATE = 0
                   MOVE "BIRTH DATE" TO WS-MISSING-REASON
                   PERFORM WRITE-HELD-HIRE-LINE
               END-IF
           END-IF.

       WRITE-HELD-HIRE-LINE.
           MOVE "N" TO WS-HIRE-COMPLETE.
           MOVE NN-EMP-ID    TO XD-EMP-ID.
           MOVE EM-EMP-NAME  TO XD-EMP-NAME.
           IF NN-REHIRE
               MOVE "REH" TO XD-HIRE-TYPE
           ELSE
               MOVE "NEW" TO XD-HIRE-TYPE
           END-IF.
           MOVE NN-HIRE-DATE TO XD-HIRE-DATE.
           MOVE WS-MISSING-REASON TO XD-REASON.
           WRITE REPORT-LINE FROM WS-EXC-DETAIL.

       WRITE-HIRE-WORK-RECORD.
           MOVE EM-STATE-CODE         TO HW-STATE-CODE.
           MOVE NN-EMP-ID             TO HW-EMP-ID.
           MOVE NN-RECORDED-TIMESTAMP TO HW-RECORDED-TIMESTAMP.
           MOVE NN-HIRE-TYPE          TO HW-HIRE-TYPE.
           MOVE EM-HIRE-DATE          TO HW-HIRE-DATE.
           MOVE EM-EMP-NAME           TO HW-EMP-NAME.
           MOVE EM-SSN                TO HW-SSN.
           MOVE EM-ADDRESS            TO HW-ADDRESS.
           MOVE EM-CITY               TO HW-CITY.
           MOVE EM-ZIP-CODE           TO HW-ZIP-CODE.
           MOVE EM-BIRTH-DATE         TO HW-BIRTH-DATE.
           WRITE HW-RECORD.

      * Hires arrive in state order; each change of state closes the
      * previous state's file with its trailer and starts a new file
      * named for the state and the run time, so a second run on the
      * same day never overwrites a file not yet transmitted.
       WRITE-STATE-FILES.
           MOVE "STATE FILES WRITTEN" TO RS-SECTION-NAME.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           OPEN INPUT SORTED-HIRE-FILE.
           IF WS-SRT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SORTED-HIRE-FILE: "
                   WS-SRT-STATUS
               STOP RUN
           END-IF.
           READ SORTED-HIRE-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-READ.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               IF WS-STATE-OPEN = "N"
                       OR SH-STATE-CODE NOT = WS-CURRENT-STATE
                   IF WS-STATE-OPEN = "Y"
                       PERFORM CLOSE-STATE-FILE
                   END-IF
                   PERFORM OPEN-STATE-FILE
               END-IF
               PERFORM WRITE-EMPLOYEE-RECORD
               READ SORTED-HIRE-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
               END-READ
           END-PERFORM.
           IF WS-STATE-OPEN = "Y"
               PERFORM CLOSE-STATE-FILE
           END-IF.
           CLOSE SORTED-HIRE-FILE.

       OPEN-STATE-FILE.
           MOVE SH-STATE-CODE TO WS-CURRENT-STATE.
           MOVE 0 TO WS-STATE-COUNT.
           MOVE SPACES TO WS-STATE-FILE-NAME.
           STRING "newhire_"                 DELIMITED BY SIZE
                  WS-CURRENT-STATE           DELIMITED BY SIZE
                  "_"                        DELIMITED BY SIZE
                  WS-RUN-STAMP               DELIMITED BY SIZE
                  ".dat"                     DELIMITED BY SIZE
                  INTO WS-STATE-FILE-NAME
           END-STRING.
           OPEN OUTPUT STATE-FILE.
           IF WS-STATE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STATE-FILE: " WS-STATE-STATUS
                   " " WS-STATE-FILE-NAME
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-STATE-OPEN.
           ADD 1 TO WS-STATE-FILE-COUNT.
           MOVE ER-FEIN          TO NH-FEIN.
           MOVE ER-NAME          TO NH-EMPLOYER-NAME.
           MOVE ER-ADDRESS       TO NH-EMPLOYER-ADDRESS.
           MOVE ER-CITY          TO NH-EMPLOYER-CITY.
           MOVE ER-STATE-CODE    TO NH-EMPLOYER-STATE.
           MOVE ER-ZIP-CODE      TO NH-EMPLOYER-ZIP.
           MOVE WS-CURRENT-STATE TO NH-REPORT-STATE.
           MOVE WS-RUN-DATE      TO NH-CREATE-DATE.
           WRITE STATE-LINE FROM WS-NH-HEADER.

       WRITE-EMPLOYEE-RECORD.
           MOVE SH-SSN           TO NE-SSN.
           MOVE SH-EMP-NAME      TO NE-EMP-NAME.
           MOVE SH-ADDRESS       TO NE-ADDRESS.
           MOVE SH-CITY          TO NE-CITY.
           MOVE SH-STATE-CODE    TO NE-STATE-CODE.
           MOVE SH-ZIP-CODE      TO NE-ZIP-CODE.
           MOVE SH-BIRTH-DATE    TO NE-BIRTH-DATE.
           MOVE SH-HIRE-DATE     TO NE-HIRE-DATE.
           MOVE SH-HIRE-TYPE     TO NE-HIRE-TYPE.
           MOVE ER-FEIN          TO NE-FEIN.
           MOVE SH-EMP-ID        TO NE-EMP-ID.
           WRITE STATE-LINE FROM WS-NH-EMPLOYEE.
           ADD 1 TO WS-STATE-COUNT.
           ADD 1 TO WS-REPORTED-COUNT.
           MOVE SH-EMP-ID             TO NL-EMP-ID.
           MOVE SH-RECORDED-TIMESTAMP TO NL-RECORDED-TIMESTAMP.
           MOVE SH-HIRE-TYPE          TO NL-HIRE-TYPE.
           MOVE SH-HIRE-DATE          TO NL-HIRE-DATE.
           MOVE SH-STATE-CODE         TO NL-STATE-CODE.
           MOVE WS-RUN-DATE           TO NL-SUBMIT-DATE.
           WRITE NEW-HIRE-LOG-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE SUBMISSION LOG KEY: " NL-KEY
           END-WRITE.

       CLOSE-STATE-FILE.
           MOVE ER-FEIN          TO NT-FEIN.
           MOVE WS-CURRENT-STATE TO NT-REPORT-STATE.
           MOVE WS-STATE-COUNT   TO NT-EMPLOYEE-COUNT.
           WRITE STATE-LINE FROM WS-NH-TRAILER.
           CLOSE STATE-FILE.
           MOVE "N" TO WS-STATE-OPEN.
           MOVE WS-CURRENT-STATE   TO SD-STATE-CODE.
           MOVE WS-STATE-COUNT     TO SD-COUNT.
           MOVE WS-STATE-FILE-NAME TO SD-FILE-NAME.
           WRITE REPORT-LINE FROM WS-STATE-DETAIL.

       FINISH-NEWHIRE-RUN.
           CLOSE SUBMIT-LOG-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NEW-HIRE NOTICES READ"        TO RL-CAPTION.
           MOVE WS-NOTICE-COUNT                TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ALREADY SUBMITTED"            TO RL-CAPTION.
           MOVE WS-PREV-SENT-COUNT             TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "HELD FOR MISSING DATA"        TO RL-CAPTION.
           MOVE WS-HELD-COUNT                  TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "REPORTED THIS RUN"            TO RL-CAPTION.
           MOVE WS-REPORTED-COUNT              TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "STATE FILES WRITTEN"          TO RL-CAPTION.
           MOVE WS-STATE-FILE-COUNT            TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           CLOSE NEW-HIRE-REPORT.
           DISPLAY "NEW-HIRE NOTICES READ:  " WS-NOTICE-COUNT.
           DISPLAY "HIRES REPORTED:         " WS-REPORTED-COUNT.
           DISPLAY "HIRES HELD:             " WS-HELD-COUNT.
