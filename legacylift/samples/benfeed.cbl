       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENFEED.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-FILE ASSIGN TO "benefit_carriers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRIER-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "benefit_enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-ENROLL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "emp_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SENT-FILE ASSIGN TO "benefit_sent.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SENT-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO "termination_notices.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT FEED-WORK-FILE ASSIGN TO "benfeed_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT FEED-SORT-FILE ASSIGN TO "sortwk1".
           SELECT SORTED-FEED-FILE ASSIGN TO "benfeed_sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT CARRIER-OUT-FILE ASSIGN TO WS-CARRIER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "benfeed_control.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Which carrier or recordkeeper administers each plan code.
      * Several plans may share one carrier and so one outbound file.
       FD  CARRIER-FILE.
       01  CARRIER-RECORD.
           05  CR-PLAN-CODE           PIC X(3).
           05  FILLER                 PIC X(2).
           05  CR-CARRIER-CODE        PIC X(8).
           05  FILLER                 PIC X(2).
           05  CR-CARRIER-NAME        PIC X(30).

       FD  ENROLLMENT-FILE.
           COPY "benenrrec.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmstr.cpy".

       FD  SENT-FILE.
           COPY "bensentrec.cpy".

       FD  TERMINATION-FILE.
           COPY "termrec.cpy".

       FD  FEED-WORK-FILE.
       01  FW-RECORD.
           05  FW-CARRIER-CODE        PIC X(8).
           05  FW-EMP-ID              PIC 9(5).
           05  FW-PLAN-CODE           PIC X(3).
           05  FW-ACTION              PIC X(3).
           05  FW-SSN                 PIC X(9).
           05  FW-EMP-NAME            PIC X(30).
           05  FW-BIRTH-DATE          PIC 9(8).
           05  FW-COVERAGE-START      PIC 9(8).
           05  FW-COVERAGE-END        PIC 9(8).

       SD  FEED-SORT-FILE.
       01  FS-RECORD.
           05  FS-CARRIER-CODE        PIC X(8).
           05  FS-EMP-ID              PIC 9(5).
           05  FS-PLAN-CODE           PIC X(3).
           05  FILLER                 PIC X(66).

       FD  SORTED-FEED-FILE.
       01  SF-RECORD.
           05  SF-CARRIER-CODE        PIC X(8).
           05  SF-EMP-ID              PIC 9(5).
           05  SF-PLAN-CODE           PIC X(3).
           05  SF-ACTION              PIC X(3).
               88  SF-ADD               VALUE "ADD".
               88  SF-CHANGE            VALUE "CHG".
               88  SF-TERMINATE         VALUE "TRM".
           05  SF-SSN                 PIC X(9).
           05  SF-EMP-NAME            PIC X(30).
           05  SF-BIRTH-DATE          PIC 9(8).
           05  SF-COVERAGE-START      PIC 9(8).
           05  SF-COVERAGE-END        PIC 9(8).

       FD  CARRIER-OUT-FILE.
       01  CARRIER-OUT-LINE           PIC X(120).

       FD  CONTROL-REPORT.
       01  REPORT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CARRIER-STATUS          PIC X(2) VALUE "00".
       01  WS-ENROLL-STATUS           PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(2) VALUE "00".
       01  WS-SENT-STATUS             PIC X(2) VALUE "00".
       01  WS-TERM-STATUS             PIC X(2) VALUE "00".
       01  WS-WORK-STATUS             PIC X(2) VALUE "00".
       01  WS-SRT-STATUS              PIC X(2) VALUE "00".
       01  WS-OUT-STATUS              PIC X(2) VALUE "00".
       01  WS-RPT-STATUS              PIC X(2) VALUE "00".
       01  WS-CARRIER-EOF             PIC X(1) VALUE "N".
       01  WS-ENROLL-EOF              PIC X(1) VALUE "N".
       01  WS-SENT-EOF                PIC X(1) VALUE "N".
       01  WS-TERM-EOF                PIC X(1) VALUE "N".
       01  WS-SORT-EOF                PIC X(1) VALUE "N".
       01  WS-MASTER-FOUND            PIC X(1) VALUE "N".
       01  WS-SENT-FOUND              PIC X(1) VALUE "N".
       01  WS-ENROLL-FOUND            PIC X(1) VALUE "N".
       01  WS-CARRIER-OPEN            PIC X(1) VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-RUN-TIMESTAMP           PIC X(14) VALUE SPACES.
       01  WS-RUN-STAMP               PIC X(12) VALUE SPACES.
       01  WS-CARRIER-FILE-NAME       PIC X(40) VALUE SPACES.
       01  WS-CURRENT-CARRIER         PIC X(8) VALUE SPACES.
       01  WS-EXCEPTION-REASON        PIC X(30) VALUE SPACES.
       01  WS-COVERAGE-END            PIC 9(8) VALUE 0.

      * The events queued for the carriers so far this run. The
      * snapshot is only brought up to date as each carrier record is
      * written, so until then this is what stops a later pass
      * sending the same plan a second time.
       01  WS-QUEUED-TABLE.
           05  WS-QUEUED-COUNT        PIC 9(4) VALUE 0.
           05  WS-QUEUED-ENTRY OCCURS 5000 TIMES.
               10  WS-QD-EMP-ID           PIC 9(5).
               10  WS-QD-PLAN-CODE        PIC X(3).
               10  WS-QD-ACTION           PIC X(3).
       01  WS-QD-IDX                  PIC 9(4) VALUE 0.
       01  WS-QUEUED-FOUND            PIC X(1) VALUE "N".

       01  WS-CARRIER-TABLE.
           05  WS-CARRIER-COUNT       PIC 9(2) VALUE 0.
           05  WS-CARRIER-ENTRY OCCURS 20 TIMES.
               10  WS-CT-PLAN-CODE        PIC X(3).
               10  WS-CT-CARRIER-CODE     PIC X(8).
               10  WS-CT-CARRIER-NAME     PIC X(30).
       01  WS-CT-IDX                  PIC 9(2) VALUE 0.
       01  WS-PLAN-CARRIER            PIC X(8) VALUE SPACES.
       01  WS-PLAN-CARRIER-NAME       PIC X(30) VALUE SPACES.

       01  WS-ENROLL-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(6) VALUE 0.
       01  WS-FILE-COUNT              PIC 9(3) VALUE 0.
       01  WS-CARRIER-ADDS            PIC 9(6) VALUE 0.
       01  WS-CARRIER-CHANGES         PIC 9(6) VALUE 0.
       01  WS-CARRIER-TERMS           PIC 9(6) VALUE 0.
       01  WS-TOTAL-ADDS              PIC 9(6) VALUE 0.
       01  WS-TOTAL-CHANGES           PIC 9(6) VALUE 0.
       01  WS-TOTAL-TERMS             PIC 9(6) VALUE 0.

      * Outbound carrier file: a header naming the employer's feed and
      * the carrier, one record per coverage event, and a trailer the
      * carrier balances its load to.
       01  WS-CF-HEADER.
           05  CH-REC-TYPE            PIC X(1)  VALUE "H".
           05  CH-CARRIER-CODE        PIC X(8).
           05  CH-CARRIER-NAME        PIC X(30).
           05  CH-CREATE-TIMESTAMP    PIC X(14).

       01  WS-CF-DETAIL.
           05  CD-REC-TYPE            PIC X(1)  VALUE "D".
           05  CD-ACTION              PIC X(3).
           05  CD-PLAN-CODE           PIC X(3).
           05  CD-EMP-ID              PIC 9(5).
           05  CD-SSN                 PIC X(9).
           05  CD-EMP-NAME            PIC X(30).
           05  CD-BIRTH-DATE          PIC 9(8).
           05  CD-COVERAGE-START      PIC 9(8).
           05  CD-COVERAGE-END        PIC 9(8).

       01  WS-CF-TRAILER.
           05  CT-REC-TYPE            PIC X(1)  VALUE "T".
           05  CT-CARRIER-CODE        PIC X(8).
           05  CT-ADD-COUNT           PIC 9(6).
           05  CT-CHANGE-COUNT        PIC 9(6).
           05  CT-TERM-COUNT          PIC 9(6).
           05  CT-RECORD-COUNT        PIC 9(7).

       01  WS-RPT-SEPARATOR.
           05  FILLER                 PIC X(80) VALUE ALL "=".

       01  WS-RPT-TITLE.
           05  FILLER                 PIC X(36) VALUE
               "BENEFIT CARRIER TRANSMISSION CONTROL".
           05  FILLER                 PIC X(6)  VALUE "  RUN ".
           05  RT-RUN-TIMESTAMP       PIC X(14).

       01  WS-RPT-SECTION.
           05  RS-SECTION-NAME        PIC X(40).

       01  WS-EXC-DETAIL.
           05  XD-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-PLAN-CODE           PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-REASON              PIC X(30).

       01  WS-CARRIER-COL-HEADING.
           05  FILLER                 PIC X(10) VALUE "CARRIER".
           05  FILLER                 PIC X(8)  VALUE "    ADDS".
           05  FILLER                 PIC X(8)  VALUE " CHANGES".
           05  FILLER                 PIC X(8)  VALUE "   TERMS".
           05  FILLER                 PIC X(8)  VALUE "   TOTAL".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(40) VALUE "FILE".

       01  WS-CARRIER-LINE.
           05  CL-CARRIER-CODE        PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-ADDS                PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  CL-CHANGES             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  CL-TERMS               PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  CL-TOTAL               PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-FILE-NAME           PIC X(40).

       01  WS-RPT-TOTAL-LINE.
           05  RL-CAPTION             PIC X(36).
           05  RL-COUNT               PIC ZZZ,ZZ9.

      * Tells each benefit carrier what has changed since it was last
      * sent anything. Terminations from EMPMANAGER end every plan the
      * employee held as of the termination date. Each enrollment is
      * then compared to the last-sent snapshot: a plan the carrier
      * has not been told of, or was told had ended, goes as an add;
      * an enrollment date, name, SSN or birth date that moved goes
      * as a change. Finally a plan still active on the snapshot but
      * no longer enrolled goes as a terminate. The events are sorted
      * by carrier into one file per carrier, and the counts are
      * appended to the control report as proof of what was sent.
      * The snapshot row for each event is updated only once its
      * record is in the carrier file, so a run that stops short
      * leaves the snapshot as it was and the rerun sends it all.
       PROCEDURE DIVISION.
       FEED-MAIN.
           PERFORM INITIALIZE-FEED-RUN.
           PERFORM APPLY-TERMINATIONS.
           PERFORM COMPARE-ENROLLMENTS.
           PERFORM FIND-DROPPED-COVERAGE.
           CLOSE FEED-WORK-FILE.
           CLOSE ENROLLMENT-FILE.
           CLOSE EMPLOYEE-MASTER.
           SORT FEED-SORT-FILE
               ON ASCENDING KEY FS-CARRIER-CODE FS-EMP-ID FS-PLAN-CODE
               WITH DUPLICATES IN ORDER
               USING FEED-WORK-FILE
               GIVING SORTED-FEED-FILE.
           PERFORM WRITE-CARRIER-FILES.
           CLOSE SENT-FILE.
           PERFORM FINISH-FEED-RUN.
           STOP RUN.

       INITIALIZE-FEED-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:12) TO WS-RUN-STAMP.
           PERFORM LOAD-CARRIER-TABLE.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ENROLLMENT-FILE: "
                   WS-ENROLL-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O SENT-FILE.
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT SENT-FILE
               CLOSE SENT-FILE
               OPEN I-O SENT-FILE
           END-IF.
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SENT-FILE: " WS-SENT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT FEED-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FEED-WORK-FILE: " WS-WORK-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND CONTROL-REPORT.
           IF WS-RPT-STATUS = "05" OR WS-RPT-STATUS = "35"
               OPEN OUTPUT CONTROL-REPORT
           END-IF.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTROL-REPORT: " WS-RPT-STATUS
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE WS-RUN-TIMESTAMP TO RT-RUN-TIMESTAMP.
           WRITE REPORT-LINE FROM WS-RPT-TITLE.
           WRITE REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE "COVERAGE NOT SENT" TO RS-SECTION-NAME.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.

       LOAD-CARRIER-TABLE.
           OPEN INPUT CARRIER-FILE.
           IF WS-CARRIER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CARRIER-FILE: "
                   WS-CARRIER-STATUS
               STOP RUN
           END-IF.
           READ CARRIER-FILE
               AT END MOVE "Y" TO WS-CARRIER-EOF
           END-READ.
           PERFORM UNTIL WS-CARRIER-EOF = "Y"
               IF WS-CARRIER-COUNT = 20
                   DISPLAY "ERROR: TOO MANY CARRIER PLANS"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CARRIER-COUNT
               MOVE CR-PLAN-CODE
                   TO WS-CT-PLAN-CODE(WS-CARRIER-COUNT)
               MOVE CR-CARRIER-CODE
                   TO WS-CT-CARRIER-CODE(WS-CARRIER-COUNT)
               MOVE CR-CARRIER-NAME
                   TO WS-CT-CARRIER-NAME(WS-CARRIER-COUNT)
               READ CARRIER-FILE
                   AT END MOVE "Y" TO WS-CARRIER-EOF
               END-READ
           END-PERFORM.
           CLOSE CARRIER-FILE.

      * A notice applies only to coverage sent before the notice was
      * recorded, so an old termination never ends coverage the
      * carrier was sent after a rehire.
       APPLY-TERMINATIONS.
           OPEN INPUT TERMINATION-FILE.
           IF WS-TERM-STATUS NOT = "00"
               DISPLAY "NO TERMINATION NOTICES ON FILE"
           ELSE
               READ TERMINATION-FILE
                   AT END MOVE "Y" TO WS-TERM-EOF
               END-READ
               PERFORM UNTIL WS-TERM-EOF = "Y"
                   PERFORM END-PLANS-FOR-TERMINATION
                   READ TERMINATION-FILE
                       AT END MOVE "Y" TO WS-TERM-EOF
                   END-READ
               END-PERFORM
               CLOSE TERMINATION-FILE
           END-IF.

       END-PLANS-FOR-TERMINATION.
           MOVE TN-EMP-ID  TO SN-EMP-ID.
           MOVE LOW-VALUES TO SN-PLAN-CODE.
           MOVE "N" TO WS-SENT-EOF.
           START SENT-FILE KEY IS NOT LESS THAN SN-KEY
               INVALID KEY MOVE "Y" TO WS-SENT-EOF
           END-START.
           PERFORM UNTIL WS-SENT-EOF = "Y"
               READ SENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SENT-EOF
               END-READ
               IF WS-SENT-EOF = "N"
                   IF SN-EMP-ID NOT = TN-EMP-ID
                       MOVE "Y" TO WS-SENT-EOF
                   ELSE
                       IF SN-ACTIVE
                           AND SN-SENT-TIMESTAMP
                               < TN-RECORDED-TIMESTAMP
                           MOVE TN-TERM-DATE TO WS-COVERAGE-END
                           PERFORM SEND-COVERAGE-END
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       COMPARE-ENROLLMENTS.
           MOVE LOW-VALUES TO BN-ENROLL-KEY.
           MOVE "N" TO WS-ENROLL-EOF.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN BN-ENROLL-KEY
               INVALID KEY MOVE "Y" TO WS-ENROLL-EOF
           END-START.
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-ENROLL-EOF
               END-READ
               IF WS-ENROLL-EOF = "N"
                   ADD 1 TO WS-ENROLL-READ-COUNT
                   PERFORM COMPARE-ONE-ENROLLMENT
               END-IF
           END-PERFORM.

      * An enrollment left behind for an inactive employee is not
      * coverage; the termination or the dropped-coverage pass ends
      * it with the carrier instead.
       COMPARE-ONE-ENROLLMENT.
           MOVE BN-PLAN-CODE TO XD-PLAN-CODE.
           PERFORM FIND-PLAN-CARRIER.
           MOVE BN-EMP-ID TO EM-EMP-ID.
           MOVE "N" TO WS-MASTER-FOUND.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-FOUND
           END-READ.
           EVALUATE TRUE
               WHEN WS-PLAN-CARRIER = SPACES
                   MOVE "PLAN HAS NO CARRIER" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-MASTER-FOUND = "N"
                   MOVE "EMPLOYEE NOT ON MASTER"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN EM-ACTIVE-FLAG NOT = "Y"
                   CONTINUE
               WHEN OTHER
                   PERFORM SEND-ENROLLMENT-CHANGE
           END-EVALUATE.

       SEND-ENROLLMENT-CHANGE.
           MOVE BN-ENROLL-KEY TO SN-KEY.
           MOVE "N" TO WS-SENT-FOUND.
           READ SENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SENT-FOUND
           END-READ.
           MOVE BN-EMP-ID    TO FW-EMP-ID.
           MOVE BN-PLAN-CODE TO FW-PLAN-CODE.
           PERFORM FIND-QUEUED-EVENT.
           IF WS-SENT-FOUND = "N" OR SN-TERMINATED
                   OR WS-QUEUED-FOUND = "Y"
               MOVE "ADD" TO FW-ACTION
               PERFORM SEND-ENROLLMENT-EVENT
           ELSE
               IF SN-ENROLL-DATE NOT = BN-ENROLL-DATE
                       OR SN-EMP-NAME NOT = EM-EMP-NAME
                       OR SN-SSN NOT = EM-SSN
                       OR SN-BIRTH-DATE NOT = EM-BIRTH-DATE
                   MOVE "CHG" TO FW-ACTION
                   PERFORM SEND-ENROLLMENT-EVENT
               END-IF
           END-IF.

       SEND-ENROLLMENT-EVENT.
           MOVE WS-PLAN-CARRIER  TO FW-CARRIER-CODE.
           MOVE BN-EMP-ID        TO FW-EMP-ID.
           MOVE BN-PLAN-CODE     TO FW-PLAN-CODE.
           MOVE EM-SSN           TO FW-SSN.
           MOVE EM-EMP-NAME      TO FW-EMP-NAME.
           MOVE EM-BIRTH-DATE    TO FW-BIRTH-DATE.
           MOVE BN-ENROLL-DATE   TO FW-COVERAGE-START.
           MOVE 0                TO FW-COVERAGE-END.
           PERFORM QUEUE-FEED-EVENT.

      * Coverage the carrier still holds active but that is no longer
      * enrolled, or whose employee has gone inactive without a
      * termination notice, ends as of today.
       FIND-DROPPED-COVERAGE.
           MOVE LOW-VALUES TO SN-KEY.
           MOVE "N" TO WS-SENT-EOF.
           START SENT-FILE KEY IS NOT LESS THAN SN-KEY
               INVALID KEY MOVE "Y" TO WS-SENT-EOF
           END-START.
           PERFORM UNTIL WS-SENT-EOF = "Y"
               READ SENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SENT-EOF
               END-READ
               IF WS-SENT-EOF = "N" AND SN-ACTIVE
                   PERFORM CHECK-COVERAGE-STILL-HELD
               END-IF
           END-PERFORM.

       CHECK-COVERAGE-STILL-HELD.
           MOVE SN-KEY TO BN-ENROLL-KEY.
           MOVE "Y" TO WS-ENROLL-FOUND.
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ENROLL-FOUND
           END-READ.
           MOVE SN-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "N" TO EM-ACTIVE-FLAG
           END-READ.
           IF WS-ENROLL-FOUND = "N" OR EM-ACTIVE-FLAG NOT = "Y"
               MOVE WS-RUN-DATE TO WS-COVERAGE-END
               PERFORM SEND-COVERAGE-END
           END-IF.

      * Shared by the termination and dropped-coverage passes; the
      * snapshot row is current in the record area on entry. A plan
      * already ended earlier in the run is not ended twice.
       SEND-COVERAGE-END.
           MOVE SN-EMP-ID        TO FW-EMP-ID.
           MOVE SN-PLAN-CODE     TO FW-PLAN-CODE.
           PERFORM FIND-QUEUED-EVENT.
           IF WS-QUEUED-FOUND = "N"
               MOVE SN-CARRIER-CODE  TO FW-CARRIER-CODE
               MOVE "TRM"            TO FW-ACTION
               MOVE SN-SSN           TO FW-SSN
               MOVE SN-EMP-NAME      TO FW-EMP-NAME
               MOVE SN-BIRTH-DATE    TO FW-BIRTH-DATE
               MOVE SN-ENROLL-DATE   TO FW-COVERAGE-START
               MOVE WS-COVERAGE-END  TO FW-COVERAGE-END
               PERFORM QUEUE-FEED-EVENT
           END-IF.

      * FW-EMP-ID and FW-PLAN-CODE name the plan on entry.
       FIND-QUEUED-EVENT.
           MOVE "N" TO WS-QUEUED-FOUND.
           PERFORM VARYING WS-QD-IDX FROM 1 BY 1
                   UNTIL WS-QD-IDX > WS-QUEUED-COUNT
                   OR WS-QUEUED-FOUND = "Y"
               IF WS-QD-EMP-ID(WS-QD-IDX) = FW-EMP-ID
                       AND WS-QD-PLAN-CODE(WS-QD-IDX) = FW-PLAN-CODE
                   MOVE "Y" TO WS-QUEUED-FOUND
               END-IF
           END-PERFORM.

      * Nothing has touched the snapshot yet, so a run stopped here
      * is simply run again.
       QUEUE-FEED-EVENT.
           WRITE FW-RECORD.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR WRITING FEED-WORK-FILE: " WS-WORK-STATUS
               STOP RUN
           END-IF.
           IF WS-QUEUED-COUNT = 5000
               DISPLAY "ERROR: TOO MANY CARRIER EVENTS"
               STOP RUN
           END-IF.
           ADD 1 TO WS-QUEUED-COUNT.
           MOVE FW-EMP-ID    TO WS-QD-EMP-ID(WS-QUEUED-COUNT).
           MOVE FW-PLAN-CODE TO WS-QD-PLAN-CODE(WS-QUEUED-COUNT).
           MOVE FW-ACTION    TO WS-QD-ACTION(WS-QUEUED-COUNT).

       FIND-PLAN-CARRIER.
           MOVE SPACES TO WS-PLAN-CARRIER.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CARRIER-COUNT
               IF WS-CT-PLAN-CODE(WS-CT-IDX) = BN-PLAN-CODE
                   MOVE WS-CT-CARRIER-CODE(WS-CT-IDX)
                       TO WS-PLAN-CARRIER
               END-IF
           END-PERFORM.

       FIND-CARRIER-NAME.
           MOVE SPACES TO WS-PLAN-CARRIER-NAME.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CARRIER-COUNT
               IF WS-CT-CARRIER-CODE(WS-CT-IDX) = WS-CURRENT-CARRIER
                   MOVE WS-CT-CARRIER-NAME(WS-CT-IDX)
                       TO WS-PLAN-CARRIER-NAME
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE BN-EMP-ID           TO XD-EMP-ID.
           MOVE WS-EXCEPTION-REASON TO XD-REASON.
           WRITE REPORT-LINE FROM WS-EXC-DETAIL.

       WRITE-CARRIER-FILES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CARRIER FILES SENT" TO RS-SECTION-NAME.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           WRITE REPORT-LINE FROM WS-CARRIER-COL-HEADING.
           OPEN INPUT SORTED-FEED-FILE.
           IF WS-SRT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SORTED-FEED-FILE: "
                   WS-SRT-STATUS
               STOP RUN
           END-IF.
           READ SORTED-FEED-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-READ.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               IF WS-CARRIER-OPEN = "N"
                       OR SF-CARRIER-CODE NOT = WS-CURRENT-CARRIER
                   IF WS-CARRIER-OPEN = "Y"
                       PERFORM CLOSE-CARRIER-FILE
                   END-IF
                   PERFORM OPEN-CARRIER-FILE
               END-IF
               PERFORM WRITE-CARRIER-DETAIL
               READ SORTED-FEED-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
               END-READ
           END-PERFORM.
           IF WS-CARRIER-OPEN = "Y"
               PERFORM CLOSE-CARRIER-FILE
           END-IF.
           CLOSE SORTED-FEED-FILE.

       OPEN-CARRIER-FILE.
           MOVE SF-CARRIER-CODE TO WS-CURRENT-CARRIER.
           MOVE 0 TO WS-CARRIER-ADDS WS-CARRIER-CHANGES
                     WS-CARRIER-TERMS.
           MOVE SPACES TO WS-CARRIER-FILE-NAME.
           STRING "carrier_"                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-CARRIER)
                                                 DELIMITED BY SIZE
                  "_"                            DELIMITED BY SIZE
                  WS-RUN-STAMP                   DELIMITED BY SIZE
                  ".dat"                         DELIMITED BY SIZE
                  INTO WS-CARRIER-FILE-NAME
           END-STRING.
           OPEN OUTPUT CARRIER-OUT-FILE.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CARRIER-OUT-FILE: "
                   WS-OUT-STATUS " " WS-CARRIER-FILE-NAME
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-CARRIER-OPEN.
           ADD 1 TO WS-FILE-COUNT.
           PERFORM FIND-CARRIER-NAME.
           MOVE WS-CURRENT-CARRIER   TO CH-CARRIER-CODE.
           MOVE WS-PLAN-CARRIER-NAME TO CH-CARRIER-NAME.
           MOVE WS-RUN-TIMESTAMP     TO CH-CREATE-TIMESTAMP.
           WRITE CARRIER-OUT-LINE FROM WS-CF-HEADER.

       WRITE-CARRIER-DETAIL.
           MOVE SF-ACTION         TO CD-ACTION.
           MOVE SF-PLAN-CODE      TO CD-PLAN-CODE.
           MOVE SF-EMP-ID         TO CD-EMP-ID.
           MOVE SF-SSN            TO CD-SSN.
           MOVE SF-EMP-NAME       TO CD-EMP-NAME.
           MOVE SF-BIRTH-DATE     TO CD-BIRTH-DATE.
           MOVE SF-COVERAGE-START TO CD-COVERAGE-START.
           MOVE SF-COVERAGE-END   TO CD-COVERAGE-END.
           WRITE CARRIER-OUT-LINE FROM WS-CF-DETAIL.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CARRIER-OUT-FILE: "
                   WS-OUT-STATUS " " WS-CARRIER-FILE-NAME
               STOP RUN
           END-IF.
           PERFORM RECORD-SENT-SNAPSHOT.
           EVALUATE TRUE
               WHEN SF-ADD
                   ADD 1 TO WS-CARRIER-ADDS
               WHEN SF-CHANGE
                   ADD 1 TO WS-CARRIER-CHANGES
               WHEN OTHER
                   ADD 1 TO WS-CARRIER-TERMS
           END-EVALUATE.

      * The carrier now holds the event, so the snapshot says so. An
      * add or change is the coverage the carrier holds from here on;
      * a terminate keeps the row to show when the coverage ended.
       RECORD-SENT-SNAPSHOT.
           MOVE SF-EMP-ID    TO SN-EMP-ID.
           MOVE SF-PLAN-CODE TO SN-PLAN-CODE.
           MOVE "N" TO WS-SENT-FOUND.
           READ SENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SENT-FOUND
           END-READ.
           MOVE SF-CARRIER-CODE   TO SN-CARRIER-CODE.
           MOVE SF-COVERAGE-START TO SN-ENROLL-DATE.
           MOVE SF-EMP-NAME       TO SN-EMP-NAME.
           MOVE SF-SSN            TO SN-SSN.
           MOVE SF-BIRTH-DATE     TO SN-BIRTH-DATE.
           IF SF-TERMINATE
               MOVE "T"             TO SN-STATUS
               MOVE SF-COVERAGE-END TO SN-COVERAGE-END
           ELSE
               MOVE "A"             TO SN-STATUS
               MOVE 0               TO SN-COVERAGE-END
           END-IF.
           MOVE WS-RUN-TIMESTAMP  TO SN-SENT-TIMESTAMP.
           IF WS-SENT-FOUND = "Y"
               REWRITE BENEFIT-SENT-RECORD
           ELSE
               WRITE BENEFIT-SENT-RECORD
           END-IF.

       CLOSE-CARRIER-FILE.
           MOVE WS-CURRENT-CARRIER TO CT-CARRIER-CODE.
           MOVE WS-CARRIER-ADDS    TO CT-ADD-COUNT.
           MOVE WS-CARRIER-CHANGES TO CT-CHANGE-COUNT.
           MOVE WS-CARRIER-TERMS   TO CT-TERM-COUNT.
           COMPUTE CT-RECORD-COUNT = WS-CARRIER-ADDS
               + WS-CARRIER-CHANGES + WS-CARRIER-TERMS + 2.
           WRITE CARRIER-OUT-LINE FROM WS-CF-TRAILER.
           CLOSE CARRIER-OUT-FILE.
           MOVE "N" TO WS-CARRIER-OPEN.
           MOVE WS-CURRENT-CARRIER   TO CL-CARRIER-CODE.
           MOVE WS-CARRIER-ADDS      TO CL-ADDS.
           MOVE WS-CARRIER-CHANGES   TO CL-CHANGES.
           MOVE WS-CARRIER-TERMS     TO CL-TERMS.
           COMPUTE CL-TOTAL = WS-CARRIER-ADDS + WS-CARRIER-CHANGES
               + WS-CARRIER-TERMS.
           MOVE WS-CARRIER-FILE-NAME TO CL-FILE-NAME.
           WRITE REPORT-LINE FROM WS-CARRIER-LINE.
           ADD WS-CARRIER-ADDS    TO WS-TOTAL-ADDS.
           ADD WS-CARRIER-CHANGES TO WS-TOTAL-CHANGES.
           ADD WS-CARRIER-TERMS   TO WS-TOTAL-TERMS.

       FINISH-FEED-RUN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENROLLMENTS COMPARED"         TO RL-CAPTION.
           MOVE WS-ENROLL-READ-COUNT           TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ADD RECORDS SENT"             TO RL-CAPTION.
           MOVE WS-TOTAL-ADDS                  TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CHANGE RECORDS SENT"          TO RL-CAPTION.
           MOVE WS-TOTAL-CHANGES               TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "TERMINATE RECORDS SENT"       TO RL-CAPTION.
           MOVE WS-TOTAL-TERMS                 TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CARRIER FILES WRITTEN"        TO RL-CAPTION.
           MOVE WS-FILE-COUNT                  TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ENROLLMENTS NOT SENT"         TO RL-CAPTION.
           MOVE WS-EXCEPTION-COUNT             TO RL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           CLOSE CONTROL-REPORT.
           DISPLAY "CARRIER FILES WRITTEN: " WS-FILE-COUNT.
           DISPLAY "ADDS SENT:             " WS-TOTAL-ADDS.
           DISPLAY "CHANGES SENT:          " WS-TOTAL-CHANGES.
           DISPLAY "TERMINATES SENT:       " WS-TOTAL-TERMS.
