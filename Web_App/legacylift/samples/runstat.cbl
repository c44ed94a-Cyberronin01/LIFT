       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.
       AUTHOR. LEGACYLIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS-FILE ASSIGN TO "run_stats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE.
           COPY "runstatrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATS-STATUS        PIC X(2) VALUE "00".
       01  WS-END-TIMESTAMP       PIC X(14) VALUE SPACES.

      * Called by each program of the nightly billing and payroll
      * streams at the end of a clean run, with the shared run
      * statistics area: the program's name, stream and run group,
      * the timestamp it started at, its record counts and the
      * money total it is judged by, with a caption for the total.
      * The run belongs to the business date it started on; the
      * finish time is taken here, and one record is appended to
      * the run statistics log. A log that cannot be written is
      * reported but never fails the caller, whose work is already
      * done.
       LINKAGE SECTION.
       01  WS-RUNSTAT-DATA.
           05  RT-PROGRAM             PIC X(10).
           05  RT-STREAM              PIC X(1).
           05  RT-RUN-GROUP           PIC X(1).
           05  RT-START-TIMESTAMP     PIC X(14).
           05  RT-RECORDS-READ        PIC 9(7).
           05  RT-RECORDS-WRITTEN     PIC 9(7).
           05  RT-RECORDS-REJECTED    PIC 9(7).
           05  RT-AMOUNT-TOTAL        PIC 9(11)V99.
           05  RT-AMOUNT-NAME         PIC X(15).

       PROCEDURE DIVISION USING WS-RUNSTAT-DATA.
       STAT-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TIMESTAMP.
           OPEN EXTEND RUN-STATS-FILE.
           IF WS-STATS-STATUS = "05" OR WS-STATS-STATUS = "35"
               OPEN OUTPUT RUN-STATS-FILE
           END-IF.
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "RUN STATISTICS NOT LOGGED FOR "
                   RT-PROGRAM ": " WS-STATS-STATUS
           ELSE
               PERFORM WRITE-RUN-STATS
               CLOSE RUN-STATS-FILE
           END-IF.
           GOBACK.

       WRITE-RUN-STATS.
           MOVE SPACES              TO RUN-STATS-RECORD.
           MOVE RT-PROGRAM          TO ST-PROGRAM.
           MOVE RT-STREAM           TO ST-STREAM.
           MOVE RT-RUN-GROUP        TO ST-RUN-GROUP.
           MOVE RT-START-TIMESTAMP(1:8) TO ST-BUSINESS-DATE.
           MOVE RT-START-TIMESTAMP  TO ST-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP    TO ST-END-TIMESTAMP.
           MOVE RT-RECORDS-READ     TO ST-RECORDS-READ.
           MOVE RT-RECORDS-WRITTEN  TO ST-RECORDS-WRITTEN.
           MOVE RT-RECORDS-REJECTED TO ST-RECORDS-REJECTED.
           MOVE RT-AMOUNT-TOTAL     TO ST-AMOUNT-TOTAL.
           MOVE RT-AMOUNT-NAME      TO ST-AMOUNT-NAME.
           WRITE RUN-STATS-RECORD.
