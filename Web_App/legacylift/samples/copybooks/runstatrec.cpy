      * One record per clean run of a program in the nightly billing
      * or payroll stream, appended by RUNSTAT when the program ends:
      * how much it read, wrote and rejected, the money it moved and
      * when it started and finished. The run group tells apart runs
      * of one program whose volumes differ by nature - the pay group
      * of a payroll run, O for an off-cycle batch, C for contractor
      * payments - and is blank for a run covering everything. OPSSUM
      * compares each run with the average of the program's earlier
      * runs in the same group.
       01  RUN-STATS-RECORD.
           05  ST-PROGRAM             PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ST-STREAM              PIC X(1).
               88  ST-BILLING-STREAM    VALUE "B".
               88  ST-PAYROLL-STREAM    VALUE "P".
           05  ST-RUN-GROUP           PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ST-BUSINESS-DATE       PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ST-START-TIMESTAMP     PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ST-END-TIMESTAMP       PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ST-RECORDS-READ        PIC 9(7).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ST-RECORDS-WRITTEN     PIC 9(7).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ST-RECORDS-REJECTED    PIC 9(7).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ST-AMOUNT-TOTAL        PIC 9(11)V99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ST-AMOUNT-NAME         PIC X(15).
