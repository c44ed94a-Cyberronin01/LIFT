      * One row per payment produced by an off-cycle run. OFFCYCLE
      * writes the file; ACHEXTRACT reads it instead of the employee
      * master's current-period net when the off-cycle id is set, so
      * a bonus or correction is paid through the same direct-deposit
      * and check-printing steps as the regular payroll.
       01  OFFCYCLE-PAY-RECORD.
           05  OP-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OP-EMP-NAME            PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OP-NET-PAY             PIC 9(6)V99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OP-PERIOD-ID           PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OP-EARN-TYPE           PIC X(3).
