      * at straight time and never earn overtime. Salaried employees
      * have rows here only for leave taken. Rows written before the
      * leave type existed carry spaces there and count as worked.
      * A worked row may name the project or cost center the hours
      * are charged to; left blank, they charge the home department.
       01  TIMESHEET-RECORD.
           05  TS-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
               88  TS-SICK              VALUE "S".
               88  TS-PERSONAL          VALUE "P".
               88  TS-LEAVE-ROW         VALUE "V" "S" "P".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TS-CHARGE-CODE         PIC X(10).
