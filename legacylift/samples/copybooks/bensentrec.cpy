      * Snapshot of what each benefit carrier was last told about an
      * employee's plan, kept by BENFEED. Today's enrollments are
      * compared against it to decide the add, change and terminate
      * records sent; status A is coverage the carrier holds as
      * active, T coverage the carrier has been told has ended.
       01  BENEFIT-SENT-RECORD.
           05  SN-KEY.
               10  SN-EMP-ID          PIC 9(5).
               10  SN-PLAN-CODE       PIC X(3).
           05  SN-STATUS              PIC X(1).
               88  SN-ACTIVE            VALUE "A".
               88  SN-TERMINATED        VALUE "T".
           05  SN-CARRIER-CODE        PIC X(8).
           05  SN-ENROLL-DATE         PIC 9(8).
           05  SN-EMP-NAME            PIC X(30).
           05  SN-SSN                 PIC X(9).
           05  SN-BIRTH-DATE          PIC 9(8).
           05  SN-COVERAGE-END        PIC 9(8).
           05  SN-SENT-TIMESTAMP      PIC X(14).
