      * semi-monthly one; anything else defaults by pay type.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MT-PAY-GROUP           PIC X(1).
      * Birth date, CCYYMMDD. Blank on a change keeps the date on file.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MT-BIRTH-DATE          PIC 9(8).
      * Social security number and home address, reported to the
      * state on a new hire. Blank on a change keeps what is on file.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MT-SSN                 PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MT-ADDRESS             PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MT-CITY                PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MT-ZIP-CODE            PIC X(10).
      * Authorizing reference (requisition or approval number) that
      * lets an ADD or transfer exceed the department's headcount.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MT-OVERRIDE-REF        PIC X(10).
