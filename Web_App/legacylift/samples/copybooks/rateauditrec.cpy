      * Before/after change-audit record for rate plan catalog
      * maintenance, one record per changed field, laid out like the
      * customer master audit trail.
       01  RATE-AUDIT-RECORD.
           05  RA-CUST-TYPE           PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RA-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RA-ACTION              PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RA-FIELD-NAME          PIC X(15).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RA-OLD-VALUE           PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RA-NEW-VALUE           PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RA-TIMESTAMP           PIC X(14).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RA-UPDATED-BY          PIC X(20).
