      * New-hire notice written by EMPMANAGER when an ADD brings on an
      * active employee (H) or a change reactivates an inactive one
      * (R). NEWHIRE reads the notices to build the state new-hire
      * reporting files; the timestamp tells two hires of the same
      * employee apart.
       01  NEW-HIRE-NOTICE.
           05  NN-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  NN-HIRE-TYPE           PIC X(1).
               88  NN-NEW-HIRE          VALUE "H".
               88  NN-REHIRE            VALUE "R".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  NN-HIRE-DATE           PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  NN-STATE-CODE          PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  NN-RECORDED-TIMESTAMP  PIC X(14).
