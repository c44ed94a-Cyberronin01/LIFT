      * Submission log kept by NEWHIRE: one row per new-hire notice
      * already sent to a state, keyed by the employee and the time
      * EMPMANAGER recorded the hire, so a notice is reported once.
       01  NEW-HIRE-LOG-RECORD.
           05  NL-KEY.
               10  NL-EMP-ID          PIC 9(5).
               10  NL-RECORDED-TIMESTAMP
                                      PIC X(14).
           05  NL-HIRE-TYPE           PIC X(1).
           05  NL-HIRE-DATE           PIC 9(8).
           05  NL-STATE-CODE          PIC X(2).
           05  NL-SUBMIT-DATE         PIC 9(8).
