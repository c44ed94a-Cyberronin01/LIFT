      * Charge-code master (charge_codes.dat): the projects and cost
      * centers labor can be charged to besides the employee's home
      * department. TSEDIT accepts a timesheet charge code only when
      * it is on file and open; LABORDST resolves each code to the GL
      * account its share of labor cost posts to. The fringe account
      * takes the employer taxes and benefit contributions charged
      * to the code; left blank, those stay on the company-wide
      * employer-tax and benefits expense accounts.
       01  CHARGE-CODE-RECORD.
           05  CG-CHARGE-CODE         PIC X(10).
           05  FILLER                 PIC X(2).
           05  CG-DESCRIPTION         PIC X(30).
           05  FILLER                 PIC X(2).
           05  CG-STATUS              PIC X(1).
               88  CG-OPEN              VALUE "O".
               88  CG-CLOSED            VALUE "C".
           05  FILLER                 PIC X(2).
           05  CG-GL-EXPENSE-ACCT     PIC X(30).
           05  FILLER                 PIC X(2).
           05  CG-GL-FRINGE-ACCT      PIC X(30).
