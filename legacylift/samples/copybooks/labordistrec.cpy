      * Labor distribution row (labor_dist.dat), written by LABORDST
      * in employee id order: one row per employee per charge code,
      * carrying that code's share of the period's gross pay,
      * employer taxes and benefit employer contributions. A blank
      * charge code is the home department's share. The GL accounts
      * are already resolved, so GLEXPORT posts the rows as they
      * stand in place of the single home-department expense line.
       01  LABOR-DIST-RECORD.
           05  LD-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-EMP-NAME            PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-CHARGE-CODE         PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-GL-EXPENSE-ACCT     PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-GL-FRINGE-ACCT      PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-HOURS               PIC 9(4)V99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-GROSS               PIC 9(7)V99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-ER-TAX              PIC 9(6)V99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-BENEFIT             PIC 9(6)V99.
