      * Standing labor split for a salaried employee (labor_split.dat):
      * one row per charge code with the percentage of the employee's
      * pay it carries. Whatever the rows leave short of 100 percent
      * stays with the home department.
       01  LABOR-SPLIT-RECORD.
           05  LS-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2).
           05  LS-CHARGE-CODE         PIC X(10).
           05  FILLER                 PIC X(2).
           05  LS-PERCENT             PIC 9(3)V99.
