      * Labor distribution history (labor_dist_hist.dat), one record
      * per employee per pay period. LABORDST keeps here the same
      * charge-code shares it writes to labor_dist.dat, which only
      * ever holds the latest run, so PAYREVERSE can back a paycheck
      * out of the accounts it was actually posted to - benefit
      * employer contributions included - long after later runs have
      * replaced the working file. A rerun for the period replaces
      * the record.
       01  LABOR-DIST-HIST-RECORD.
           05  LH-KEY.
               10  LH-EMP-ID          PIC 9(5).
               10  LH-PERIOD-ID       PIC 9(6).
           05  LH-ROW-COUNT           PIC 9(2).
           05  LH-ROW OCCURS 20 TIMES.
               10  LH-CHARGE-CODE     PIC X(10).
               10  LH-GL-EXPENSE-ACCT PIC X(30).
               10  LH-GL-FRINGE-ACCT  PIC X(30).
               10  LH-GROSS           PIC 9(7)V99.
               10  LH-ER-TAX          PIC 9(6)V99.
               10  LH-BENEFIT         PIC 9(6)V99.
