      * Closing AR balance by billing currency for each month ARROLL
      * has rolled forward. The row for the prior month is the
      * opening balance of the next roll-forward; a rerun of a month
      * replaces its own row. A net credit balance carries a minus.
       01  AR-ROLL-RECORD.
           05  AR-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  AR-PERIOD              PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  AR-CLOSING-BALANCE     PIC S9(9)V99
                                      SIGN IS LEADING SEPARATE.
