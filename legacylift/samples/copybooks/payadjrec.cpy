      * One ready-made GL line for the payroll batch, written by the
      * programs that change posted pay after the fact - a reversal
      * writes the mirror image of the original paycheck's lines.
      * Each writer leaves its lines in debit/credit pairs so the
      * payroll batch still self-balances. GLEXPORT carries the rows
      * into the payroll batch of the nightly run and empties the
      * file once the export has been released.
       01  PAY-GL-ADJUST-RECORD.
           05  GA-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GA-EMP-NAME            PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GA-GL-ACCOUNT          PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GA-DR-CR               PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GA-AMOUNT              PIC 9(9)V99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GA-TXN-DATE            PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  GA-DESCRIPTION         PIC X(40).
