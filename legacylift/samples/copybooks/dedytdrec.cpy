      * Year-to-date amount taken under each deduction code for each
      * employee (deduction_ytd.dat). PAYROLL adds every period's
      * deduction here and holds a capped code to what is left of the
      * year's limit. A record still carrying an earlier year counts
      * as zero and restarts on its first use in the new year.
       01  DEDUCTION-YTD-RECORD.
           05  DY-KEY.
               10  DY-EMP-ID          PIC 9(5).
               10  DY-CODE            PIC X(3).
           05  DY-YEAR                PIC 9(4).
           05  DY-YTD-AMOUNT          PIC 9(7)V99.
           05  DY-LAST-PERIOD         PIC 9(6).
