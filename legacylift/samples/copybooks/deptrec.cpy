           05  DP-COST-CENTER         PIC X(6).
           05  DP-GL-EXPENSE-ACCT     PIC X(30).
           05  DP-MANAGER             PIC X(30).
      * Position control: when DP-POS-CONTROLLED is Y, EMPMANAGER will
      * not hire or transfer into the department beyond the approved
      * headcount without an override reference.
           05  DP-POS-CONTROL         PIC X(1).
               88  DP-POS-CONTROLLED    VALUE "Y".
           05  DP-AUTH-HEADCOUNT      PIC 9(4).
