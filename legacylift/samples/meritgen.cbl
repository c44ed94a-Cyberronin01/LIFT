           MOVE EM-ACCOUNT-NUMBER TO MT-ACCOUNT-NUMBER.
           MOVE SPACES            TO MT-TERM-REASON.
           MOVE EM-PAY-GROUP      TO MT-PAY-GROUP.
           MOVE EM-BIRTH-DATE     TO MT-BIRTH-DATE.
           WRITE MAINT-TRANSACTION.

       WRITE-REGISTER-DETAIL.
