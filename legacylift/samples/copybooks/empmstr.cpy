           05  EM-ROUTING-NUMBER      PIC 9(9).
           05  EM-ACCOUNT-NUMBER      PIC X(17).
           05  EM-PAY-GROUP           PIC X(1).
           05  EM-BIRTH-DATE          PIC 9(8).
           05  EM-SSN                 PIC X(9).
           05  EM-ADDRESS             PIC X(30).
           05  EM-CITY                PIC X(20).
           05  EM-ZIP-CODE            PIC X(10).
