      * issued by CHECKPRT. The register is how the check run proves
      * it ties to the payroll register, and voids and reissues stay
      * on file with the check they replace, so the positive-pay file
      * sent to the bank always matches what is outstanding. Checks
      * the bank reports paid are marked cleared by CHKRECON.
       01  CHECK-REGISTER-RECORD.
           05  CK-CHECK-NO            PIC 9(8).
           05  CK-EMP-ID              PIC 9(5).
           05  CK-STATUS              PIC X(1).
               88  CK-ISSUED            VALUE "I".
               88  CK-VOIDED            VALUE "V".
               88  CK-CLEARED           VALUE "C".
               88  CK-ESCHEATED         VALUE "E".
           05  CK-REPLACES-CHECK-NO   PIC 9(8).
      *    Set by CHKRECON: the date the bank reported the check paid,
      *    or the date a stale check was turned over to the state as
      *    unclaimed property. Zero while the check is outstanding.
           05  CK-PAID-DATE           PIC 9(8).
           05  CK-ESCHEAT-DATE        PIC 9(8).
