      * Independent contractor master (contractor_master.dat),
      * maintained by CONTRMGR. Contractor ids are numbered from 80000
      * up so they never collide with an employee id on the pay files
      * ACHEXTRACT and CHECKPRT share with the payroll.
       01  CONTRACTOR-RECORD.
           05  CT-CONTRACTOR-ID       PIC 9(5).
           05  CT-NAME                PIC X(30).
      * Taxpayer id as furnished on the contractor's W-9: a social
      * security number for a sole proprietor, an employer id for a
      * business.
           05  CT-TIN-TYPE            PIC X(1).
               88  CT-TIN-SSN           VALUE "S".
               88  CT-TIN-EIN           VALUE "E".
           05  CT-TIN                 PIC X(9).
           05  CT-ADDRESS             PIC X(30).
           05  CT-CITY                PIC X(20).
           05  CT-STATE-CODE          PIC X(2).
           05  CT-ZIP-CODE            PIC X(10).
      * Set when the IRS has notified us of a TIN mismatch or the
      * contractor is otherwise subject to backup withholding;
      * CONTRPAY then withholds federal tax from every payment.
           05  CT-BACKUP-WH           PIC X(1).
               88  CT-BACKUP-WITHHOLD   VALUE "Y".
           05  CT-ACTIVE-FLAG         PIC X(1).
           05  CT-ROUTING-NUMBER      PIC 9(9).
           05  CT-ACCOUNT-NUMBER      PIC X(17).
      * Prenote state for the bank details, kept the same way as on
      * the payroll employee record.
           05  CT-PRENOTE-STATUS      PIC X(1).
               88  CT-PRENOTE-NONE      VALUE " ".
               88  CT-PRENOTE-PENDING   VALUE "P".
               88  CT-PRENOTE-CLEARED   VALUE "C".
               88  CT-PRENOTE-FAILED    VALUE "F".
           05  CT-PRENOTE-DATE        PIC 9(8).
