       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRPAY.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "contractor_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT CONTRACTOR-MASTER ASSIGN TO "contractor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACTOR-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAID-INVOICE-FILE ASSIGN TO "contractor_paid.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-PAID-STATUS.
           SELECT CONTRACTOR-YTD-FILE ASSIGN TO "contractor_ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CY-KEY
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PAY-ADJUST-FILE ASSIGN TO "pay_gl_adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT CONTRACTOR-PAY-FILE ASSIGN TO "contractor_pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT CONTRACTOR-REGISTER
               ASSIGN TO "contractor_pay_register.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One approved invoice per row, as keyed by accounts payable
      * from the contractor's bill. The invoice number is the
      * contractor's own and is only unique for that contractor.
       FD  INVOICE-FILE.
       01  CONTRACTOR-INVOICE-RECORD.
           05  CI-CONTRACTOR-ID       PIC 9(5).
           05  FILLER                 PIC X(2).
           05  CI-INVOICE-NO          PIC X(12).
           05  FILLER                 PIC X(2).
           05  CI-INVOICE-DATE        PIC 9(8).
           05  FILLER                 PIC X(2).
           05  CI-AMOUNT              PIC 9(6)V99.
           05  FILLER                 PIC X(2).
           05  CI-APPROVER            PIC X(20).
           05  FILLER                 PIC X(2).
           05  CI-DESCRIPTION         PIC X(30).

       FD  CONTRACTOR-MASTER.
           COPY "contractrec.cpy".

       FD  PAID-INVOICE-FILE.
           COPY "contrpaidrec.cpy".

       FD  CONTRACTOR-YTD-FILE.
           COPY "contrytdrec.cpy".

       FD  PAY-ADJUST-FILE.
           COPY "payadjrec.cpy".

       FD  CONTRACTOR-PAY-FILE.
           COPY "contrpayrec.cpy".

       FD  CONTRACTOR-REGISTER.
       01  REGISTER-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS              PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(2) VALUE "00".
       01  WS-PAID-STATUS             PIC X(2) VALUE "00".
       01  WS-YTD-STATUS              PIC X(2) VALUE "00".
       01  WS-ADJUST-STATUS           PIC X(2) VALUE "00".
       01  WS-PAY-STATUS              PIC X(2) VALUE "00".
       01  WS-REG-STATUS              PIC X(2) VALUE "00".
       01  WS-EOF                     PIC X(1) VALUE "N".
       01  WS-CONTRACTOR-FOUND        PIC X(1) VALUE "N".
       01  WS-ALREADY-PAID            PIC X(1) VALUE "N".
       01  WS-YTD-FOUND               PIC X(1) VALUE "N".
       01  WS-SKIP-REASON             PIC X(26) VALUE SPACES.
       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-CURRENT-YEAR            PIC 9(4) VALUE 0.
       01  WS-PAID-COUNT              PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(4) VALUE 0.
       01  WS-BATCH-GROSS             PIC 9(8)V99 VALUE 0.
       01  WS-BATCH-BACKUP-WH         PIC 9(8)V99 VALUE 0.
       01  WS-BATCH-NET               PIC 9(8)V99 VALUE 0.

      * Contractors are not withheld on, except that a payee under
      * backup withholding has federal tax taken at the flat backup
      * rate and reported on the 1099.
       01  WS-BACKUP-WH-RATE          PIC V99 VALUE .24.

       01  WS-PAY-GROSS               PIC 9(6)V99 VALUE 0.
       01  WS-PAY-BACKUP-WH           PIC 9(6)V99 VALUE 0.
       01  WS-PAY-NET                 PIC 9(6)V99 VALUE 0.

       01  WS-REG-HEADING.
           05  FILLER                 PIC X(30) VALUE
               "CONTRACTOR PAYMENT REGISTER  ".
           05  RH-RUN-DATE            PIC 9(8).

       01  WS-REG-COL-HEADING.
           05  FILLER                 PIC X(7)  VALUE "CONTR  ".
           05  FILLER                 PIC X(13) VALUE "INVOICE".
           05  FILLER                 PIC X(12) VALUE "       GROSS".
           05  FILLER                 PIC X(12) VALUE "  BACKUP W/H".
           05  FILLER                 PIC X(12) VALUE "     NET PAY".
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE "APPROVED BY".
           05  FILLER                 PIC X(4)  VALUE "NOTE".

       01  WS-REG-DETAIL.
           05  RD-CONTRACTOR-ID       PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-INVOICE-NO          PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-GROSS               PIC $$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-BACKUP-WH           PIC $$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-NET                 PIC $$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-APPROVER            PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-NOTE                PIC X(26).

       01  WS-REG-TOTAL-LINE.
           05  FILLER                 PIC X(20) VALUE "TOTALS".
           05  RT-GROSS               PIC $$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RT-BACKUP-WH           PIC $$$$,$$9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RT-NET                 PIC $$$$,$$9.99.

      * Parameter area for the RUNSTAT run statistics logger, laid
      * out field for field like its WS-RUNSTAT-DATA linkage record.
       01  WS-RUNSTAT-CALL-DATA.
           05  WS-RT-PROGRAM          PIC X(10).
           05  WS-RT-STREAM           PIC X(1).
           05  WS-RT-RUN-GROUP        PIC X(1).
           05  WS-RT-START-TIMESTAMP  PIC X(14).
           05  WS-RT-RECORDS-READ     PIC 9(7).
           05  WS-RT-RECORDS-WRITTEN  PIC 9(7).
           05  WS-RT-RECORDS-REJECTED PIC 9(7).
           05  WS-RT-AMOUNT-TOTAL     PIC 9(11)V99.
           05  WS-RT-AMOUNT-NAME      PIC X(15).

      * Pays approved independent-contractor invoices. Each invoice is
      * checked against the contractor master and against the log of
      * invoices already paid, backup-withheld where the contractor is
      * flagged for it, logged as paid, added to the contractor's
      * year-to-date under the calendar year of payment, and written
      * to the contractor payment file that ACHEXTRACT and CHECKPRT
      * pay from when CONTRACTOR_RUN is set. Contractor pay is kept
      * apart from the W-2 figures: nothing here touches the employee
      * master, ytd.dat or pay history. The GL lines - contract labor
      * expense, backup withholding payable and cash - go to the
      * payroll adjustment file in balanced sets, and GLEXPORT posts
      * them in its self-balancing payroll batch.
       PROCEDURE DIVISION.
       CONTRPAY-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP.
           PERFORM INITIALIZE-CONTRACTOR-RUN.
           PERFORM PROCESS-INVOICES UNTIL WS-EOF = "Y".
           PERFORM FINISH-CONTRACTOR-RUN.
           PERFORM LOG-RUN-STATISTICS.
           STOP RUN.

       INITIALIZE-CONTRACTOR-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "NO CONTRACTOR INVOICES ON FILE"
               MOVE "Y" TO WS-EOF
           END-IF.
           OPEN INPUT CONTRACTOR-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PAID-INVOICE-FILE.
           IF WS-PAID-STATUS = "35"
               OPEN OUTPUT PAID-INVOICE-FILE
               CLOSE PAID-INVOICE-FILE
               OPEN I-O PAID-INVOICE-FILE
           END-IF.
           IF WS-PAID-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAID-INVOICE-FILE: "
                   WS-PAID-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CONTRACTOR-YTD-FILE.
           IF WS-YTD-STATUS = "35"
               OPEN OUTPUT CONTRACTOR-YTD-FILE
               CLOSE CONTRACTOR-YTD-FILE
               OPEN I-O CONTRACTOR-YTD-FILE
           END-IF.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-YTD-FILE: "
                   WS-YTD-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND PAY-ADJUST-FILE.
           IF WS-ADJUST-STATUS = "05" OR WS-ADJUST-STATUS = "35"
               OPEN OUTPUT PAY-ADJUST-FILE
           END-IF.
           IF WS-ADJUST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY-ADJUST-FILE: "
                   WS-ADJUST-STATUS
               STOP RUN
           END-IF.
      *    Rows ACHEXTRACT has not yet paid stay on the file; this
      *    batch is added behind them and ACHEXTRACT empties the file
      *    once it has extracted it.
           OPEN EXTEND CONTRACTOR-PAY-FILE.
           IF WS-PAY-STATUS = "05" OR WS-PAY-STATUS = "35"
               OPEN OUTPUT CONTRACTOR-PAY-FILE
           END-IF.
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-PAY-FILE: "
                   WS-PAY-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CONTRACTOR-REGISTER.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-REGISTER: "
                   WS-REG-STATUS
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE REGISTER-LINE FROM WS-REG-HEADING.
           WRITE REGISTER-LINE FROM WS-REG-COL-HEADING.
           IF WS-EOF = "N"
               READ INVOICE-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-IF.

      * An invoice keyed twice in the same batch is caught by the
      * paid log as well, since each invoice is logged as it is paid.
       PROCESS-INVOICES.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE "N" TO WS-CONTRACTOR-FOUND.
           MOVE CI-CONTRACTOR-ID TO CT-CONTRACTOR-ID.
           READ CONTRACTOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CONTRACTOR-FOUND
           END-READ.
           MOVE "N" TO WS-ALREADY-PAID.
           MOVE CI-CONTRACTOR-ID TO PV-CONTRACTOR-ID.
           MOVE CI-INVOICE-NO    TO PV-INVOICE-NO.
           READ PAID-INVOICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ALREADY-PAID
           END-READ.
           EVALUATE TRUE
               WHEN WS-CONTRACTOR-FOUND = "N"
                   MOVE "CONTRACTOR NOT ON FILE" TO WS-SKIP-REASON
               WHEN CT-ACTIVE-FLAG NOT = "Y"
                   MOVE "CONTRACTOR NOT ACTIVE" TO WS-SKIP-REASON
               WHEN CI-INVOICE-NO = SPACES
                   MOVE "NO INVOICE NUMBER" TO WS-SKIP-REASON
               WHEN CI-AMOUNT NOT NUMERIC OR CI-AMOUNT = 0
                   MOVE "NO AMOUNT TO PAY" TO WS-SKIP-REASON
               WHEN CI-APPROVER = SPACES
                   MOVE "NO APPROVER GIVEN" TO WS-SKIP-REASON
               WHEN WS-ALREADY-PAID = "Y"
                   MOVE "INVOICE ALREADY PAID" TO WS-SKIP-REASON
           END-EVALUATE.
           IF WS-SKIP-REASON = SPACES
               PERFORM PAY-ONE-INVOICE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM WRITE-SKIPPED-LINE
           END-IF.
           READ INVOICE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       PAY-ONE-INVOICE.
           PERFORM COMPUTE-CONTRACTOR-AMOUNTS.
           PERFORM LOG-PAID-INVOICE.
           PERFORM APPLY-TO-CONTRACTOR-YTD.
           PERFORM WRITE-PAYMENT-RECORD.
           PERFORM WRITE-CONTRACTOR-GL-LINES.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-PAY-GROSS     TO WS-BATCH-GROSS.
           ADD WS-PAY-BACKUP-WH TO WS-BATCH-BACKUP-WH.
           ADD WS-PAY-NET       TO WS-BATCH-NET.
           PERFORM WRITE-PAYMENT-LINE.

       COMPUTE-CONTRACTOR-AMOUNTS.
           MOVE CI-AMOUNT TO WS-PAY-GROSS.
           MOVE 0 TO WS-PAY-BACKUP-WH.
           IF CT-BACKUP-WITHHOLD
               COMPUTE WS-PAY-BACKUP-WH ROUNDED =
                   WS-PAY-GROSS * WS-BACKUP-WH-RATE
           END-IF.
           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-BACKUP-WH.

       LOG-PAID-INVOICE.
           MOVE CI-CONTRACTOR-ID  TO PV-CONTRACTOR-ID.
           MOVE CI-INVOICE-NO     TO PV-INVOICE-NO.
           MOVE CI-INVOICE-DATE   TO PV-INVOICE-DATE.
           MOVE WS-PAY-GROSS      TO PV-GROSS-AMOUNT.
           MOVE WS-PAY-BACKUP-WH  TO PV-BACKUP-WH.
           MOVE WS-PAY-NET        TO PV-NET-PAY.
           MOVE WS-RUN-DATE       TO PV-PAID-DATE.
           MOVE CI-APPROVER       TO PV-APPROVER.
           WRITE CONTRACTOR-PAID-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING PAID-INVOICE-FILE: "
                       WS-PAID-STATUS
                   STOP RUN
           END-WRITE.

      * 1099 reporting is on a cash basis, so the payment counts in
      * the year it is made, whatever the date on the invoice.
       APPLY-TO-CONTRACTOR-YTD.
           MOVE CI-CONTRACTOR-ID TO CY-CONTRACTOR-ID.
           MOVE WS-CURRENT-YEAR  TO CY-YEAR.
           MOVE "N" TO WS-YTD-FOUND.
           READ CONTRACTOR-YTD-FILE
               INVALID KEY
                   MOVE ZEROS TO CY-PAID CY-BACKUP-WH
                   MOVE ZEROS TO CY-PAYMENT-COUNT CY-LAST-PAID-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND
           END-READ.
           MOVE CT-NAME TO CY-NAME.
           ADD WS-PAY-GROSS     TO CY-PAID.
           ADD WS-PAY-BACKUP-WH TO CY-BACKUP-WH.
           ADD 1                TO CY-PAYMENT-COUNT.
           MOVE WS-RUN-DATE     TO CY-LAST-PAID-DATE.
           IF WS-YTD-FOUND = "Y"
               REWRITE CONTRACTOR-YTD-RECORD
           ELSE
               WRITE CONTRACTOR-YTD-RECORD
           END-IF.

       WRITE-PAYMENT-RECORD.
           MOVE CI-CONTRACTOR-ID TO XP-CONTRACTOR-ID.
           MOVE CT-NAME          TO XP-NAME.
           MOVE WS-PAY-NET       TO XP-NET-PAY.
           MOVE CI-INVOICE-NO    TO XP-INVOICE-NO.
           MOVE WS-RUN-DATE      TO XP-PAY-DATE.
           WRITE CONTRACTOR-PAY-RECORD.

      * Gross to contract labor expense, any backup withholding to
      * its own payable until it is deposited with the federal tax,
      * and the net to cash.
       WRITE-CONTRACTOR-GL-LINES.
           MOVE "5300-CONTRACT-LABOR-EXPENSE" TO GA-GL-ACCOUNT.
           MOVE "DR"             TO GA-DR-CR.
           MOVE WS-PAY-GROSS     TO GA-AMOUNT.
           MOVE "CONTRACTOR INVOICE EXPENSE" TO GA-DESCRIPTION.
           PERFORM WRITE-ADJUST-LINE.
           IF WS-PAY-BACKUP-WH > 0
               MOVE "2160-BACKUP-WITHHOLDING-PAYABLE" TO GA-GL-ACCOUNT
               MOVE "CR"             TO GA-DR-CR
               MOVE WS-PAY-BACKUP-WH TO GA-AMOUNT
               MOVE "CONTRACTOR BACKUP WITHHOLDING" TO GA-DESCRIPTION
               PERFORM WRITE-ADJUST-LINE
           END-IF.
           MOVE "1000-CASH"      TO GA-GL-ACCOUNT.
           MOVE "CR"             TO GA-DR-CR.
           MOVE WS-PAY-NET       TO GA-AMOUNT.
           MOVE "CONTRACTOR NET PAYMENT" TO GA-DESCRIPTION.
           PERFORM WRITE-ADJUST-LINE.

       WRITE-ADJUST-LINE.
           MOVE CI-CONTRACTOR-ID TO GA-EMP-ID.
           MOVE CT-NAME          TO GA-EMP-NAME.
           MOVE WS-RUN-DATE      TO GA-TXN-DATE.
           WRITE PAY-GL-ADJUST-RECORD.

       WRITE-PAYMENT-LINE.
           MOVE SPACES           TO WS-REG-DETAIL.
           MOVE CI-CONTRACTOR-ID TO RD-CONTRACTOR-ID.
           MOVE CI-INVOICE-NO    TO RD-INVOICE-NO.
           MOVE WS-PAY-GROSS     TO RD-GROSS.
           MOVE WS-PAY-BACKUP-WH TO RD-BACKUP-WH.
           MOVE WS-PAY-NET       TO RD-NET.
           MOVE CI-APPROVER      TO RD-APPROVER.
           MOVE SPACES           TO RD-NOTE.
           IF WS-PAY-BACKUP-WH > 0
               MOVE "BACKUP WITHHOLDING" TO RD-NOTE
           END-IF.
           WRITE REGISTER-LINE FROM WS-REG-DETAIL.

       WRITE-SKIPPED-LINE.
           MOVE SPACES           TO WS-REG-DETAIL.
           MOVE CI-CONTRACTOR-ID TO RD-CONTRACTOR-ID.
           MOVE CI-INVOICE-NO    TO RD-INVOICE-NO.
           MOVE 0                TO RD-GROSS.
           MOVE 0                TO RD-BACKUP-WH.
           MOVE 0                TO RD-NET.
           MOVE CI-APPROVER      TO RD-APPROVER.
           MOVE WS-SKIP-REASON   TO RD-NOTE.
           WRITE REGISTER-LINE FROM WS-REG-DETAIL.

       FINISH-CONTRACTOR-RUN.
           MOVE WS-BATCH-GROSS     TO RT-GROSS.
           MOVE WS-BATCH-BACKUP-WH TO RT-BACKUP-WH.
           MOVE WS-BATCH-NET       TO RT-NET.
           WRITE REGISTER-LINE FROM WS-REG-TOTAL-LINE.
           DISPLAY "CONTRACTOR INVOICES PAID:    " WS-PAID-COUNT.
           DISPLAY "CONTRACTOR INVOICES SKIPPED: " WS-SKIPPED-COUNT.
           CLOSE INVOICE-FILE.
           CLOSE CONTRACTOR-MASTER.
           CLOSE PAID-INVOICE-FILE.
           CLOSE CONTRACTOR-YTD-FILE.
           CLOSE PAY-ADJUST-FILE.
           CLOSE CONTRACTOR-PAY-FILE.
           CLOSE CONTRACTOR-REGISTER.

      * A contractor run is measured by the invoices it worked and the
      * gross it paid; an invoice it skipped counts as rejected.
       LOG-RUN-STATISTICS.
           MOVE "CONTRPAY"          TO WS-RT-PROGRAM.
           MOVE "P"                 TO WS-RT-STREAM.
           MOVE "C"                 TO WS-RT-RUN-GROUP.
           COMPUTE WS-RT-RECORDS-READ =
               WS-PAID-COUNT + WS-SKIPPED-COUNT.
           MOVE WS-PAID-COUNT       TO WS-RT-RECORDS-WRITTEN.
           MOVE WS-SKIPPED-COUNT    TO WS-RT-RECORDS-REJECTED.
           MOVE WS-BATCH-GROSS      TO WS-RT-AMOUNT-TOTAL.
           MOVE "CONTRACT GROSS"    TO WS-RT-AMOUNT-NAME.
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
