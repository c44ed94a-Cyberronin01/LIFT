           SELECT HOLD-REPORT ASSIGN TO "credit_hold_rpt.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDRPT-STATUS.
           SELECT RATE-PLAN-FILE ASSIGN TO "rate_plans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RATEPLAN-STATUS.
           SELECT EXEMPT-CERT-FILE ASSIGN TO "tax_exempt_certs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "custrec.cpy".

       FD  BILLING-REPORT.
       01  PRINT-LINE                PIC X(125).

       FD  CURRENCY-FILE.
       01  CURRENCY-FILE-RECORD.
           05  CF-EXCHANGE-RATE      PIC 9(3)V9999.

       FD  RESTART-FILE.
       01  RESTART-LINE              PIC X(37).

       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD.
       01  RECON-LINE                PIC X(80).

       FD  BILLING-HISTORY-FILE.
       01  BILLING-HISTORY-LINE      PIC X(57).

       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".
       FD  HOLD-REPORT.
       01  HOLD-REPORT-LINE          PIC X(80).

       FD  RATE-PLAN-FILE.
           COPY "rateplanrec.cpy".

       FD  EXEMPT-CERT-FILE.
           COPY "exemptcert.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF                PIC X(1) VALUE 'N'.
       01  WS-TAX-AMOUNT             PIC 9(5)V99 VALUE 0.
       01  WS-INVOICE-TOTAL          PIC 9(6)V99 VALUE 0.
       01  WS-TOTAL-TAX              PIC 9(7)V99 VALUE 0.
       01  WS-CERT-STATUS            PIC X(2) VALUE "00".
       01  WS-CERTS-AVAILABLE        PIC X(1) VALUE "N".
       01  WS-TAX-EXEMPT             PIC X(1) VALUE "N".
       01  WS-TOTAL-EXEMPT           PIC 9(7)V99 VALUE 0.
       01  WS-NO-JURIS-COUNT         PIC 9(5) VALUE 0.
       01  WS-TAX-TABLE.
           05  WS-TAXJ-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-TAXJ-TIDX.
           05  RST-LAST-CUST-ID      PIC X(10).
           05  RST-REVENUE           PIC 9(7)V99.
           05  RST-RECORD-COUNT      PIC 9(5).
           05  RST-NO-JURIS-COUNT    PIC 9(5).

      * The rate plan catalog, held in key order - customer type,
      * then effective date - so the last match on or before a date
      * is the version in effect on it.
       01  WS-RATEPLAN-STATUS        PIC X(2) VALUE "00".
       01  WS-PLAN-COUNT             PIC 9(3) VALUE 0.
       01  WS-PLAN-IDX               PIC 9(3) VALUE 0.
       01  WS-PLAN-SCAN              PIC 9(3) VALUE 0.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 200 TIMES.
               10  WS-PT-TYPE            PIC X(1).
               10  WS-PT-EFF-DATE        PIC 9(8).
               10  WS-PT-VERSION         PIC X(10).
               10  WS-PT-BASE-FEE        PIC 9(3)V99.
               10  WS-PT-DATA-RATE       PIC 9V99.
               10  WS-PT-DATA-TIER       PIC 9(4)V99.
               10  WS-PT-DATA-TIER-RATE  PIC 9V99.
               10  WS-PT-VOICE-RATE      PIC 9V99.
               10  WS-PT-VOICE-TIER      PIC 9(4).
               10  WS-PT-VOICE-TIER-RATE PIC 9V99.

       01  WS-CALC-FIELDS.
           05  WS-DATA-COST          PIC 9(5)V99 VALUE 0.
           05  WS-TOTAL-BILL         PIC 9(6)V99 VALUE 0.
           05  WS-DISCOUNT           PIC 9(4)V99 VALUE 0.
           05  WS-BASE-FEE           PIC 9(5)V99 VALUE 0.
           05  WS-FIRST-PLAN         PIC X(10) VALUE SPACES.
           05  WS-LAST-PLAN          PIC X(10) VALUE SPACES.

       01  WS-PRORATE-FIELDS.
           05  WS-CYCLE-DAYS         PIC 9(2) VALUE 30.
           05  WS-TMP-DATA-COST      PIC 9(5)V99 VALUE 0.
           05  WS-TMP-VOICE-COST     PIC 9(5)V99 VALUE 0.
           05  WS-TMP-BASE-FEE       PIC 9(3)V99 VALUE 0.
           05  WS-LOOKUP-DATE        PIC 9(8) VALUE 0.
           05  WS-CYCLE-START-INT    PIC 9(7) VALUE 0.
           05  WS-CYCLE-START-DATE   PIC 9(8) VALUE 0.
           05  WS-SEG-TYPE           PIC X(1) VALUE SPACES.
           05  WS-SEG-FIRST-DAY      PIC 9(2) VALUE 0.
           05  WS-SEG-DAYS           PIC 9(2) VALUE 0.
           05  WS-SEG-USAGE-GB       PIC 9(4)V99 VALUE 0.
           05  WS-SEG-VOICE-MIN      PIC 9(4) VALUE 0.
           05  WS-SEG-START-DATE     PIC 9(8) VALUE 0.
           05  WS-SEG-END-DATE       PIC 9(8) VALUE 0.
           05  WS-SEG-DATA-COST      PIC 9(5)V99 VALUE 0.
           05  WS-SEG-VOICE-COST     PIC 9(5)V99 VALUE 0.
           05  WS-SEG-BASE           PIC 9(3)V99 VALUE 0.
           05  WS-SPLIT-DAYS         PIC 9(2) VALUE 0.
           05  WS-PART-DAYS          PIC 9(2) VALUE 0.
           05  WS-PART-USAGE-GB      PIC 9(4)V99 VALUE 0.
           05  WS-PART-VOICE-MIN     PIC 9(4) VALUE 0.
           05  WS-EARLY-PLAN-IDX     PIC 9(3) VALUE 0.
           05  WS-LATE-PLAN-IDX      PIC 9(3) VALUE 0.

       01  HEADER-LINE-1.
           05  FILLER                PIC X(20)
               VALUE "CUSTOMER BILLING RUN".
           05  FILLER                PIC X(105) VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER                PIC X(10) VALUE "CUST ID   ".
           05  FILLER                PIC X(3)  VALUE "CUR".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "LOCAL AMT  ".
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "PLAN      ".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "PRIOR PLAN".

       01  DETAIL-LINE.
           05  DL-CUST-ID            PIC X(10).
           05  DL-CURRENCY           PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-LOCAL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
      * The plan version in effect at the end of the cycle, and the
      * one that priced its start when a price or plan change split
      * the cycle.
           05  DL-PLAN-VERSION       PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  DL-PRIOR-PLAN         PIC X(10).

      * A customer with no tax jurisdiction on the master is not
      * invoiced - the sales tax cannot be worked out - and is listed
      * on the report instead so the master can be corrected.
       01  NO-JURIS-LINE.
           05  NJ-CUST-ID            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  NJ-CUST-NAME          PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(33)
               VALUE "NOT BILLED - NO TAX JURISDICTION".

       01  SUMMARY-LINE.
           05  FILLER                PIC X(20)
           05  WS-RS-RESULT           PIC X(1).
           05  WS-RS-MESSAGE          PIC X(60).

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

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RT-START-TIMESTAMP
           PERFORM 110-CHECK-RUN-SEQUENCE
           PERFORM 200-INIT-ROUTINE
           PERFORM 300-PROCESS-DATA UNTIL WS-EOF = 'Y'
           PERFORM 400-WRAP-UP
           PERFORM 610-STAMP-RUN-SEQUENCE
           PERFORM 620-LOG-RUN-STATISTICS
           STOP RUN.

      * The nightly stream is sequence-controlled: refuse to start
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 230-LOAD-CURRENCY-RATES
           PERFORM 235-LOAD-TAX-RATES
           PERFORM 237-LOAD-RATE-PLANS
           PERFORM 245-LOAD-AGED-BALANCES
           PERFORM 246-LOAD-CREDIT-HOLDS
           PERFORM 240-OPEN-CUSTOMER-MASTER
           PERFORM 241-OPEN-EXEMPT-CERTS
           PERFORM 210-CHECK-FOR-RESTART
           OPEN INPUT CUSTOMER-FILE
           IF WS-RESUME-FLAG = 'Y'
                           MOVE RST-LAST-CUST-ID TO WS-RESTART-CUST-ID
                           MOVE RST-REVENUE TO WS-TOTAL-REVENUE
                           MOVE RST-RECORD-COUNT TO WS-RECORD-COUNT
                           MOVE RST-NO-JURIS-COUNT TO WS-NO-JURIS-COUNT
                       END-IF
               END-READ
               CLOSE RESTART-FILE
               CLOSE TAX-RATE-FILE
           END-IF.

      * The catalog is required: nothing can be priced without it.
      * The cycle is the thirty days ending on the billing date, and
      * a standard plan must be in effect from its first day, since
      * any type without a plan of its own is priced as standard.
       237-LOAD-RATE-PLANS.
           OPEN INPUT RATE-PLAN-FILE
           IF WS-RATEPLAN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RATE-PLAN-FILE: "
                   WS-RATEPLAN-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATEPLAN-STATUS = "10"
               READ RATE-PLAN-FILE
                   AT END
                       MOVE "10" TO WS-RATEPLAN-STATUS
                   NOT AT END
                       IF WS-PLAN-COUNT = 200
                           DISPLAY "ERROR: TOO MANY RATE PLANS"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE RATE-PLAN-RECORD
                           TO WS-PLAN-ENTRY(WS-PLAN-COUNT)
               END-READ
           END-PERFORM
           CLOSE RATE-PLAN-FILE
           COMPUTE WS-CYCLE-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-CYCLE-DAYS + 1
           COMPUTE WS-CYCLE-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CYCLE-START-INT)
           MOVE "S" TO WS-LOOKUP-TYPE
           MOVE WS-CYCLE-START-DATE TO WS-LOOKUP-DATE
           PERFORM 366-SCAN-RATE-PLANS
           IF WS-PLAN-IDX = 0
               DISPLAY "ERROR: NO STANDARD RATE PLAN IN EFFECT ON "
                   WS-CYCLE-START-DATE
               STOP RUN
           END-IF.

       245-LOAD-AGED-BALANCES.
           OPEN INPUT AGED-BALANCE-FILE
           IF WS-AGED-STATUS NOT = "00"
               CLOSE CREDIT-HOLD-FILE
           END-IF.

      * The tax jurisdiction is carried only on the customer master,
      * so without it no customer could be billed; the run stops
      * before anything is written and without stamping RUNSEQ.
       240-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           ELSE
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.

       241-OPEN-EXEMPT-CERTS.
           OPEN INPUT EXEMPT-CERT-FILE
           IF WS-CERT-STATUS = "00"
               MOVE "Y" TO WS-CERTS-AVAILABLE
           ELSE
               DISPLAY "NO EXEMPTION CERTIFICATES, ALL SALES TAXED"
           END-IF.

      * Name, type and currency are authoritative on the customer
      * master; the feed's copies are only used for a customer the
      * master does not hold.
       250-APPLY-MASTER-ATTRIBUTES.
           MOVE CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               PERFORM 250-APPLY-MASTER-ATTRIBUTES
           END-IF

           IF WS-CUST-TAX-JURIS = SPACES
               PERFORM 302-REJECT-NO-JURISDICTION
           ELSE
               PERFORM 305-BILL-CUSTOMER
           END-IF

           PERFORM 350-WRITE-CHECKPOINT

           READ CUSTOMER-FILE
               AT END MOVE 'Y' TO WS-EOF
           END-READ.

       302-REJECT-NO-JURISDICTION.
           DISPLAY "NO TAX JURISDICTION FOR " CUST-ID ", NOT BILLED"
           ADD 1 TO WS-NO-JURIS-COUNT
           MOVE CUST-ID TO NJ-CUST-ID
           MOVE CUST-NAME TO NJ-CUST-NAME
           WRITE PRINT-LINE FROM NO-JURIS-LINE.

       305-BILL-CUSTOMER.
           INITIALIZE WS-CALC-FIELDS

           IF PLAN-CHANGE-FLAG = 'Y'
               PERFORM 340-CALCULATE-PRORATED-BILL
           ELSE
               PERFORM 310-CALCULATE-CYCLE-BILL
           END-IF

           ADD WS-TOTAL-BILL TO WS-TOTAL-REVENUE
           MOVE WS-TOTAL-BILL TO DL-TOTAL-BILL
           MOVE CUST-CURRENCY TO DL-CURRENCY
           MOVE WS-LOCAL-TOTAL-BILL TO DL-LOCAL-AMOUNT
           MOVE WS-LAST-PLAN TO DL-PLAN-VERSION
           IF WS-FIRST-PLAN = WS-LAST-PLAN
               MOVE SPACES TO DL-PRIOR-PLAN
           ELSE
               MOVE WS-FIRST-PLAN TO DL-PRIOR-PLAN
           END-IF

           WRITE PRINT-LINE FROM DETAIL-LINE

           PERFORM 370-WRITE-BILLING-HISTORY

           PERFORM 375-WRITE-INVOICE-EXTRACT.

       350-WRITE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
           MOVE CUST-ID TO RST-LAST-CUST-ID
           MOVE WS-TOTAL-REVENUE TO RST-REVENUE
           MOVE WS-RECORD-COUNT TO RST-RECORD-COUNT
           MOVE WS-NO-JURIS-COUNT TO RST-NO-JURIS-COUNT
           WRITE RESTART-LINE FROM RESTART-RECORD
           CLOSE RESTART-FILE.

           MOVE WS-INVOICE-DATE TO BH-INVOICE-DATE
           MOVE WS-INVOICE-TOTAL TO BH-INVOICE-AMOUNT
           MOVE "INV" TO BH-TXN-TYPE
           IF WS-TAX-EXEMPT = "Y"
               MOVE "EX" TO BH-REASON-CODE
           ELSE
               MOVE SPACES TO BH-REASON-CODE
           END-IF
           MOVE WS-TAX-AMOUNT TO BH-TAX-AMOUNT
           MOVE 0 TO BH-ORIG-INVOICE-NO
           WRITE BILLING-HISTORY-LINE FROM BILLING-HISTORY-RECORD
           CLOSE BILLING-HISTORY-FILE.

           WRITE INVOICE-EXTRACT-RECORD.

      * The tax rides on the full billed amount for the customer's
      * jurisdiction; a jurisdiction missing from the rate table
      * bills untaxed and is called out so the table can be fixed
      * before filing.
      * A customer is billed exempt only while an unexpired
      * exemption certificate for the jurisdiction is on file; the
      * invoice is marked exempt on the billing history so the
      * remittance can report exempt sales.
       385-COMPUTE-SALES-TAX.
           MOVE 0 TO WS-TAX-AMOUNT
           MOVE "N" TO WS-TAX-EXEMPT
           PERFORM 386-CHECK-EXEMPTION
           IF WS-TAX-EXEMPT = "Y"
               ADD WS-TOTAL-BILL TO WS-TOTAL-EXEMPT
           END-IF
           IF WS-TAX-EXEMPT = "N"
               MOVE "N" TO WS-TAXJ-FOUND
               PERFORM VARYING WS-TAXJ-TIDX FROM 1 BY 1
                       UNTIL WS-TAXJ-TIDX > WS-TAXJ-COUNT
           COMPUTE WS-INVOICE-TOTAL = WS-TOTAL-BILL + WS-TAX-AMOUNT
           ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX.

       386-CHECK-EXEMPTION.
           IF WS-CERTS-AVAILABLE = "Y"
               MOVE CUST-ID TO EX-CUST-ID
               MOVE WS-CUST-TAX-JURIS TO EX-TAX-JURIS
               READ EXEMPT-CERT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EX-EXPIRY-DATE NOT < WS-TODAY-DATE
                           MOVE "Y" TO WS-TAX-EXEMPT
                       ELSE
                           DISPLAY "EXEMPTION CERTIFICATE " EX-CERT-NO
                               " EXPIRED FOR " CUST-ID
                               ", BILLING TAXED"
                       END-IF
               END-READ
           END-IF.

      * A customer whose open AR plus this cycle's bill breaches the
      * credit limit goes on the hold file; CUSTEDIT keeps held
      * customers out of the next cycle's billable feed until the
           COMPUTE WS-LOCAL-TOTAL-BILL ROUNDED =
               WS-INVOICE-TOTAL * WS-EXCHANGE-RATE.

      * A customer on one plan type all cycle is one segment of the
      * full cycle; the premium discount still applies over 200.
       310-CALCULATE-CYCLE-BILL.
           MOVE CUST-TYPE TO WS-SEG-TYPE
           MOVE 1 TO WS-SEG-FIRST-DAY
           MOVE WS-CYCLE-DAYS TO WS-SEG-DAYS
           MOVE DATA-USAGE-GB TO WS-SEG-USAGE-GB
           MOVE VOICE-MINUTES TO WS-SEG-VOICE-MIN
           PERFORM 345-PRICE-SEGMENT
           MOVE WS-SEG-DATA-COST TO WS-DATA-COST
           MOVE WS-SEG-VOICE-COST TO WS-VOICE-COST
           MOVE WS-SEG-BASE TO WS-BASE-FEE
           COMPUTE WS-TOTAL-BILL =
               WS-DATA-COST + WS-VOICE-COST + WS-BASE-FEE

           IF PREMIUM-CUSTOMER AND WS-TOTAL-BILL > 200.00
               COMPUTE WS-DISCOUNT = WS-TOTAL-BILL * 0.10
               SUBTRACT WS-DISCOUNT FROM WS-TOTAL-BILL
           END-IF.

       340-CALCULATE-PRORATED-BILL.
           COMPUTE WS-OLD-DAYS = PLAN-CHANGE-DAY - 1
           COMPUTE WS-NEW-DAYS = WS-CYCLE-DAYS - WS-OLD-DAYS
               VOICE-MINUTES * WS-OLD-DAYS / WS-CYCLE-DAYS
           COMPUTE WS-NEW-VOICE-MIN = VOICE-MINUTES - WS-OLD-VOICE-MIN

           MOVE OLD-CUST-TYPE TO WS-SEG-TYPE
           MOVE 1 TO WS-SEG-FIRST-DAY
           MOVE WS-OLD-DAYS TO WS-SEG-DAYS
           MOVE WS-OLD-USAGE-GB TO WS-SEG-USAGE-GB
           MOVE WS-OLD-VOICE-MIN TO WS-SEG-VOICE-MIN
           PERFORM 345-PRICE-SEGMENT
           MOVE WS-SEG-DATA-COST TO WS-OLD-DATA-COST
           MOVE WS-SEG-VOICE-COST TO WS-OLD-VOICE-COST
           MOVE WS-SEG-BASE TO WS-OLD-BASE

           MOVE CUST-TYPE TO WS-SEG-TYPE
           MOVE PLAN-CHANGE-DAY TO WS-SEG-FIRST-DAY
           MOVE WS-NEW-DAYS TO WS-SEG-DAYS
           MOVE WS-NEW-USAGE-GB TO WS-SEG-USAGE-GB
           MOVE WS-NEW-VOICE-MIN TO WS-SEG-VOICE-MIN
           PERFORM 345-PRICE-SEGMENT
           MOVE WS-SEG-DATA-COST TO WS-NEW-DATA-COST
           MOVE WS-SEG-VOICE-COST TO WS-NEW-VOICE-COST
           MOVE WS-SEG-BASE TO WS-NEW-BASE

           COMPUTE WS-DATA-COST = WS-OLD-DATA-COST + WS-NEW-DATA-COST
           COMPUTE WS-VOICE-COST = WS-OLD-VOICE-COST + WS-NEW-VOICE-COST
               SUBTRACT WS-DISCOUNT FROM WS-TOTAL-BILL
           END-IF.

      * Prices a run of cycle days on one plan type. The segment is
      * priced on the plan version in effect on its last day; when
      * that version took effect after the segment began, the days
      * before it go to the version in effect the day before, with
      * usage split by days exactly as a plan change is split. The
      * base fee is earned by the day on every part.
       345-PRICE-SEGMENT.
           MOVE 0 TO WS-SEG-DATA-COST
           MOVE 0 TO WS-SEG-VOICE-COST
           MOVE 0 TO WS-SEG-BASE
           IF WS-SEG-DAYS > 0
               COMPUTE WS-SEG-START-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-CYCLE-START-INT + WS-SEG-FIRST-DAY - 1)
               COMPUTE WS-SEG-END-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-CYCLE-START-INT + WS-SEG-FIRST-DAY
                   + WS-SEG-DAYS - 2)
               MOVE WS-SEG-END-DATE TO WS-LOOKUP-DATE
               PERFORM 365-FIND-PLAN-IN-EFFECT
               MOVE WS-PLAN-IDX TO WS-LATE-PLAN-IDX
               MOVE 0 TO WS-SPLIT-DAYS
               MOVE 0 TO WS-PART-USAGE-GB
               MOVE 0 TO WS-PART-VOICE-MIN
               IF WS-PT-EFF-DATE(WS-LATE-PLAN-IDX) > WS-SEG-START-DATE
                   COMPUTE WS-SPLIT-DAYS =
                       FUNCTION INTEGER-OF-DATE(
                           WS-PT-EFF-DATE(WS-LATE-PLAN-IDX))
                       - FUNCTION INTEGER-OF-DATE(WS-SEG-START-DATE)
                   COMPUTE WS-LOOKUP-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           WS-PT-EFF-DATE(WS-LATE-PLAN-IDX)) - 1)
                   PERFORM 365-FIND-PLAN-IN-EFFECT
                   MOVE WS-PLAN-IDX TO WS-EARLY-PLAN-IDX
                   COMPUTE WS-PART-USAGE-GB ROUNDED =
                       WS-SEG-USAGE-GB * WS-SPLIT-DAYS / WS-SEG-DAYS
                   COMPUTE WS-PART-VOICE-MIN ROUNDED =
                       WS-SEG-VOICE-MIN * WS-SPLIT-DAYS / WS-SEG-DAYS
                   MOVE WS-PART-USAGE-GB TO WS-TMP-USAGE-GB
                   MOVE WS-PART-VOICE-MIN TO WS-TMP-VOICE-MIN
                   MOVE WS-SPLIT-DAYS TO WS-PART-DAYS
                   PERFORM 355-PRICE-SEGMENT-PART
               END-IF
               MOVE WS-LATE-PLAN-IDX TO WS-PLAN-IDX
               COMPUTE WS-TMP-USAGE-GB =
                   WS-SEG-USAGE-GB - WS-PART-USAGE-GB
               COMPUTE WS-TMP-VOICE-MIN =
                   WS-SEG-VOICE-MIN - WS-PART-VOICE-MIN
               COMPUTE WS-PART-DAYS = WS-SEG-DAYS - WS-SPLIT-DAYS
               PERFORM 355-PRICE-SEGMENT-PART
           END-IF.

      * Parts are priced in cycle order, so the first plan seen is
      * the one the cycle started on and the last is the one it
      * ended on.
       355-PRICE-SEGMENT-PART.
           PERFORM 360-GET-RATES-FOR-PLAN
           ADD WS-TMP-DATA-COST TO WS-SEG-DATA-COST
           ADD WS-TMP-VOICE-COST TO WS-SEG-VOICE-COST
           COMPUTE WS-TMP-BASE-FEE =
               WS-PT-BASE-FEE(WS-PLAN-IDX) * WS-PART-DAYS
                   / WS-CYCLE-DAYS
           ADD WS-TMP-BASE-FEE TO WS-SEG-BASE
           IF WS-FIRST-PLAN = SPACES
               MOVE WS-PT-VERSION(WS-PLAN-IDX) TO WS-FIRST-PLAN
           END-IF
           MOVE WS-PT-VERSION(WS-PLAN-IDX) TO WS-LAST-PLAN.

      * Usage beyond a plan's tier break point is billed at its tier
      * rate; a plan with no break point bills all usage at one rate.
       360-GET-RATES-FOR-PLAN.
           IF WS-PT-DATA-TIER(WS-PLAN-IDX) > 0
                   AND WS-TMP-USAGE-GB > WS-PT-DATA-TIER(WS-PLAN-IDX)
               COMPUTE WS-TMP-DATA-COST =
                   WS-PT-DATA-TIER(WS-PLAN-IDX)
                       * WS-PT-DATA-RATE(WS-PLAN-IDX)
                   + (WS-TMP-USAGE-GB - WS-PT-DATA-TIER(WS-PLAN-IDX))
                       * WS-PT-DATA-TIER-RATE(WS-PLAN-IDX)
           ELSE
               COMPUTE WS-TMP-DATA-COST =
                   WS-TMP-USAGE-GB * WS-PT-DATA-RATE(WS-PLAN-IDX)
           END-IF
           IF WS-PT-VOICE-TIER(WS-PLAN-IDX) > 0
                   AND WS-TMP-VOICE-MIN > WS-PT-VOICE-TIER(WS-PLAN-IDX)
               COMPUTE WS-TMP-VOICE-COST =
                   WS-PT-VOICE-TIER(WS-PLAN-IDX)
                       * WS-PT-VOICE-RATE(WS-PLAN-IDX)
                   + (WS-TMP-VOICE-MIN - WS-PT-VOICE-TIER(WS-PLAN-IDX))
                       * WS-PT-VOICE-TIER-RATE(WS-PLAN-IDX)
           ELSE
               COMPUTE WS-TMP-VOICE-COST =
                   WS-TMP-VOICE-MIN * WS-PT-VOICE-RATE(WS-PLAN-IDX)
           END-IF.

      * A customer type with no plan of its own in effect on the date
      * is priced as standard, which the load has made sure exists.
       365-FIND-PLAN-IN-EFFECT.
           MOVE WS-SEG-TYPE TO WS-LOOKUP-TYPE
           PERFORM 366-SCAN-RATE-PLANS
           IF WS-PLAN-IDX = 0
               MOVE "S" TO WS-LOOKUP-TYPE
               PERFORM 366-SCAN-RATE-PLANS
           END-IF.

       366-SCAN-RATE-PLANS.
           MOVE 0 TO WS-PLAN-IDX
           PERFORM VARYING WS-PLAN-SCAN FROM 1 BY 1
                   UNTIL WS-PLAN-SCAN > WS-PLAN-COUNT
               IF WS-PT-TYPE(WS-PLAN-SCAN) = WS-LOOKUP-TYPE
                       AND WS-PT-EFF-DATE(WS-PLAN-SCAN)
                           NOT > WS-LOOKUP-DATE
                   MOVE WS-PLAN-SCAN TO WS-PLAN-IDX
               END-IF
           END-PERFORM.

       400-WRAP-UP.
           WRITE PRINT-LINE FROM SPACES
           IF WS-MASTER-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-CERTS-AVAILABLE = "Y"
               CLOSE EXEMPT-CERT-FILE
           END-IF

           OPEN OUTPUT RESTART-FILE
           MOVE "COMPLETE" TO RST-STATUS
           MOVE SPACES TO RST-LAST-CUST-ID
           MOVE WS-TOTAL-REVENUE TO RST-REVENUE
           MOVE WS-RECORD-COUNT TO RST-RECORD-COUNT
           MOVE WS-NO-JURIS-COUNT TO RST-NO-JURIS-COUNT
           WRITE RESTART-LINE FROM RESTART-RECORD
           CLOSE RESTART-FILE

           DISPLAY "SALES TAX BILLED: " WS-TOTAL-TAX
           DISPLAY "EXEMPT SALES BILLED: " WS-TOTAL-EXEMPT
           DISPLAY "NOT BILLED, NO TAX JURISDICTION: " WS-NO-JURIS-COUNT

           PERFORM 450-RECONCILE-REVENUE.

           MOVE "CUSTBILL"   TO WS-RS-PROGRAM
           MOVE SPACES TO WS-RS-PREDECESSOR
           CALL "RUNSEQ" USING WS-RUNSEQ-CALL-DATA.

      * A customer with no tax jurisdiction is not billed and counts
      * as rejected; every other customer on the clean feed is
      * billed. A resumed run reports the whole cycle, as its
      * checkpoint carries both counts of the interrupted one.
       620-LOG-RUN-STATISTICS.
           MOVE "CUSTBILL"        TO WS-RT-PROGRAM
           MOVE "B"               TO WS-RT-STREAM
           MOVE SPACE             TO WS-RT-RUN-GROUP
           MOVE WS-RECORD-COUNT   TO WS-RT-RECORDS-READ
           COMPUTE WS-RT-RECORDS-WRITTEN =
               WS-RECORD-COUNT - WS-NO-JURIS-COUNT
           MOVE WS-NO-JURIS-COUNT TO WS-RT-RECORDS-REJECTED
           MOVE WS-TOTAL-REVENUE  TO WS-RT-AMOUNT-TOTAL
           MOVE "BILLED REVENUE"  TO WS-RT-AMOUNT-NAME
           CALL "RUNSTAT" USING WS-RUNSTAT-CALL-DATA.
