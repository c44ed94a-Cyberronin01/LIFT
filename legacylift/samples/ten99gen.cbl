       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEN99GEN.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACTOR-YTD-FILE ASSIGN TO "contractor_ytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CY-KEY
               FILE STATUS IS WS-YTD-STATUS.
           SELECT CONTRACTOR-MASTER ASSIGN TO "contractor_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACTOR-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EMPLOYER-FILE ASSIGN TO "newhire_employer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-STATUS.
           SELECT TRANSMITTER-FILE ASSIGN TO "ten99_transmitter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ten99_statements.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT EFILE-FILE ASSIGN TO "ten99_efile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFILE-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "ten99_control.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACTOR-YTD-FILE.
           COPY "contrytdrec.cpy".

       FD  CONTRACTOR-MASTER.
           COPY "contractrec.cpy".

      * The payer on every 1099 is the same employing company named
      * on the state new-hire files.
       FD  EMPLOYER-FILE.
       01  EMPLOYER-RECORD.
           05  ER-FEIN                PIC X(9).
           05  FILLER                 PIC X(2).
           05  ER-NAME                PIC X(30).
           05  FILLER                 PIC X(2).
           05  ER-ADDRESS             PIC X(30).
           05  FILLER                 PIC X(2).
           05  ER-CITY                PIC X(20).
           05  FILLER                 PIC X(2).
           05  ER-STATE-CODE          PIC X(2).
           05  FILLER                 PIC X(2).
           05  ER-ZIP-CODE            PIC X(10).

      * Transmitter control for the electronic filing: the control
      * code the IRS assigned for information returns, whether the
      * file is a test submission, and who the IRS should contact
      * about it.
       FD  TRANSMITTER-FILE.
       01  TRANSMITTER-RECORD.
           05  TX-TCC                 PIC X(5).
           05  FILLER                 PIC X(2).
           05  TX-TEST-FLAG           PIC X(1).
           05  FILLER                 PIC X(2).
           05  TX-CONTACT-NAME        PIC X(40).
           05  FILLER                 PIC X(2).
           05  TX-CONTACT-PHONE       PIC X(15).
           05  FILLER                 PIC X(2).
           05  TX-CONTACT-EMAIL       PIC X(50).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(80).

       FD  EFILE-FILE.
       01  EFILE-RECORD               PIC X(750).

       FD  CONTROL-REPORT.
       01  CONTROL-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-YTD-STATUS              PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS           PIC X(2) VALUE "00".
       01  WS-EMPLOYER-STATUS         PIC X(2) VALUE "00".
       01  WS-TRANSMIT-STATUS         PIC X(2) VALUE "00".
       01  WS-STMT-STATUS             PIC X(2) VALUE "00".
       01  WS-EFILE-STATUS            PIC X(2) VALUE "00".
       01  WS-CTL-STATUS              PIC X(2) VALUE "00".
       01  WS-EOF                     PIC X(1) VALUE "N".
       01  WS-TAX-YEAR-IN             PIC X(4) VALUE SPACES.
       01  WS-TAX-YEAR                PIC 9(4) VALUE 0.
       01  WS-CURRENT-YEAR            PIC 9(4) VALUE 0.

      * R = reportable, U = paid under the threshold, H = held
      * because the contractor is no longer on the master, space =
      * another year's record.
       01  WS-PAYEE-DISPOSITION       PIC X(1) VALUE SPACE.

      * A 1099-NEC is due for nonemployee compensation of $600 or
      * more through payments made in 2025, and $2,000 or more from
      * 2026 on; the later figure is indexed for inflation from 2027
      * and is kept current here. Any backup withholding makes a
      * form due whatever the amount.
       01  WS-THRESHOLD-THROUGH-2025  PIC 9(6)V99 VALUE 600.00.
       01  WS-THRESHOLD-FROM-2026     PIC 9(6)V99 VALUE 2000.00.
       01  WS-THRESHOLD               PIC 9(6)V99 VALUE 0.

       01  WS-PAYEE-COUNT             PIC 9(8) VALUE 0.
       01  WS-FORM-COUNT              PIC 9(8) VALUE 0.
       01  WS-UNDER-COUNT             PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(6) VALUE 0.
       01  WS-RECORD-SEQ              PIC 9(8) VALUE 0.
       01  WS-TOTAL-PAID              PIC 9(16)V99 VALUE 0.
       01  WS-TOTAL-BACKUP-WH         PIC 9(16)V99 VALUE 0.
       01  WS-UNDER-PAID              PIC 9(10)V99 VALUE 0.

       01  WS-ZIP-IN                  PIC X(10) VALUE SPACES.
       01  WS-ZIP-OUT                 PIC X(9)  VALUE SPACES.
       01  WS-MASKED-TIN              PIC X(11) VALUE SPACES.
       01  WS-TIN-EDIT                PIC X(11) VALUE SPACES.
       01  WS-MONEY-EDIT              PIC $$$$,$$$,$$9.99.
       01  WS-COUNT-EDIT              PIC ZZ,ZZ9.

      * Electronic filing records, 750 bytes each, in the positions
      * the IRS specifies for information returns filed through FIRE:
      * one T (transmitter), one A (payer) with its B (payee) records
      * and closing C (payer totals), and a final F (end of
      * transmission). Amounts are in cents, right-justified and
      * zero-filled. Name controls are left blank, which the IRS
      * accepts when it cannot be determined from the record.
       01  WS-T-RECORD.
           05  FILLER                 PIC X(1)  VALUE "T".
           05  TR-PAYMENT-YEAR        PIC 9(4).
           05  TR-PRIOR-YEAR-IND      PIC X(1)  VALUE SPACE.
           05  TR-TRANSMITTER-TIN     PIC X(9).
           05  TR-TCC                 PIC X(5).
           05  FILLER                 PIC X(7)  VALUE SPACES.
           05  TR-TEST-IND            PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  TR-TRANSMITTER-NAME    PIC X(40).
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  TR-COMPANY-NAME        PIC X(40).
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  TR-COMPANY-ADDRESS     PIC X(40).
           05  TR-COMPANY-CITY        PIC X(40).
           05  TR-COMPANY-STATE       PIC X(2).
           05  TR-COMPANY-ZIP         PIC X(9).
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  TR-PAYEE-COUNT         PIC 9(8).
           05  TR-CONTACT-NAME        PIC X(40).
           05  TR-CONTACT-PHONE       PIC X(15).
           05  TR-CONTACT-EMAIL       PIC X(50).
           05  FILLER                 PIC X(91) VALUE SPACES.
           05  TR-SEQUENCE            PIC 9(8).
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  TR-VENDOR-IND          PIC X(1)  VALUE "I".
           05  FILLER                 PIC X(232) VALUE SPACES.

       01  WS-A-RECORD.
           05  FILLER                 PIC X(1)  VALUE "A".
           05  AR-PAYMENT-YEAR        PIC 9(4).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  AR-PAYER-TIN           PIC X(9).
           05  AR-NAME-CONTROL        PIC X(4)  VALUE SPACES.
           05  AR-LAST-FILING-IND     PIC X(1)  VALUE SPACE.
           05  AR-TYPE-OF-RETURN      PIC X(2)  VALUE "NE".
           05  AR-AMOUNT-CODES        PIC X(18) VALUE "14".
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  AR-FOREIGN-IND         PIC X(1)  VALUE SPACE.
           05  AR-PAYER-NAME          PIC X(40).
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  AR-TRANSFER-AGENT-IND  PIC X(1)  VALUE "0".
           05  AR-PAYER-ADDRESS       PIC X(40).
           05  AR-PAYER-CITY          PIC X(40).
           05  AR-PAYER-STATE         PIC X(2).
           05  AR-PAYER-ZIP           PIC X(9).
           05  AR-PAYER-PHONE         PIC X(15).
           05  FILLER                 PIC X(260) VALUE SPACES.
           05  AR-SEQUENCE            PIC 9(8).
           05  FILLER                 PIC X(243) VALUE SPACES.

      * Box 1 (nonemployee compensation) is payment amount 1 and
      * box 4 (federal income tax withheld) payment amount 4; the
      * other fourteen amount fields are unused on a 1099-NEC.
       01  WS-B-RECORD.
           05  FILLER                 PIC X(1)  VALUE "B".
           05  BR-PAYMENT-YEAR        PIC 9(4).
           05  BR-CORRECTED-IND       PIC X(1)  VALUE SPACE.
           05  BR-NAME-CONTROL        PIC X(4)  VALUE SPACES.
           05  BR-TIN-TYPE            PIC X(1).
           05  BR-PAYEE-TIN           PIC X(9).
           05  BR-ACCOUNT-NUMBER      PIC X(20).
           05  BR-OFFICE-CODE         PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  BR-AMOUNT-1            PIC 9(10)V99.
           05  BR-AMOUNT-2            PIC 9(10)V99 VALUE 0.
           05  BR-AMOUNT-3            PIC 9(10)V99 VALUE 0.
           05  BR-AMOUNT-4            PIC 9(10)V99.
           05  FILLER                 PIC X(168) VALUE ALL "0".
           05  FILLER                 PIC X(16) VALUE SPACES.
           05  BR-FOREIGN-IND         PIC X(1)  VALUE SPACE.
           05  BR-PAYEE-NAME          PIC X(40).
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  BR-PAYEE-ADDRESS       PIC X(40).
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  BR-PAYEE-CITY          PIC X(40).
           05  BR-PAYEE-STATE         PIC X(2).
           05  BR-PAYEE-ZIP           PIC X(9).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  BR-SEQUENCE            PIC 9(8).
           05  FILLER                 PIC X(36) VALUE SPACES.
           05  BR-SECOND-TIN-NOTICE   PIC X(1)  VALUE SPACE.
           05  FILLER                 PIC X(206) VALUE SPACES.

       01  WS-C-RECORD.
           05  FILLER                 PIC X(1)  VALUE "C".
           05  CR-PAYEE-COUNT         PIC 9(8).
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  CR-TOTAL-1             PIC 9(16)V99.
           05  CR-TOTAL-2             PIC 9(16)V99 VALUE 0.
           05  CR-TOTAL-3             PIC 9(16)V99 VALUE 0.
           05  CR-TOTAL-4             PIC 9(16)V99.
           05  FILLER                 PIC X(252) VALUE ALL "0".
           05  FILLER                 PIC X(160) VALUE SPACES.
           05  CR-SEQUENCE            PIC 9(8).
           05  FILLER                 PIC X(243) VALUE SPACES.

       01  WS-F-RECORD.
           05  FILLER                 PIC X(1)  VALUE "F".
           05  FR-A-RECORD-COUNT      PIC 9(8)  VALUE 1.
           05  FILLER                 PIC X(21) VALUE ALL "0".
           05  FILLER                 PIC X(19) VALUE SPACES.
           05  FR-PAYEE-COUNT         PIC 9(8).
           05  FILLER                 PIC X(442) VALUE SPACES.
           05  FR-SEQUENCE            PIC 9(8).
           05  FILLER                 PIC X(243) VALUE SPACES.

      * Recipient statement (copy B) lines.
       01  WS-STMT-TITLE.
           05  FILLER                 PIC X(46) VALUE
               "FORM 1099-NEC   NONEMPLOYEE COMPENSATION   ".
           05  FILLER                 PIC X(9)  VALUE "TAX YEAR ".
           05  ST-TAX-YEAR            PIC 9(4).

       01  WS-STMT-FIELD.
           05  SF-CAPTION             PIC X(24).
           05  SF-VALUE               PIC X(50).

       01  WS-STMT-SEPARATOR          PIC X(80) VALUE ALL "-".

       01  WS-CTL-DETAIL.
           05  CD-CONTRACTOR-ID       PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CD-NAME                PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CD-PAID                PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CD-NOTE                PIC X(40).

       01  WS-CTL-TOTAL-LINE.
           05  CL-CAPTION             PIC X(40).
           05  CL-VALUE               PIC X(20).

      * Produces the year's 1099-NEC statements and the electronic
      * filing for every contractor paid at or over the reporting
      * threshold, or backup-withheld on, from the contractor year-to-
      * date file that CONTRPAY keeps apart from the W-2 figures. The
      * tax year comes from TEN99_YEAR and defaults to the year just
      * ended, since the forms are produced in January. A year-to-
      * date row whose contractor has left the master cannot be filed
      * without a taxpayer id and is listed on the control report for
      * follow-up instead. The year-to-date file is read twice: once
      * to count the payees the transmitter record must declare up
      * front, and once to write the forms.
       PROCEDURE DIVISION.
       TEN99-MAIN.
           PERFORM INITIALIZE-TEN99-RUN.
           PERFORM COUNT-PAYEES UNTIL WS-EOF = "Y".
           PERFORM START-FILING.
           PERFORM PRODUCE-FORMS UNTIL WS-EOF = "Y".
           PERFORM FINISH-TEN99-RUN.
           STOP RUN.

       INITIALIZE-TEN99-RUN.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
           ACCEPT WS-TAX-YEAR-IN FROM ENVIRONMENT "TEN99_YEAR".
           IF WS-TAX-YEAR-IN = SPACES
               COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
           ELSE
               IF WS-TAX-YEAR-IN NOT NUMERIC
                   DISPLAY "ERROR: TEN99_YEAR NOT NUMERIC: "
                       WS-TAX-YEAR-IN
                   STOP RUN
               END-IF
               MOVE WS-TAX-YEAR-IN TO WS-TAX-YEAR
           END-IF.
           IF WS-TAX-YEAR < 2026
               MOVE WS-THRESHOLD-THROUGH-2025 TO WS-THRESHOLD
           ELSE
               MOVE WS-THRESHOLD-FROM-2026 TO WS-THRESHOLD
           END-IF.
           DISPLAY "1099-NEC RUN FOR TAX YEAR " WS-TAX-YEAR.
           OPEN INPUT EMPLOYER-FILE.
           IF WS-EMPLOYER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYER-FILE: "
                   WS-EMPLOYER-STATUS
               STOP RUN
           END-IF.
           READ EMPLOYER-FILE
               AT END
                   DISPLAY "ERROR: EMPLOYER-FILE IS EMPTY"
                   STOP RUN
           END-READ.
           CLOSE EMPLOYER-FILE.
           OPEN INPUT TRANSMITTER-FILE.
           IF WS-TRANSMIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSMITTER-FILE: "
                   WS-TRANSMIT-STATUS
               STOP RUN
           END-IF.
           READ TRANSMITTER-FILE
               AT END
                   DISPLAY "ERROR: TRANSMITTER-FILE IS EMPTY"
                   STOP RUN
           END-READ.
           CLOSE TRANSMITTER-FILE.
           OPEN INPUT CONTRACTOR-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-MASTER: "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CONTRACTOR-YTD-FILE.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-YTD-FILE: "
                   WS-YTD-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CONTRACTOR-YTD-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       COUNT-PAYEES.
           PERFORM CLASSIFY-PAYEE.
           IF WS-PAYEE-DISPOSITION = "R"
               ADD 1 TO WS-PAYEE-COUNT
           END-IF.
           READ CONTRACTOR-YTD-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       CLASSIFY-PAYEE.
           MOVE SPACE TO WS-PAYEE-DISPOSITION.
           IF CY-YEAR = WS-TAX-YEAR
               IF CY-PAID < WS-THRESHOLD AND CY-BACKUP-WH = 0
                   MOVE "U" TO WS-PAYEE-DISPOSITION
               ELSE
                   MOVE CY-CONTRACTOR-ID TO CT-CONTRACTOR-ID
                   READ CONTRACTOR-MASTER
                       INVALID KEY
                           MOVE "H" TO WS-PAYEE-DISPOSITION
                       NOT INVALID KEY
                           MOVE "R" TO WS-PAYEE-DISPOSITION
                   END-READ
               END-IF
           END-IF.

       START-FILING.
           CLOSE CONTRACTOR-YTD-FILE.
           OPEN INPUT CONTRACTOR-YTD-FILE.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTRACTOR-YTD-FILE: "
                   WS-YTD-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STATEMENT-FILE: " WS-STMT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT EFILE-FILE.
           IF WS-EFILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EFILE-FILE: " WS-EFILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CONTROL-REPORT: " WS-CTL-STATUS
               STOP RUN
           END-IF.
           MOVE "1099-NEC CONTROL REPORT - CONTRACTORS NOT FILED"
               TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           PERFORM WRITE-TRANSMITTER-RECORD.
           PERFORM WRITE-PAYER-RECORD.
           MOVE "N" TO WS-EOF.
           READ CONTRACTOR-YTD-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

      * The company transmits its own returns, so the transmitter is
      * the payer and the vendor indicator is in-house.
       WRITE-TRANSMITTER-RECORD.
           MOVE WS-TAX-YEAR      TO TR-PAYMENT-YEAR.
           MOVE ER-FEIN          TO TR-TRANSMITTER-TIN.
           MOVE TX-TCC           TO TR-TCC.
           IF TX-TEST-FLAG = "Y"
               MOVE "T" TO TR-TEST-IND
           ELSE
               MOVE SPACE TO TR-TEST-IND
           END-IF.
           MOVE ER-NAME          TO TR-TRANSMITTER-NAME.
           MOVE ER-NAME          TO TR-COMPANY-NAME.
           MOVE ER-ADDRESS       TO TR-COMPANY-ADDRESS.
           MOVE ER-CITY          TO TR-COMPANY-CITY.
           MOVE ER-STATE-CODE    TO TR-COMPANY-STATE.
           MOVE ER-ZIP-CODE      TO WS-ZIP-IN.
           PERFORM FORMAT-ZIP-CODE.
           MOVE WS-ZIP-OUT       TO TR-COMPANY-ZIP.
           MOVE WS-PAYEE-COUNT   TO TR-PAYEE-COUNT.
           MOVE TX-CONTACT-NAME  TO TR-CONTACT-NAME.
           MOVE TX-CONTACT-PHONE TO TR-CONTACT-PHONE.
           MOVE TX-CONTACT-EMAIL TO TR-CONTACT-EMAIL.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ    TO TR-SEQUENCE.
           WRITE EFILE-RECORD FROM WS-T-RECORD.

       WRITE-PAYER-RECORD.
           MOVE WS-TAX-YEAR      TO AR-PAYMENT-YEAR.
           MOVE ER-FEIN          TO AR-PAYER-TIN.
           MOVE ER-NAME          TO AR-PAYER-NAME.
           MOVE ER-ADDRESS       TO AR-PAYER-ADDRESS.
           MOVE ER-CITY          TO AR-PAYER-CITY.
           MOVE ER-STATE-CODE    TO AR-PAYER-STATE.
           MOVE WS-ZIP-OUT       TO AR-PAYER-ZIP.
           MOVE TX-CONTACT-PHONE TO AR-PAYER-PHONE.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ    TO AR-SEQUENCE.
           WRITE EFILE-RECORD FROM WS-A-RECORD.

       PRODUCE-FORMS.
           PERFORM CLASSIFY-PAYEE.
           EVALUATE WS-PAYEE-DISPOSITION
               WHEN "R"
                   PERFORM WRITE-PAYEE-RECORD
                   PERFORM WRITE-STATEMENT
                   ADD 1 TO WS-FORM-COUNT
                   ADD CY-PAID      TO WS-TOTAL-PAID
                   ADD CY-BACKUP-WH TO WS-TOTAL-BACKUP-WH
               WHEN "U"
                   ADD 1 TO WS-UNDER-COUNT
                   ADD CY-PAID TO WS-UNDER-PAID
               WHEN "H"
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM WRITE-HELD-LINE
           END-EVALUATE.
           READ CONTRACTOR-YTD-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.

       WRITE-PAYEE-RECORD.
           MOVE WS-TAX-YEAR      TO BR-PAYMENT-YEAR.
           IF CT-TIN-EIN
               MOVE "1" TO BR-TIN-TYPE
           ELSE
               MOVE "2" TO BR-TIN-TYPE
           END-IF.
           MOVE CT-TIN           TO BR-PAYEE-TIN.
           MOVE SPACES           TO BR-ACCOUNT-NUMBER.
           MOVE CY-CONTRACTOR-ID TO BR-ACCOUNT-NUMBER(1:5).
           MOVE CY-PAID          TO BR-AMOUNT-1.
           MOVE CY-BACKUP-WH     TO BR-AMOUNT-4.
           MOVE CT-NAME          TO BR-PAYEE-NAME.
           MOVE CT-ADDRESS       TO BR-PAYEE-ADDRESS.
           MOVE CT-CITY          TO BR-PAYEE-CITY.
           MOVE CT-STATE-CODE    TO BR-PAYEE-STATE.
           MOVE CT-ZIP-CODE      TO WS-ZIP-IN.
           PERFORM FORMAT-ZIP-CODE.
           MOVE WS-ZIP-OUT       TO BR-PAYEE-ZIP.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ    TO BR-SEQUENCE.
           WRITE EFILE-RECORD FROM WS-B-RECORD.

      * The recipient's copy shows only the last four digits of the
      * taxpayer id, as the IRS allows on a payee statement.
       WRITE-STATEMENT.
           MOVE WS-TAX-YEAR TO ST-TAX-YEAR.
           WRITE STATEMENT-LINE FROM WS-STMT-TITLE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "PAYER" TO SF-CAPTION.
           MOVE ER-NAME TO SF-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE SPACES TO SF-CAPTION.
           MOVE ER-ADDRESS TO SF-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE SPACES TO SF-VALUE.
           STRING FUNCTION TRIM(ER-CITY) " " ER-STATE-CODE " "
                  ER-ZIP-CODE DELIMITED BY SIZE INTO SF-VALUE
           END-STRING.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE "PAYER TIN" TO SF-CAPTION.
           MOVE SPACES TO WS-TIN-EDIT.
           STRING ER-FEIN(1:2) "-" ER-FEIN(3:7)
               DELIMITED BY SIZE INTO WS-TIN-EDIT
           END-STRING.
           MOVE WS-TIN-EDIT TO SF-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE "RECIPIENT" TO SF-CAPTION.
           MOVE CT-NAME TO SF-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE SPACES TO SF-CAPTION.
           MOVE CT-ADDRESS TO SF-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE SPACES TO SF-VALUE.
           STRING FUNCTION TRIM(CT-CITY) " " CT-STATE-CODE " "
                  CT-ZIP-CODE DELIMITED BY SIZE INTO SF-VALUE
           END-STRING.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE "RECIPIENT TIN" TO SF-CAPTION.
           IF CT-TIN-EIN
               MOVE "**-***" TO WS-MASKED-TIN
               MOVE CT-TIN(6:4) TO WS-MASKED-TIN(7:4)
           ELSE
               MOVE "***-**-" TO WS-MASKED-TIN
               MOVE CT-TIN(6:4) TO WS-MASKED-TIN(8:4)
           END-IF.
           MOVE WS-MASKED-TIN TO SF-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE "ACCOUNT NUMBER" TO SF-CAPTION.
           MOVE SPACES TO SF-VALUE.
           MOVE CY-CONTRACTOR-ID TO SF-VALUE(1:5).
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE "1 NONEMPLOYEE COMP" TO SF-CAPTION.
           MOVE CY-PAID TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO SF-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           MOVE "4 FEDERAL TAX WITHHELD" TO SF-CAPTION.
           MOVE CY-BACKUP-WH TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO SF-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-FIELD.
           WRITE STATEMENT-LINE FROM WS-STMT-SEPARATOR.

       WRITE-HELD-LINE.
           MOVE CY-CONTRACTOR-ID TO CD-CONTRACTOR-ID.
           MOVE CY-NAME          TO CD-NAME.
           MOVE CY-PAID          TO CD-PAID.
           MOVE "NOT ON CONTRACTOR MASTER - NO TIN" TO CD-NOTE.
           WRITE CONTROL-LINE FROM WS-CTL-DETAIL.

      * The filing format wants a nine-digit ZIP with no hyphen.
       FORMAT-ZIP-CODE.
           MOVE SPACES TO WS-ZIP-OUT.
           MOVE WS-ZIP-IN(1:5) TO WS-ZIP-OUT(1:5).
           IF WS-ZIP-IN(6:1) = "-"
               MOVE WS-ZIP-IN(7:4) TO WS-ZIP-OUT(6:4)
           ELSE
               MOVE WS-ZIP-IN(6:4) TO WS-ZIP-OUT(6:4)
           END-IF.

       FINISH-TEN99-RUN.
           MOVE WS-FORM-COUNT      TO CR-PAYEE-COUNT.
           MOVE WS-TOTAL-PAID      TO CR-TOTAL-1.
           MOVE WS-TOTAL-BACKUP-WH TO CR-TOTAL-4.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ      TO CR-SEQUENCE.
           WRITE EFILE-RECORD FROM WS-C-RECORD.
           MOVE WS-FORM-COUNT      TO FR-PAYEE-COUNT.
           ADD 1 TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ      TO FR-SEQUENCE.
           WRITE EFILE-RECORD FROM WS-F-RECORD.
           IF WS-HELD-COUNT = 0
               MOVE "NONE" TO CONTROL-LINE
               WRITE CONTROL-LINE
           END-IF.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE "1099-NEC FORMS FILED" TO CL-CAPTION.
           MOVE WS-FORM-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO CL-VALUE.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE "TOTAL BOX 1 NONEMPLOYEE COMPENSATION" TO CL-CAPTION.
           MOVE WS-TOTAL-PAID TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO CL-VALUE.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE "TOTAL BOX 4 FEDERAL TAX WITHHELD" TO CL-CAPTION.
           MOVE WS-TOTAL-BACKUP-WH TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO CL-VALUE.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE "CONTRACTORS UNDER THRESHOLD" TO CL-CAPTION.
           MOVE WS-UNDER-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO CL-VALUE.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE "PAID UNDER THRESHOLD (NOT REPORTED)" TO CL-CAPTION.
           MOVE WS-UNDER-PAID TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO CL-VALUE.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE "CONTRACTORS HELD, NOT FILED" TO CL-CAPTION.
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO CL-VALUE.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           MOVE "REPORTING THRESHOLD" TO CL-CAPTION.
           MOVE WS-THRESHOLD TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO CL-VALUE.
           WRITE CONTROL-LINE FROM WS-CTL-TOTAL-LINE.
           CLOSE CONTRACTOR-YTD-FILE.
           CLOSE CONTRACTOR-MASTER.
           CLOSE STATEMENT-FILE.
           CLOSE EFILE-FILE.
           CLOSE CONTROL-REPORT.
           DISPLAY "1099-NEC FORMS FILED:   " WS-FORM-COUNT.
           DISPLAY "CONTRACTORS HELD:       " WS-HELD-COUNT.
           DISPLAY "UNDER THRESHOLD:        " WS-UNDER-COUNT.
