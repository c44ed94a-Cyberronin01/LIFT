       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
       AUTHOR. LEGACYLIFT-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-ITEMS-FILE ASSIGN TO "bank_paid_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.
           SELECT ESCHEAT-TRANS-FILE ASSIGN TO "check_escheat_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "check_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CHECK-SORT-FILE ASSIGN TO "sortwk1".
           SELECT SORTED-CHECK-FILE ASSIGN TO "sorted_checks.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT RECON-REPORT ASSIGN TO "check_recon.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ESCHEAT-REPORT ASSIGN TO "check_escheat.out"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One row per item the bank paid against the payroll account,
      * as returned on the bank's paid-items file.
       FD  PAID-ITEMS-FILE.
       01  PAID-ITEM-RECORD.
           05  PI-CHECK-NO            PIC 9(8).
           05  FILLER                 PIC X(2).
           05  PI-AMOUNT              PIC 9(6)V99.
           05  FILLER                 PIC X(2).
           05  PI-PAID-DATE           PIC 9(8).

      * A stale-dated check that has been reported and remitted to the
      * state as unclaimed property, with the state report reference.
       FD  ESCHEAT-TRANS-FILE.
       01  ESCHEAT-TRANSACTION.
           05  ET-CHECK-NO            PIC 9(8).
           05  FILLER                 PIC X(2).
           05  ET-STATE-REF           PIC X(20).

       FD  CHECK-REGISTER-FILE.
           COPY "checkregrec.cpy".

       SD  CHECK-SORT-FILE.
       01  CS-RECORD.
           05  CS-CHECK-NO            PIC 9(8).
           05  CS-EMP-ID              PIC 9(5).
           05  CS-PAYEE-NAME          PIC X(30).
           05  CS-AMOUNT              PIC 9(6)V99.
           05  CS-ISSUE-DATE          PIC 9(8).
           05  CS-STATUS              PIC X(1).
           05  CS-REPLACES-CHECK-NO   PIC 9(8).
           05  CS-PAID-DATE           PIC 9(8).
           05  CS-ESCHEAT-DATE        PIC 9(8).

       FD  SORTED-CHECK-FILE.
       01  SC-RECORD.
           05  SC-CHECK-NO            PIC 9(8).
           05  SC-EMP-ID              PIC 9(5).
           05  SC-PAYEE-NAME          PIC X(30).
           05  SC-AMOUNT              PIC 9(6)V99.
           05  SC-ISSUE-DATE          PIC 9(8).
           05  SC-STATUS              PIC X(1).
               88  SC-ISSUED            VALUE "I".
           05  SC-REPLACES-CHECK-NO   PIC 9(8).
           05  SC-PAID-DATE           PIC 9(8).
           05  SC-ESCHEAT-DATE        PIC 9(8).

       FD  RECON-REPORT.
       01  RECON-LINE                 PIC X(100).

       FD  ESCHEAT-REPORT.
       01  ESCHEAT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PAID-STATUS             PIC X(2) VALUE "00".
       01  WS-ESCHEAT-STATUS          PIC X(2) VALUE "00".
       01  WS-REGISTER-STATUS         PIC X(2) VALUE "00".
       01  WS-SRT-STATUS              PIC X(2) VALUE "00".
       01  WS-RPT-STATUS              PIC X(2) VALUE "00".
       01  WS-ESC-RPT-STATUS          PIC X(2) VALUE "00".
       01  WS-PAID-EOF                PIC X(1) VALUE "N".
       01  WS-ESCHEAT-EOF             PIC X(1) VALUE "N".
       01  WS-SORT-EOF                PIC X(1) VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE 0.
       01  WS-CHECK-AGE               PIC S9(6) VALUE 0.
       01  WS-EXCEPTION-REASON        PIC X(30) VALUE SPACES.

      * Unclaimed-property rules treat an uncashed payroll check as
      * abandoned once it is this many days past its issue date.
       01  WS-STALE-DAYS              PIC 9(4) VALUE 180.

       01  WS-CLEARED-COUNT           PIC 9(6) VALUE 0.
       01  WS-CLEARED-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-ESCHEATED-COUNT         PIC 9(6) VALUE 0.
       01  WS-ESCHEATED-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-OUTSTANDING-COUNT       PIC 9(6) VALUE 0.
       01  WS-OUTSTANDING-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-STALE-COUNT             PIC 9(6) VALUE 0.
       01  WS-STALE-TOTAL             PIC 9(9)V99 VALUE 0.

       01  WS-RPT-SEPARATOR.
           05  FILLER                 PIC X(80) VALUE ALL "=".

       01  WS-RPT-TITLE.
           05  FILLER                 PIC X(40) VALUE
               "PAYROLL CHECK BANK RECONCILIATION".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  RT-RUN-DATE            PIC 9(8).

       01  WS-RPT-SECTION.
           05  RS-SECTION-NAME        PIC X(40).

       01  WS-EXC-COL-HEADING.
           05  FILLER                 PIC X(10) VALUE "CHECK NO".
           05  FILLER                 PIC X(13) VALUE "   BANK PAID".
           05  FILLER                 PIC X(10) VALUE "PAID DATE".
           05  FILLER                 PIC X(13) VALUE "  REGISTER".
           05  FILLER                 PIC X(30) VALUE "EXCEPTION".

       01  WS-EXC-DETAIL.
           05  XD-CHECK-NO            PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-BANK-AMOUNT         PIC $$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-PAID-DATE           PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-REG-AMOUNT          PIC $$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XD-REASON              PIC X(30).

       01  WS-OUT-COL-HEADING.
           05  FILLER                 PIC X(10) VALUE "ISSUED".
           05  FILLER                 PIC X(10) VALUE "CHECK NO".
           05  FILLER                 PIC X(7)  VALUE "EMP ID".
           05  FILLER                 PIC X(32) VALUE "PAYEE".
           05  FILLER                 PIC X(13) VALUE "     AMOUNT".
           05  FILLER                 PIC X(6)  VALUE "  DAYS".
           05  FILLER                 PIC X(6)  VALUE SPACES.

       01  WS-OUT-DETAIL.
           05  OD-ISSUE-DATE          PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OD-CHECK-NO            PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OD-EMP-ID              PIC 9(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OD-PAYEE-NAME          PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OD-AMOUNT              PIC $$$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OD-AGE                 PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  OD-STALE-FLAG          PIC X(5).

       01  WS-RPT-TOTAL-LINE.
           05  RL-CAPTION             PIC X(30).
           05  RL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-AMOUNT              PIC $$$,$$$,$$9.99.

       01  WS-ESC-TITLE.
           05  FILLER                 PIC X(40) VALUE
               "STALE-DATED PAYROLL CHECKS - ESCHEAT".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  ET-RUN-DATE            PIC 9(8).

       01  WS-ESC-APPLIED-LINE.
           05  FILLER                 PIC X(10) VALUE "ESCHEATED ".
           05  EA-CHECK-NO            PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EA-PAYEE-NAME          PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EA-AMOUNT              PIC $$$$,$$9.99.
           05  FILLER                 PIC X(6)  VALUE " REF: ".
           05  EA-STATE-REF           PIC X(20).

       01  WS-ESC-REJECT-LINE.
           05  FILLER                 PIC X(10) VALUE "REJECTED  ".
           05  ER-CHECK-NO            PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ER-REASON              PIC X(40).

      * Ties the checks the bank reports paid back to the numbered
      * check register CHECKPRT keeps. A paid item whose check number
      * and amount both agree with an issued check marks that check
      * cleared with the bank's paid date; anything else is listed as
      * an exception for the treasury clerk and the register is left
      * alone. Escheat cards for stale checks that have been remitted
      * to the state are applied next, and the register is then
      * listed in issue-date order to show what is still outstanding,
      * flagging each check past the stale-dated limit as a candidate
      * for the state unclaimed-property report.
       PROCEDURE DIVISION.
       RECON-MAIN.
           PERFORM INITIALIZE-RECON-RUN.
           PERFORM MATCH-PAID-ITEMS.
           PERFORM APPLY-ESCHEAT-TRANSACTIONS.
           CLOSE CHECK-REGISTER-FILE.
           PERFORM LIST-OUTSTANDING-CHECKS.
           PERFORM FINISH-RECON-RUN.
           STOP RUN.

       INITIALIZE-RECON-RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN I-O CHECK-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHECK-REGISTER-FILE: "
                   WS-REGISTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RECON-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RECON-REPORT: " WS-RPT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT ESCHEAT-REPORT.
           IF WS-ESC-RPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ESCHEAT-REPORT: "
                   WS-ESC-RPT-STATUS
               STOP RUN
           END-IF.
           WRITE RECON-LINE FROM WS-RPT-SEPARATOR.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           WRITE RECON-LINE FROM WS-RPT-TITLE.
           WRITE RECON-LINE FROM WS-RPT-SEPARATOR.
           WRITE ESCHEAT-LINE FROM WS-RPT-SEPARATOR.
           MOVE WS-RUN-DATE TO ET-RUN-DATE.
           WRITE ESCHEAT-LINE FROM WS-ESC-TITLE.
           WRITE ESCHEAT-LINE FROM WS-RPT-SEPARATOR.

       MATCH-PAID-ITEMS.
           MOVE "PAID-ITEM EXCEPTIONS" TO RS-SECTION-NAME.
           WRITE RECON-LINE FROM WS-RPT-SECTION.
           WRITE RECON-LINE FROM WS-EXC-COL-HEADING.
           OPEN INPUT PAID-ITEMS-FILE.
           IF WS-PAID-STATUS NOT = "00"
               DISPLAY "NO BANK PAID-ITEMS FILE THIS RUN"
           ELSE
               READ PAID-ITEMS-FILE
                   AT END MOVE "Y" TO WS-PAID-EOF
               END-READ
               PERFORM UNTIL WS-PAID-EOF = "Y"
                   PERFORM MATCH-ONE-PAID-ITEM
                   READ PAID-ITEMS-FILE
                       AT END MOVE "Y" TO WS-PAID-EOF
                   END-READ
               END-PERFORM
               CLOSE PAID-ITEMS-FILE
           END-IF.
           MOVE "CHECKS CLEARED THIS RUN"  TO RL-CAPTION.
           MOVE WS-CLEARED-COUNT           TO RL-COUNT.
           MOVE WS-CLEARED-TOTAL           TO RL-AMOUNT.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           WRITE RECON-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "PAID ITEMS IN EXCEPTION"  TO RL-CAPTION.
           MOVE WS-EXCEPTION-COUNT         TO RL-COUNT.
           MOVE WS-EXCEPTION-TOTAL         TO RL-AMOUNT.
           WRITE RECON-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.

      * Only an issued check can clear. A check the bank pays twice,
      * or pays after it was voided or escheated, is the bank's error
      * or a forgery and goes back to the bank as an exception.
       MATCH-ONE-PAID-ITEM.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE 0 TO XD-REG-AMOUNT.
           MOVE PI-CHECK-NO TO CK-CHECK-NO.
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   MOVE "PAID BUT NOT ON REGISTER"
                       TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   MOVE CK-AMOUNT TO XD-REG-AMOUNT
                   EVALUATE TRUE
                       WHEN CK-VOIDED
                           MOVE "PAID BUT VOIDED"
                               TO WS-EXCEPTION-REASON
                       WHEN CK-ESCHEATED
                           MOVE "PAID BUT ESCHEATED"
                               TO WS-EXCEPTION-REASON
                       WHEN CK-CLEARED
                           MOVE "ALREADY CLEARED"
                               TO WS-EXCEPTION-REASON
                       WHEN PI-AMOUNT NOT = CK-AMOUNT
                           MOVE "AMOUNT MISMATCH"
                               TO WS-EXCEPTION-REASON
                       WHEN OTHER
                           PERFORM CLEAR-REGISTER-CHECK
                   END-EVALUATE
           END-READ.
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CLEAR-REGISTER-CHECK.
           MOVE "C"          TO CK-STATUS.
           MOVE PI-PAID-DATE TO CK-PAID-DATE.
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   MOVE "REGISTER UPDATE FAILED"
                       TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CLEARED-COUNT
                   ADD CK-AMOUNT TO WS-CLEARED-TOTAL
           END-REWRITE.

       WRITE-EXCEPTION-LINE.
           MOVE PI-CHECK-NO         TO XD-CHECK-NO.
           MOVE PI-AMOUNT           TO XD-BANK-AMOUNT.
           MOVE PI-PAID-DATE        TO XD-PAID-DATE.
           MOVE WS-EXCEPTION-REASON TO XD-REASON.
           WRITE RECON-LINE FROM WS-EXC-DETAIL.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD PI-AMOUNT TO WS-EXCEPTION-TOTAL.

      * A check may only be escheated once it is still outstanding and
      * past the stale-dated limit; cleared, voided and young checks
      * are rejected so the register cannot lose a live liability.
       APPLY-ESCHEAT-TRANSACTIONS.
           OPEN INPUT ESCHEAT-TRANS-FILE.
           IF WS-ESCHEAT-STATUS NOT = "00"
               DISPLAY "NO ESCHEAT TRANSACTIONS THIS RUN"
           ELSE
               READ ESCHEAT-TRANS-FILE
                   AT END MOVE "Y" TO WS-ESCHEAT-EOF
               END-READ
               PERFORM UNTIL WS-ESCHEAT-EOF = "Y"
                   PERFORM APPLY-ONE-ESCHEAT
                   READ ESCHEAT-TRANS-FILE
                       AT END MOVE "Y" TO WS-ESCHEAT-EOF
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-TRANS-FILE
               MOVE SPACES TO ESCHEAT-LINE
               WRITE ESCHEAT-LINE
           END-IF.

       APPLY-ONE-ESCHEAT.
           MOVE ET-CHECK-NO TO CK-CHECK-NO.
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   MOVE "CHECK NOT ON REGISTER" TO ER-REASON
                   PERFORM WRITE-ESCHEAT-REJECT
               NOT INVALID KEY
                   COMPUTE WS-CHECK-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(CK-ISSUE-DATE)
                   EVALUATE TRUE
                       WHEN NOT CK-ISSUED
                           MOVE "CHECK IS NOT OUTSTANDING" TO ER-REASON
                           PERFORM WRITE-ESCHEAT-REJECT
                       WHEN WS-CHECK-AGE <= WS-STALE-DAYS
                           MOVE "CHECK IS NOT YET STALE-DATED"
                               TO ER-REASON
                           PERFORM WRITE-ESCHEAT-REJECT
                       WHEN OTHER
                           PERFORM ESCHEAT-REGISTER-CHECK
                   END-EVALUATE
           END-READ.

       ESCHEAT-REGISTER-CHECK.
           MOVE "E"         TO CK-STATUS.
           MOVE WS-RUN-DATE TO CK-ESCHEAT-DATE.
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   MOVE "REGISTER UPDATE FAILED" TO ER-REASON
                   PERFORM WRITE-ESCHEAT-REJECT
               NOT INVALID KEY
                   MOVE CK-CHECK-NO   TO EA-CHECK-NO
                   MOVE CK-PAYEE-NAME TO EA-PAYEE-NAME
                   MOVE CK-AMOUNT     TO EA-AMOUNT
                   MOVE ET-STATE-REF  TO EA-STATE-REF
                   WRITE ESCHEAT-LINE FROM WS-ESC-APPLIED-LINE
                   ADD 1 TO WS-ESCHEATED-COUNT
                   ADD CK-AMOUNT TO WS-ESCHEATED-TOTAL
           END-REWRITE.

       WRITE-ESCHEAT-REJECT.
           MOVE ET-CHECK-NO TO ER-CHECK-NO.
           WRITE ESCHEAT-LINE FROM WS-ESC-REJECT-LINE.

      * Every check still issued is outstanding. Those past the stale
      * limit are flagged here and copied to the escheat report as
      * candidates for the next unclaimed-property filing.
       LIST-OUTSTANDING-CHECKS.
           SORT CHECK-SORT-FILE
               ON ASCENDING KEY CS-ISSUE-DATE CS-CHECK-NO
               USING CHECK-REGISTER-FILE
               GIVING SORTED-CHECK-FILE.
           MOVE "OUTSTANDING CHECKS BY ISSUE DATE" TO RS-SECTION-NAME.
           WRITE RECON-LINE FROM WS-RPT-SECTION.
           WRITE RECON-LINE FROM WS-OUT-COL-HEADING.
           MOVE "ESCHEAT CANDIDATES" TO RS-SECTION-NAME.
           WRITE ESCHEAT-LINE FROM WS-RPT-SECTION.
           WRITE ESCHEAT-LINE FROM WS-OUT-COL-HEADING.
           OPEN INPUT SORTED-CHECK-FILE.
           IF WS-SRT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SORTED-CHECK-FILE: "
                   WS-SRT-STATUS
               STOP RUN
           END-IF.
           READ SORTED-CHECK-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-READ.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               IF SC-ISSUED
                   PERFORM WRITE-OUTSTANDING-LINE
               END-IF
               READ SORTED-CHECK-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
               END-READ
           END-PERFORM.
           CLOSE SORTED-CHECK-FILE.

       WRITE-OUTSTANDING-LINE.
           COMPUTE WS-CHECK-AGE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(SC-ISSUE-DATE).
           MOVE SC-ISSUE-DATE TO OD-ISSUE-DATE.
           MOVE SC-CHECK-NO   TO OD-CHECK-NO.
           MOVE SC-EMP-ID     TO OD-EMP-ID.
           MOVE SC-PAYEE-NAME TO OD-PAYEE-NAME.
           MOVE SC-AMOUNT     TO OD-AMOUNT.
           MOVE WS-CHECK-AGE  TO OD-AGE.
           MOVE SPACES        TO OD-STALE-FLAG.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD SC-AMOUNT TO WS-OUTSTANDING-TOTAL.
           IF WS-CHECK-AGE > WS-STALE-DAYS
               MOVE "STALE" TO OD-STALE-FLAG
               WRITE ESCHEAT-LINE FROM WS-OUT-DETAIL
               ADD 1 TO WS-STALE-COUNT
               ADD SC-AMOUNT TO WS-STALE-TOTAL
           END-IF.
           WRITE RECON-LINE FROM WS-OUT-DETAIL.

      * The outstanding total is what the payroll bank account balance
      * should exceed the bank statement's ledger balance by.
       FINISH-RECON-RUN.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE "CHECKS OUTSTANDING"      TO RL-CAPTION.
           MOVE WS-OUTSTANDING-COUNT      TO RL-COUNT.
           MOVE WS-OUTSTANDING-TOTAL      TO RL-AMOUNT.
           WRITE RECON-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "  OF WHICH STALE-DATED"  TO RL-CAPTION.
           MOVE WS-STALE-COUNT            TO RL-COUNT.
           MOVE WS-STALE-TOTAL            TO RL-AMOUNT.
           WRITE RECON-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "CHECKS ESCHEATED THIS RUN" TO RL-CAPTION.
           MOVE WS-ESCHEATED-COUNT        TO RL-COUNT.
           MOVE WS-ESCHEATED-TOTAL        TO RL-AMOUNT.
           WRITE RECON-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE SPACES TO ESCHEAT-LINE.
           WRITE ESCHEAT-LINE.
           MOVE "STALE-DATED CANDIDATES"  TO RL-CAPTION.
           MOVE WS-STALE-COUNT            TO RL-COUNT.
           MOVE WS-STALE-TOTAL            TO RL-AMOUNT.
           WRITE ESCHEAT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE "ESCHEATED THIS RUN"      TO RL-CAPTION.
           MOVE WS-ESCHEATED-COUNT        TO RL-COUNT.
           MOVE WS-ESCHEATED-TOTAL        TO RL-AMOUNT.
           WRITE ESCHEAT-LINE FROM WS-RPT-TOTAL-LINE.
           CLOSE RECON-REPORT.
           CLOSE ESCHEAT-REPORT.
           DISPLAY "CHECKS CLEARED:     " WS-CLEARED-COUNT.
           DISPLAY "PAID EXCEPTIONS:    " WS-EXCEPTION-COUNT.
           DISPLAY "CHECKS ESCHEATED:   " WS-ESCHEATED-COUNT.
           DISPLAY "CHECKS OUTSTANDING: " WS-OUTSTANDING-COUNT.
           DISPLAY "STALE-DATED CHECKS: " WS-STALE-COUNT.
