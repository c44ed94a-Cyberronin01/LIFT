       01  W2-LINE                    PIC X(132).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-YTD-LINE           PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-YTD-STATUS              PIC X(2) VALUE "00".
       01  WS-STATEMENT-COUNT         PIC 9(4) VALUE 0.
       01  WS-REPORT-YEAR-IN          PIC X(4) VALUE SPACES.
       01  WS-REPORT-YEAR             PIC 9(4) VALUE 0.
       01  WS-TAXABLE-WAGES           PIC 9(8)V99 VALUE 0.

       01  WS-W2-HEADING.
           05  FILLER                 PIC X(20) VALUE
               "ST TAX W/H".
           05  FILLER                 PIC X(14) VALUE
               "BONUS".
           05  FILLER                 PIC X(12) VALUE
               "NET PAY".
           05  FILLER                 PIC X(14) VALUE
               "401K 12-D".

       01  WS-W2-DETAIL.
           05  W2-EMP-ID              PIC 9(5).
           05  W2-BONUS               PIC $$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  W2-NET-PAY             PIC -$$,$$9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  W2-401K                PIC $$$,$$9.99.

      * With W2_YEAR set in the environment, statements come from the
      * ytd_archive.dat records for that year instead of the live
               AT END MOVE "Y" TO WS-EOF
           END-READ.

      * Box 1 wages are gross less the deductions taken before tax;
      * the 401(k) deferrals within them are reported on their own.
       WRITE-W2-STATEMENT.
           MOVE YTD-EMP-ID   TO W2-EMP-ID.
           MOVE YTD-EMP-NAME TO W2-EMP-NAME.
           MOVE YTD-YEAR     TO W2-YEAR.
           IF YTD-PRETAX-DED > YTD-GROSS
               MOVE 0 TO WS-TAXABLE-WAGES
           ELSE
               COMPUTE WS-TAXABLE-WAGES = YTD-GROSS - YTD-PRETAX-DED
           END-IF.
           MOVE WS-TAXABLE-WAGES TO W2-GROSS.
           MOVE YTD-401K-DED TO W2-401K.
           MOVE YTD-FED-TAX  TO W2-TAX.
           MOVE YTD-STATE-TAX TO W2-STATE-TAX.
           MOVE YTD-BONUS    TO W2-BONUS.

      * Archive rows share the live YTD layout, so each line is moved
      * into the YTD record area and formatted by the same paragraph.
      * Rows archived before the pre-tax figures were kept carry
      * blanks there, which read as no pre-tax deductions.
       PROCESS-ARCHIVE-RECORDS.
           MOVE ARCHIVE-YTD-LINE TO YTD-RECORD.
           IF YTD-PRETAX-DED IS NOT NUMERIC
               MOVE 0 TO YTD-PRETAX-DED
           END-IF.
           IF YTD-401K-DED IS NOT NUMERIC
               MOVE 0 TO YTD-401K-DED
           END-IF.
           IF YTD-YEAR = WS-REPORT-YEAR
               PERFORM WRITE-W2-STATEMENT
           END-IF.
