      * Quarterly/annual earnings register.  Sweeps the EMPYTD
      * year-to-date earnings file in employee order, pulls names
      * from the employee master, and prints per-employee hours,
      * overtime hours, gross pay and tax withheld on PRTLINE with
      * grand totals (net pay as well) for tax filings.  A
      * command-line parameter of 1 through 4 reports that calendar
      * quarter; 'A' or no parameter reports the full year to date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY EMPYTD.cpy.

       FD EMPLOYEE-MASTER.
       COPY EMPMAST.cpy.

       FD PRINT-LINE.
       01 PRINT-REC PIC X(80).
       01 WS-LINE-HOURS PIC 9(6)V9.
       01 WS-LINE-OT-HOURS PIC 9(6)V9.
       01 WS-LINE-GROSS PIC 9(8)V99.
       01 WS-LINE-WITHHELD PIC 9(8)V99.
       01 WS-LINE-NET-PAY PIC 9(8)V99.
       01 WS-TOTAL-HOURS PIC 9(7)V9 VALUE ZEROS.
       01 WS-TOTAL-OT-HOURS PIC 9(7)V9 VALUE ZEROS.
       01 WS-TOTAL-GROSS PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-WITHHELD PIC 9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-NET-PAY PIC 9(9)V99 VALUE ZEROS.

      * Run-date stamp, same convention as the PLAYING batch pass.
       01 WS-RUN-DATE-CCYYMMDD PIC 9(8).
           05 FILLER PIC X(10) VALUE '    HOURS'.
           05 FILLER PIC X(10) VALUE '   OT HRS'.
           05 FILLER PIC X(13) VALUE '        GROSS'.
           05 FILLER PIC X(12) VALUE '    WITHHELD'.

       01 WS-REPORT-DETAIL-LINE.
           05 WS-RPT-EMPLOYEE-ID PIC X(6).
           05 WS-RPT-OT-HOURS PIC ZZZZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-GROSS PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RPT-WITHHELD PIC ZZZZZZZ9.99.

       01 WS-TOTAL-COUNT-LINE.
           05 WS-RPT-TOTAL-LABEL PIC X(22).
               MOVE EY-YTD-HOURS TO WS-LINE-HOURS
               MOVE EY-YTD-OT-HOURS TO WS-LINE-OT-HOURS
               MOVE EY-YTD-GROSS TO WS-LINE-GROSS
               MOVE EY-YTD-TAX-WITHHELD TO WS-LINE-WITHHELD
               MOVE EY-YTD-NET-PAY TO WS-LINE-NET-PAY
           ELSE
               MOVE EY-QTR-HOURS (WS-REPORT-QUARTER)
                   TO WS-LINE-HOURS
                   TO WS-LINE-OT-HOURS
               MOVE EY-QTR-GROSS (WS-REPORT-QUARTER)
                   TO WS-LINE-GROSS
               MOVE EY-QTR-TAX-WITHHELD (WS-REPORT-QUARTER)
                   TO WS-LINE-WITHHELD
               MOVE EY-QTR-NET-PAY (WS-REPORT-QUARTER)
                   TO WS-LINE-NET-PAY
           END-IF
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE EY-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID
           MOVE WS-LINE-HOURS TO WS-RPT-HOURS
           MOVE WS-LINE-OT-HOURS TO WS-RPT-OT-HOURS
           MOVE WS-LINE-GROSS TO WS-RPT-GROSS
           MOVE WS-LINE-WITHHELD TO WS-RPT-WITHHELD
           WRITE PRINT-REC FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           ADD WS-LINE-HOURS TO WS-TOTAL-HOURS
           ADD WS-LINE-OT-HOURS TO WS-TOTAL-OT-HOURS
           ADD WS-LINE-GROSS TO WS-TOTAL-GROSS
           ADD WS-LINE-WITHHELD TO WS-TOTAL-WITHHELD
           ADD WS-LINE-NET-PAY TO WS-TOTAL-NET-PAY.

       WRITE-REGISTER-TOTALS.
           MOVE 'EMPLOYEES REPORTED' TO WS-RPT-TOTAL-LABEL
               AFTER ADVANCING 1 LINES
           MOVE 'TOTAL GROSS PAY' TO WS-RPT-MONEY-LABEL
           MOVE WS-TOTAL-GROSS TO WS-RPT-MONEY-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-MONEY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TOTAL TAX WITHHELD' TO WS-RPT-MONEY-LABEL
           MOVE WS-TOTAL-WITHHELD TO WS-RPT-MONEY-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-MONEY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TOTAL NET PAY' TO WS-RPT-MONEY-LABEL
           MOVE WS-TOTAL-NET-PAY TO WS-RPT-MONEY-VALUE
           WRITE PRINT-REC FROM WS-TOTAL-MONEY-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
