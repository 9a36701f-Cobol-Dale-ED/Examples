      * registers added by hand.  EY-YTD-YEAR names the year the
      * accumulators belong to; the first payroll run of a new year
      * clears them before posting, so last year's totals never leak
      * into the new year's register.  Withholding, benefit and
      * voluntary deductions and net pay ride beside the gross, with
      * withholding and net pay also kept by quarter for the filing.
       01 EY-YTD-RECORD.
           05 EY-EMPLOYEE-ID PIC X(6).
           05 EY-YTD-YEAR PIC 9(4).
               10 EY-QTR-HOURS PIC 9(5)V9.
               10 EY-QTR-OT-HOURS PIC 9(5)V9.
               10 EY-QTR-GROSS PIC 9(7)V99.
           05 EY-YTD-TAX-WITHHELD PIC 9(8)V99.
           05 EY-YTD-BENEFITS PIC 9(8)V99.
           05 EY-YTD-VOLUNTARY PIC 9(8)V99.
           05 EY-YTD-NET-PAY PIC 9(8)V99.
           05 EY-QUARTER-DEDUCTIONS OCCURS 4 TIMES.
               10 EY-QTR-TAX-WITHHELD PIC 9(7)V99.
               10 EY-QTR-NET-PAY PIC 9(7)V99.
