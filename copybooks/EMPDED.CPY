      * Employee payroll deduction table, keyed on the employee ID.
      * Each entry is one deduction taken from every weekly pay, in
      * entry order after gross pay is worked out:
      *   'T' tax withholding - ED-DED-PERCENT of gross pay
      *   'B' benefit         - ED-DED-AMOUNT, fixed per pay
      *   'V' voluntary       - ED-DED-AMOUNT per pay, stopped once
      *                         ED-DED-ANNUAL-LIMIT is reached (zero
      *                         means no limit)
      * ED-DED-YTD-TAKEN holds what each entry has taken this year so
      * the limit can be held; like EMPYTD, the first pay of a new
      * ED-YTD-YEAR clears it.  A deduction never takes more than the
      * pay has left, so net pay cannot go below zero.  The bank
      * fields route net pay to the direct-deposit file; a zero
      * routing number means the employee is paid by check.
       01 ED-DEDUCTION-RECORD.
           05 ED-EMPLOYEE-ID PIC X(6).
           05 ED-BANK-ROUTING PIC 9(9).
           05 ED-BANK-ACCOUNT PIC X(17).
           05 ED-BANK-ACCOUNT-TYPE PIC X.
               88 ED-CHECKING-ACCOUNT VALUE 'C'.
               88 ED-SAVINGS-ACCOUNT VALUE 'S'.
           05 ED-YTD-YEAR PIC 9(4).
           05 ED-DEDUCTION-COUNT PIC 9(2).
           05 ED-DEDUCTION-ENTRY OCCURS 10 TIMES.
               10 ED-DED-CODE PIC X(4).
               10 ED-DED-TYPE PIC X.
                   88 ED-TAX-WITHHOLDING VALUE 'T'.
                   88 ED-BENEFIT-DEDUCTION VALUE 'B'.
                   88 ED-VOLUNTARY-DEDUCTION VALUE 'V'.
               10 ED-DED-DESCRIPTION PIC X(15).
               10 ED-DED-PERCENT PIC 9(2)V99.
               10 ED-DED-AMOUNT PIC 9(5)V99.
               10 ED-DED-ANNUAL-LIMIT PIC 9(7)V99.
               10 ED-DED-YTD-TAKEN PIC 9(7)V99.
