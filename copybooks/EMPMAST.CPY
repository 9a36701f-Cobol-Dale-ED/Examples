      * Employee master record, keyed on the employee ID.  Kept by the
      * EMPMAINT maintenance run: a hire writes the record, and rate
      * changes, status changes and terminations update it in place,
      * each carrying the date it took effect.  Every rate a hire or
      * rate change sets is also logged on the permanent RATEHIST
      * file.  A terminated employee stays on file with the
      * termination date, so the PLAYING payroll pass can refuse
      * timecards for any period after it.
       01 EM-EMPLOYEE-RECORD.
           05 EM-EMPLOYEE-ID PIC X(6).
           05 EM-EMPLOYEE-NAME PIC X(25).
           05 EM-HOURLY-RATE PIC 9(3)V99.
      * Pay-period status-code pair, successor to the WS-CHAR1/WS-CHAR2
      * demo pair in PLAYING.
           05 EM-STATUS-CODES.
               10 EM-STATUS-1 PIC X(2).
               10 EM-STATUS-2 PIC X(2).
           05 EM-EMPLOYMENT-STATUS PIC X.
               88 EM-ACTIVE VALUE 'A' SPACE.
               88 EM-ON-LEAVE VALUE 'L'.
               88 EM-TERMINATED VALUE 'T'.
           05 EM-HIRE-DATE PIC 9(8).
           05 EM-RATE-EFFECTIVE-DATE PIC 9(8).
           05 EM-STATUS-EFFECTIVE-DATE PIC 9(8).
           05 EM-TERMINATION-DATE PIC 9(8).
