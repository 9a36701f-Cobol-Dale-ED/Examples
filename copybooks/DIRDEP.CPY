      * Direct-deposit file for the bank, written fresh by every
      * weekly payroll pass: one header naming the pay date, one
      * detail per employee paid by deposit, and a trailer whose
      * entry count and total amount the bank proves the file by.
       01 DD-HEADER-RECORD.
           05 DD-HDR-RECORD-TYPE PIC X.
           05 DD-HDR-PAY-DATE PIC 9(8).
           05 DD-HDR-CREATE-TIME PIC 9(6).
           05 DD-HDR-ORIGINATOR PIC X(10).
           05 FILLER PIC X(45).
       01 DD-DETAIL-RECORD.
           05 DD-DTL-RECORD-TYPE PIC X.
           05 DD-DTL-ROUTING PIC 9(9).
           05 DD-DTL-ACCOUNT PIC X(17).
           05 DD-DTL-ACCOUNT-TYPE PIC X.
           05 DD-DTL-AMOUNT PIC 9(8)V99.
           05 DD-DTL-EMPLOYEE-ID PIC X(6).
           05 DD-DTL-EMPLOYEE-NAME PIC X(22).
           05 FILLER PIC X(4).
       01 DD-TRAILER-RECORD.
           05 DD-TRL-RECORD-TYPE PIC X.
           05 DD-TRL-ENTRY-COUNT PIC 9(6).
           05 DD-TRL-TOTAL-AMOUNT PIC 9(10)V99.
           05 FILLER PIC X(51).
