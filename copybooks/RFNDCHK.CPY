      * Refund check-issue file for accounts payable, written fresh by
      * every ACCTRFND credit-balance refund run: one header naming
      * the issue date, one detail per refund check with the payee
      * and amount, and a trailer whose check count and total amount
      * payables proves the file by before checks are cut.
       01 CK-HEADER-RECORD.
           05 CK-HDR-RECORD-TYPE PIC X.
           05 CK-HDR-ISSUE-DATE PIC 9(8).
           05 CK-HDR-CREATE-TIME PIC 9(6).
           05 CK-HDR-ORIGINATOR PIC X(10).
           05 FILLER PIC X(55).
       01 CK-DETAIL-RECORD.
           05 CK-DTL-RECORD-TYPE PIC X.
           05 CK-DTL-ITEM-NUMBER PIC 9(6).
           05 CK-DTL-ACCOUNT-NUMBER PIC 9(8).
           05 CK-DTL-PAYEE-NAME PIC X(25).
           05 CK-DTL-AMOUNT PIC 9(7)V99.
           05 CK-DTL-ISSUE-DATE PIC 9(8).
           05 FILLER PIC X(23).
       01 CK-TRAILER-RECORD.
           05 CK-TRL-RECORD-TYPE PIC X.
           05 CK-TRL-CHECK-COUNT PIC 9(6).
           05 CK-TRL-TOTAL-AMOUNT PIC 9(10)V99.
           05 FILLER PIC X(61).
