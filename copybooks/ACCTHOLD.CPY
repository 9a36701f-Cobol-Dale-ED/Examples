      * Financial registration hold, keyed on the receivable account
      * number.  Rebuilt every night by the FINHOLD run after ACCTPOST:
      * a record is present only while the account is suspended or
      * its debits aged past the hold age still come to the hold
      * threshold, so a hold lifts on its own once credits bring the
      * aged amount back under it.  AH-HOLD-START-DATE is carried
      * forward unchanged for as long as the hold stays in force.
      * The PLAYING enrollment pass reads it through STUACCT to refuse
      * 'E' transactions for students on hold.
       01 AH-HOLD-RECORD.
           05 AH-ACCOUNT-NUMBER PIC 9(8).
           05 AH-HOLD-REASON PIC X.
               88 AH-AGED-DEBIT-HOLD VALUE 'A'.
               88 AH-SUSPENDED-HOLD VALUE 'S'.
           05 AH-AGED-AMOUNT PIC S9(7)V99.
           05 AH-HOLD-START-DATE PIC 9(8).
           05 AH-LAST-REVIEW-DATE PIC 9(8).
