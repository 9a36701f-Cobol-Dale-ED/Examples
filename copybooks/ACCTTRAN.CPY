      * ACCTTRAN, and written in the same layout by the PLAYING
      * enrollment pass onto the BILLFILE tuition billing file (via
      * REPLACING LEADING ==AT== BY the caller's prefix) so generated
      * charges post exactly like hand-keyed ones.  Billing fills in
      * the source and the student, course and term a tuition charge
      * or credit is for, and ACCTPOST carries them onto ACCTJRNL so
      * the TUITRECN reconciliation can tie the journal back to
      * ENROLL; hand-keyed postings leave them blank.  The ACCTRFND
      * refund run writes its offsetting debits in this layout too,
      * marked as refunds, onto RFNDTRAN.
       01 AT-TRANS-RECORD.
           05 AT-ACCOUNT-NUMBER PIC 9(8).
           05 AT-TRANS-CODE PIC X.
               88 AT-DEBIT-TRANS VALUE 'D'.
               88 AT-CREDIT-TRANS VALUE 'C'.
           05 AT-AMOUNT PIC 9(7)V99.
           05 AT-SOURCE-CODE PIC X.
               88 AT-MANUAL-ENTRY VALUE SPACE.
               88 AT-TUITION-BILLING VALUE 'T'.
               88 AT-CREDIT-REFUND VALUE 'R'.
           05 AT-STUDENT-ID PIC X(6).
           05 AT-COURSE-ID PIC X(6).
           05 AT-TERM-ID PIC X(5).
