      * balance the posting produced, so any ACCTMAST balance can be
      * rebuilt or defended long after the run's ACCTRPT page is
      * thrown out.  The file is permanent: each run extends it, and
      * the ACCTSTMT statement run reads it back by account.  The
      * source and student/course/term references are copied from
      * the posting transaction unchanged.
       01 AJ-JOURNAL-RECORD.
           05 AJ-ACCOUNT-NUMBER PIC 9(8).
           05 AJ-POST-DATE PIC 9(8).
           05 AJ-TRANS-CODE PIC X.
           05 AJ-AMOUNT PIC 9(7)V99.
           05 AJ-RESULT-BALANCE PIC S9(7)V99.
           05 AJ-SOURCE-CODE PIC X.
               88 AJ-MANUAL-ENTRY VALUE SPACE.
               88 AJ-TUITION-BILLING VALUE 'T'.
               88 AJ-CREDIT-REFUND VALUE 'R'.
           05 AJ-STUDENT-ID PIC X(6).
           05 AJ-COURSE-ID PIC X(6).
           05 AJ-TERM-ID PIC X(5).
