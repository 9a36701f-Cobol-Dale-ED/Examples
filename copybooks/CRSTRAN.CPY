      * Course catalog maintenance transaction, read by the CRSMAINT
      * run from CRSTRAN.  Adds, retires, retitles, re-fees, and
      * re-sizes CRSCAT entries the way ACCTMTRN maintains accounts.
      * Only the fields the transaction type needs are looked at: an
      * add uses all of them, a title change the title, a fee change
      * the fee, and a capacity change the capacity.
       01 CT-TRANS-RECORD.
           05 CT-TRANS-TYPE PIC X.
               88 CT-ADD-TRANS VALUE 'A'.
               88 CT-RETIRE-TRANS VALUE 'R'.
               88 CT-TITLE-TRANS VALUE 'T'.
               88 CT-FEE-TRANS VALUE 'F'.
               88 CT-CAPACITY-TRANS VALUE 'C'.
           05 CT-COURSE-ID PIC X(6).
           05 CT-COURSE-TITLE PIC X(30).
           05 CT-CAPACITY PIC 9(3).
           05 CT-TUITION-FEE PIC 9(5)V99.
