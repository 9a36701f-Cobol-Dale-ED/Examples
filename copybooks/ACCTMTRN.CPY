      * Account maintenance transaction, read by the ACCTMNT run from
      * ACCTMTRN.  Opens, renames, suspends, reinstates, and closes
      * receivable accounts on ACCTMAST the way STUTRANS maintains the
      * student master.  MX-STUDENT-ID is only looked at on an open:
      * when present, the STUACCT cross-reference is written so the
      * PLAYING enrollment pass can bill the new account.
       01 MX-TRANS-RECORD.
           05 MX-TRANS-TYPE PIC X.
               88 MX-OPEN-TRANS VALUE 'O'.
               88 MX-NAME-CHANGE-TRANS VALUE 'N'.
               88 MX-SUSPEND-TRANS VALUE 'S'.
               88 MX-REINSTATE-TRANS VALUE 'R'.
               88 MX-CLOSE-TRANS VALUE 'C'.
               88 MX-VALID-TRANS VALUE 'O' 'N' 'S' 'R' 'C'.
           05 MX-ACCOUNT-NUMBER PIC 9(8).
           05 MX-CUSTOMER-NAME PIC X(25).
           05 MX-STUDENT-ID PIC X(6).
