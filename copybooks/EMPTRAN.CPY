      * Employee maintenance transaction, read by the EMPMAINT run
      * from EMPTRAN.  Every transaction carries the date it takes
      * effect, validated through DATEVAL before anything is applied.
      *   'H' hire         - name and hourly rate; rehires an employee
      *                      who was terminated
      *   'R' rate change  - new hourly rate, with an optional reason
      *   'S' status change - ET-NEW-STATUS 'A' active or 'L' leave
      *   'T' terminate
       01 ET-TRANS-RECORD.
           05 ET-TRANS-TYPE PIC X.
               88 ET-HIRE-TRANS VALUE 'H'.
               88 ET-RATE-CHANGE-TRANS VALUE 'R'.
               88 ET-STATUS-CHANGE-TRANS VALUE 'S'.
               88 ET-TERMINATE-TRANS VALUE 'T'.
           05 ET-EMPLOYEE-ID PIC X(6).
           05 ET-EFFECTIVE-DATE PIC X(8).
           05 ET-EMPLOYEE-NAME PIC X(25).
           05 ET-HOURLY-RATE PIC 9(3)V99.
           05 ET-NEW-STATUS PIC X.
               88 ET-VALID-NEW-STATUS VALUE 'A' 'L'.
           05 ET-CHANGE-REASON PIC X(10).
