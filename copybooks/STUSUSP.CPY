      * Student transaction suspense record, the permanent indexed
      * STUSUSP file kept by the STUEDIT front-end edit.  Every raw
      * STUTRANS record that fails an edit is held here under the
      * date it was suspended and a sequence within that date, with
      * the error codes it failed on and the transaction image as it
      * arrived (laid out as STUTRANS.CPY).  An entry stays open until
      * a clerk's correction on STUCORR releases it back into the
      * next night's STUTRANS or voids it; released and voided
      * entries stay on file with the date they were resolved.
      * Error codes:
      *   01 student ID missing       05 grade invalid
      *   02 transaction type unknown 06 override flag invalid
      *   03 student name missing     07 duplicate in batch
      *   04 course ID missing
       01 SU-SUSPENSE-RECORD.
           05 SU-SUSPENSE-KEY.
               10 SU-SUSPENSE-DATE PIC 9(8).
               10 SU-SUSPENSE-SEQ PIC 9(6).
           05 SU-ENTRY-STATUS PIC X.
               88 SU-ENTRY-OPEN VALUE 'O'.
               88 SU-ENTRY-RELEASED VALUE 'R'.
               88 SU-ENTRY-VOIDED VALUE 'V'.
           05 SU-LAST-EDIT-DATE PIC 9(8).
           05 SU-RESOLVED-DATE PIC 9(8).
           05 SU-CORRECTION-COUNT PIC 9(2).
           05 SU-ERROR-COUNT PIC 9.
           05 SU-ERROR-CODE PIC X(2) OCCURS 7 TIMES.
           05 SU-TRANS-IMAGE PIC X(41).
