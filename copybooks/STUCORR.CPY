      * Suspense correction, keyed by a clerk against an open entry
      * on the STUSUSP suspense file (the suspense date and sequence
      * printed on the EDITRPT and SUSPAGE reports).  Read by the
      * STUEDIT front-end edit ahead of the night's raw transactions.
      *   'C' correct - SC-CORRECTED-TRANS replaces the suspended
      *                 transaction (laid out as STUTRANS.CPY); it is
      *                 edited again and, when clean, re-enters that
      *                 night's STUTRANS
      *   'V' void    - the suspended transaction is abandoned
       01 SC-CORRECTION-RECORD.
           05 SC-ACTION PIC X.
               88 SC-CORRECT-ENTRY VALUE 'C'.
               88 SC-VOID-ENTRY VALUE 'V'.
           05 SC-SUSPENSE-KEY.
               10 SC-SUSPENSE-DATE PIC 9(8).
               10 SC-SUSPENSE-SEQ PIC 9(6).
           05 SC-CORRECTED-TRANS PIC X(41).
