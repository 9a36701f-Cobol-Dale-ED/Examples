      * Employee rate history, the permanent RATEHIST file.  The
      * EMPMAINT run extends it with one record for every hourly rate
      * a hire or rate change sets, so a rate on EMPMAST can always be
      * traced back to when it took effect and what it replaced.  The
      * RATEHLST listing prints it by employee for audits.
       01 RH-RATE-HISTORY-RECORD.
           05 RH-EMPLOYEE-ID PIC X(6).
           05 RH-EFFECTIVE-DATE PIC 9(8).
           05 RH-CHANGE-TYPE PIC X.
               88 RH-HIRE-RATE VALUE 'H'.
               88 RH-RATE-CHANGE VALUE 'R'.
           05 RH-OLD-RATE PIC 9(3)V99.
           05 RH-NEW-RATE PIC 9(3)V99.
           05 RH-CHANGE-REASON PIC X(10).
           05 RH-POSTED-DATE PIC 9(8).
