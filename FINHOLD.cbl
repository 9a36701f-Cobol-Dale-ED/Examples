       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINHOLD.
      * Financial registration hold review.  Runs after ACCTPOST so
      * the night's payments are already on the journal.  Reads
      * ACCTMAST in account order against the ACCTJRNL posting journal
      * (sorted here by account and date), ages each account's open
      * debits the way the ACCTSTMT statements do (credits burn down
      * the oldest debits first), and keeps the ACCTHOLD hold file in
      * step: an account goes on hold when it is suspended or when its
      * debits older than the hold age still come to the hold
      * threshold, and comes off hold by itself once that is no longer
      * true.  The PLAYING pass refuses enrollments for students whose
      * STUACCT account is on hold.  The bursar's hold list on HOLDRPT
      * shows every student on hold with the account, aged amount, and
      * the date the hold started.
      * Command line: hold age in days (positions 1-3) and hold
      * threshold in whole dollars (positions 5-9), e.g. '090 00100';
      * either defaults when absent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ABC1-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT POST-JOURNAL ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-JOURNAL-STATUS.

           SELECT SORT-FILE ASSIGN TO 'SORTWK'.

           SELECT SORTED-JOURNAL ASSIGN TO 'ACCTJRNS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-JOURNAL-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'ACCTHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-ACCOUNT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STUDENT-ACCOUNT-XREF ASSIGN TO 'STUACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT HOLD-REPORT ASSIGN TO 'HOLDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-REPORT-STATUS.

           SELECT OPS-CONTROL ASSIGN TO 'OPSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
       COPY ABC.cpy REPLACING WS-ABC1 BY AM-ACCOUNT-RECORD.

       FD POST-JOURNAL.
       COPY ACCTJRNL.cpy.

       SD SORT-FILE.
       COPY ACCTJRNL.cpy REPLACING LEADING ==AJ== BY ==SJ==.

       FD SORTED-JOURNAL.
       COPY ACCTJRNL.cpy REPLACING LEADING ==AJ== BY ==XJ==.

       FD HOLD-FILE.
       COPY ACCTHOLD.cpy.

       FD STUDENT-ACCOUNT-XREF.
       COPY STUACCT.cpy.

       FD STUDENT-MASTER.
       01 SM-STUDENT-RECORD.
           05 SM-STUDENT-ID PIC X(6).
           05 SM-STUDENT-NAME PIC X(25).

       FD HOLD-REPORT.
       01 HOLD-REPORT-REC PIC X(80).

       FD OPS-CONTROL.
       COPY OPSCTL.cpy.

       WORKING-STORAGE SECTION.

      * Operations control: start and end records on the shared
      * OPSCTL file so the OPSRPT report can prove the nightly chain.
       01 WS-OPS-CONTROL-STATUS PIC X(2).
           88 WS-OPS-CONTROL-OK VALUE '00'.
           88 WS-OPS-CONTROL-NOFILE VALUE '35'.

       01 WS-OPS-RECORD-TYPE PIC X.
       01 WS-OPS-KEY-COUNT PIC 9(7).
       01 WS-OPS-TIME-RAW PIC X(8).

       01 WS-ACCOUNT-MASTER-STATUS PIC X(2).
           88 WS-ACCOUNT-MASTER-OK VALUE '00'.
           88 WS-ACCOUNT-MASTER-EOF VALUE '10'.

       01 WS-POST-JOURNAL-STATUS PIC X(2).
           88 WS-POST-JOURNAL-OK VALUE '00'.

       01 WS-SORTED-JOURNAL-STATUS PIC X(2).
           88 WS-SORTED-JOURNAL-OK VALUE '00'.
           88 WS-SORTED-JOURNAL-EOF VALUE '10'.

       01 WS-HOLD-STATUS PIC X(2).
           88 WS-HOLD-OK VALUE '00'.
           88 WS-HOLD-NOTFND VALUE '23'.
           88 WS-HOLD-NOFILE VALUE '35'.

       01 WS-XREF-STATUS PIC X(2).
           88 WS-XREF-OK VALUE '00'.
           88 WS-XREF-EOF VALUE '10'.

       01 WS-STUDENT-MASTER-STATUS PIC X(2).
           88 WS-STUDENT-MASTER-OK VALUE '00'.
           88 WS-STUDENT-MASTER-NOTFND VALUE '23'.

       01 WS-HOLD-REPORT-STATUS PIC X(2).
           88 WS-HOLD-REPORT-OK VALUE '00'.

       01 WS-MASTER-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-MASTER VALUE 'Y'.

       01 WS-JOURNAL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-JOURNAL VALUE 'Y'.

       01 WS-XREF-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-XREF VALUE 'Y'.

      * Hold rule from COMMAND-LINE: debits older than the hold age
      * that still total at least the hold threshold put the account
      * on hold.
       01 WS-COMMAND-PARM PIC X(20) VALUE SPACES.
       01 WS-HOLD-AGE-DAYS PIC 9(3) VALUE 90.
       01 WS-HOLD-THRESHOLD-DOLLARS PIC 9(5) VALUE 100.
       01 WS-HOLD-THRESHOLD-AMOUNT PIC 9(7)V99.

      * Open-debit table for the aging: credits burn down the oldest
      * debits first and whatever remains ages from its posting date.
      * A credit larger than every open debit is carried forward
      * against the next debits posted, so an overpayment never
      * leaves a later charge looking past due.
       01 WS-DEBIT-TABLE.
           05 WS-DEBIT-ENTRY OCCURS 200 TIMES.
               10 WS-DEBIT-DATE PIC 9(8).
               10 WS-DEBIT-REMAINING PIC S9(7)V99.
       01 WS-DEBIT-COUNT PIC 9(3).
       01 WS-DEBIT-OVERFLOW-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-DX PIC 9(3).
       01 WS-CREDIT-REMAINING PIC S9(9)V99.
       01 WS-UNAPPLIED-CREDIT PIC S9(9)V99.
       01 WS-NEW-DEBIT-AMOUNT PIC S9(9)V99.

       01 WS-AGE-DAYS PIC S9(5).
       01 WS-AGED-AMOUNT PIC S9(9)V99.

       01 WS-HOLD-NEEDED-FLAG PIC X.
           88 WS-HOLD-NEEDED VALUE 'Y'.
       01 WS-HOLD-REASON PIC X.

       01 WS-HOLD-ON-FILE-FLAG PIC X.
           88 WS-HOLD-ON-FILE VALUE 'Y'.

       01 WS-ACCOUNTS-REVIEWED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-HOLDS-PLACED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-HOLDS-CONTINUED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-HOLDS-LIFTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-ORPHAN-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-STUDENTS-ON-HOLD-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-HOLD-LIST-TOTAL PIC S9(9)V99 VALUE ZEROS.

       COPY DATEPARM.cpy.

      * Run-date stamp, same convention as the PLAYING batch pass.
       01 WS-RUN-DATE-CCYYMMDD PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-CCYYMMDD.
           05 WS-RUN-DATE-CC PIC 9(4).
           05 WS-RUN-DATE-MM PIC 9(2).
           05 WS-RUN-DATE-DD PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30)
               VALUE 'BURSAR FINANCIAL HOLD LIST'.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-RPT-HDR-RUN-DATE PIC X(10).

       01 WS-REPORT-RULE-LINE.
           05 FILLER PIC X(21) VALUE 'HOLD RULE: AGED OVER '.
           05 WS-RPT-RULE-DAYS PIC ZZ9.
           05 FILLER PIC X(15) VALUE ' DAYS AT LEAST '.
           05 WS-RPT-RULE-AMOUNT PIC ZZZZZZ9.99.
           05 FILLER PIC X(15) VALUE ' OR SUSPENDED'.

       01 WS-REPORT-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE 'STUDENT'.
           05 FILLER PIC X(27) VALUE 'NAME'.
           05 FILLER PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER PIC X(13) VALUE '  AGED AMOUNT'.
           05 FILLER PIC X(12) VALUE ' HOLD START'.
           05 FILLER PIC X(6) VALUE 'REASON'.

       01 WS-REPORT-DETAIL-LINE.
           05 WS-RPT-STUDENT-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCOUNT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-AGED-AMOUNT PIC -ZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-HOLD-START PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-REASON PIC X(9).

       01 WS-REPORT-TOTAL-LINE.
           05 WS-RPT-TOTAL-LABEL PIC X(20).
           05 WS-RPT-TOTAL-COUNT PIC ZZZZZ9.

       01 WS-REPORT-AMOUNT-LINE.
           05 WS-RPT-AMOUNT-LABEL PIC X(20).
           05 WS-RPT-AMOUNT-TOTAL PIC -ZZZZZZZZ9.99.

       01 WS-REPORT-FOOTER.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-FTR-RUN-DATE PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BUILD-RUN-DATE-STAMP
           PERFORM WRITE-OPS-START
           PERFORM PARSE-HOLD-PARAMETERS
           SORT SORT-FILE
               ON ASCENDING KEY SJ-ACCOUNT-NUMBER
                                SJ-POST-DATE
               USING POST-JOURNAL
               GIVING SORTED-JOURNAL
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'JOURNAL SORT FAILED'
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           PERFORM OPEN-HOLD-FILES
           PERFORM READ-NEXT-JOURNAL
           PERFORM UNTIL WS-END-OF-MASTER
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       PERFORM REVIEW-ONE-ACCOUNT
               END-READ
           END-PERFORM
           PERFORM COUNT-TRAILING-ORPHANS
           CLOSE ACCOUNT-MASTER
           CLOSE SORTED-JOURNAL
           PERFORM WRITE-HOLD-LIST
           CLOSE HOLD-FILE
           CLOSE STUDENT-ACCOUNT-XREF
           CLOSE STUDENT-MASTER
           CLOSE HOLD-REPORT
           DISPLAY ' '
           DISPLAY "Accounts Reviewed    : " WS-ACCOUNTS-REVIEWED-COUNT
           DISPLAY "Holds Placed         : " WS-HOLDS-PLACED-COUNT
           DISPLAY "Holds Continued      : " WS-HOLDS-CONTINUED-COUNT
           DISPLAY "Holds Lifted         : " WS-HOLDS-LIFTED-COUNT
           DISPLAY "Students On Hold     : " WS-STUDENTS-ON-HOLD-COUNT
           DISPLAY "Orphan Journal Recs  : " WS-ORPHAN-COUNT
           IF WS-ORPHAN-COUNT > ZEROS
               DISPLAY "** JOURNAL ACTIVITY FOR MISSING ACCOUNTS **"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DEBIT-OVERFLOW-COUNT > ZEROS
               DISPLAY "** OPEN DEBITS BEYOND AGING TABLE: "
                   WS-DEBIT-OVERFLOW-COUNT " **"
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-OPS-KEY-COUNT =
               WS-HOLDS-PLACED-COUNT + WS-HOLDS-CONTINUED-COUNT
           PERFORM WRITE-OPS-END
           STOP RUN.

       WRITE-OPS-START.
           MOVE 'S' TO WS-OPS-RECORD-TYPE
           MOVE ZEROS TO WS-OPS-KEY-COUNT
           PERFORM WRITE-OPS-CONTROL-RECORD.

       WRITE-OPS-END.
           MOVE 'E' TO WS-OPS-RECORD-TYPE
           PERFORM WRITE-OPS-CONTROL-RECORD.

      * A logging failure is reported but never kills the run itself;
      * the missing record shows up on the OPSRPT exceptions anyway.
       WRITE-OPS-CONTROL-RECORD.
           OPEN EXTEND OPS-CONTROL
           IF WS-OPS-CONTROL-NOFILE
               OPEN OUTPUT OPS-CONTROL
               CLOSE OPS-CONTROL
               OPEN EXTEND OPS-CONTROL
           END-IF
           IF NOT WS-OPS-CONTROL-OK
               DISPLAY 'ERROR OPENING OPS-CONTROL, STATUS = '
                   WS-OPS-CONTROL-STATUS
           ELSE
               MOVE 'FINHOLD' TO OC-PROGRAM-ID
               MOVE WS-OPS-RECORD-TYPE TO OC-RECORD-TYPE
               MOVE WS-RUN-DATE-CCYYMMDD TO OC-RUN-DATE
               ACCEPT WS-OPS-TIME-RAW FROM TIME
               MOVE WS-OPS-TIME-RAW (1:6) TO OC-RUN-TIME
               MOVE RETURN-CODE TO OC-RETURN-CODE
               MOVE WS-OPS-KEY-COUNT TO OC-KEY-COUNT
               WRITE OC-CONTROL-RECORD
               CLOSE OPS-CONTROL
           END-IF.

       PARSE-HOLD-PARAMETERS.
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           IF WS-COMMAND-PARM (1:3) IS NUMERIC
               MOVE WS-COMMAND-PARM (1:3) TO WS-HOLD-AGE-DAYS
           END-IF
           IF WS-COMMAND-PARM (5:5) IS NUMERIC
               MOVE WS-COMMAND-PARM (5:5) TO WS-HOLD-THRESHOLD-DOLLARS
           END-IF
           MOVE WS-HOLD-THRESHOLD-DOLLARS TO WS-HOLD-THRESHOLD-AMOUNT
           DISPLAY "Hold Age Days        : " WS-HOLD-AGE-DAYS
           DISPLAY "Hold Threshold       : " WS-HOLD-THRESHOLD-DOLLARS.

       OPEN-HOLD-FILES.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-MASTER-OK
               DISPLAY 'ERROR OPENING ACCOUNT-MASTER, STATUS = '
                   WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN INPUT SORTED-JOURNAL
           IF NOT WS-SORTED-JOURNAL-OK
               DISPLAY 'ERROR OPENING SORTED-JOURNAL, STATUS = '
                   WS-SORTED-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN I-O HOLD-FILE
           IF WS-HOLD-NOFILE
      * First review ever: create the hold file empty, then reopen it
      * for update.
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF NOT WS-HOLD-OK
               DISPLAY 'ERROR OPENING HOLD-FILE, STATUS = '
                   WS-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-ACCOUNT-XREF
           IF NOT WS-XREF-OK
               DISPLAY 'ERROR OPENING STUDENT-ACCOUNT-XREF, STATUS = '
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-MASTER
           IF NOT WS-STUDENT-MASTER-OK
               DISPLAY 'ERROR OPENING STUDENT-MASTER, STATUS = '
                   WS-STUDENT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT HOLD-REPORT
           IF NOT WS-HOLD-REPORT-OK
               DISPLAY 'ERROR OPENING HOLD-REPORT, STATUS = '
                   WS-HOLD-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF.

       READ-NEXT-JOURNAL.
           READ SORTED-JOURNAL
               AT END
                   SET WS-END-OF-JOURNAL TO TRUE
           END-READ.

      * Journal records below the current master account belong to
      * accounts no longer on the master; they are counted, not aged.
       SKIP-ORPHAN-JOURNAL.
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM READ-NEXT-JOURNAL.

       COUNT-TRAILING-ORPHANS.
           PERFORM UNTIL WS-END-OF-JOURNAL
               PERFORM SKIP-ORPHAN-JOURNAL
           END-PERFORM.

      * One account: gather its journal activity into the open-debit
      * table, age what is left, and bring its hold record into line.
       REVIEW-ONE-ACCOUNT.
           PERFORM UNTIL WS-END-OF-JOURNAL
                   OR XJ-ACCOUNT-NUMBER NOT < WS-ABC1-ACCOUNT-NUMBER
               PERFORM SKIP-ORPHAN-JOURNAL
           END-PERFORM
           MOVE ZEROS TO WS-DEBIT-COUNT
           MOVE ZEROS TO WS-UNAPPLIED-CREDIT
           PERFORM UNTIL WS-END-OF-JOURNAL
                   OR XJ-ACCOUNT-NUMBER NOT = WS-ABC1-ACCOUNT-NUMBER
               PERFORM TALLY-JOURNAL-RECORD
               PERFORM READ-NEXT-JOURNAL
           END-PERFORM
           PERFORM AGE-OPEN-DEBITS
           PERFORM DECIDE-ACCOUNT-HOLD
           PERFORM UPDATE-HOLD-RECORD
           ADD 1 TO WS-ACCOUNTS-REVIEWED-COUNT.

       TALLY-JOURNAL-RECORD.
           IF XJ-TRANS-CODE = 'D'
               MOVE XJ-AMOUNT TO WS-NEW-DEBIT-AMOUNT
               IF WS-UNAPPLIED-CREDIT > ZEROS
                   IF WS-UNAPPLIED-CREDIT NOT < WS-NEW-DEBIT-AMOUNT
                       SUBTRACT WS-NEW-DEBIT-AMOUNT
                           FROM WS-UNAPPLIED-CREDIT
                       MOVE ZEROS TO WS-NEW-DEBIT-AMOUNT
                   ELSE
                       SUBTRACT WS-UNAPPLIED-CREDIT
                           FROM WS-NEW-DEBIT-AMOUNT
                       MOVE ZEROS TO WS-UNAPPLIED-CREDIT
                   END-IF
               END-IF
               IF WS-NEW-DEBIT-AMOUNT > ZEROS
                   IF WS-DEBIT-COUNT < 200
                       ADD 1 TO WS-DEBIT-COUNT
                       MOVE XJ-POST-DATE
                           TO WS-DEBIT-DATE (WS-DEBIT-COUNT)
                       MOVE WS-NEW-DEBIT-AMOUNT
                           TO WS-DEBIT-REMAINING (WS-DEBIT-COUNT)
                   ELSE
                       ADD 1 TO WS-DEBIT-OVERFLOW-COUNT
                   END-IF
               END-IF
           ELSE
               PERFORM APPLY-CREDIT-FIFO
           END-IF.

       APPLY-CREDIT-FIFO.
           MOVE XJ-AMOUNT TO WS-CREDIT-REMAINING
           PERFORM BURN-OLDEST-DEBIT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DEBIT-COUNT
                   OR WS-CREDIT-REMAINING NOT > ZEROS
           ADD WS-CREDIT-REMAINING TO WS-UNAPPLIED-CREDIT.

       BURN-OLDEST-DEBIT.
           IF WS-DEBIT-REMAINING (WS-DX) > ZEROS
               IF WS-CREDIT-REMAINING NOT <
                       WS-DEBIT-REMAINING (WS-DX)
                   SUBTRACT WS-DEBIT-REMAINING (WS-DX)
                       FROM WS-CREDIT-REMAINING
                   MOVE ZEROS TO WS-DEBIT-REMAINING (WS-DX)
               ELSE
                   SUBTRACT WS-CREDIT-REMAINING
                       FROM WS-DEBIT-REMAINING (WS-DX)
                   MOVE ZEROS TO WS-CREDIT-REMAINING
               END-IF
           END-IF.

      * Only debits older than the hold age count toward the hold.
      * The aged amount can never be more than the account actually
      * owes, whatever the journal history says.
       AGE-OPEN-DEBITS.
           MOVE ZEROS TO WS-AGED-AMOUNT
           PERFORM AGE-ONE-DEBIT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DEBIT-COUNT
           IF WS-ABC1-BALANCE NOT > ZEROS
               MOVE ZEROS TO WS-AGED-AMOUNT
           END-IF
           IF WS-AGED-AMOUNT > WS-ABC1-BALANCE
               MOVE WS-ABC1-BALANCE TO WS-AGED-AMOUNT
           END-IF.

       AGE-ONE-DEBIT.
           IF WS-DEBIT-REMAINING (WS-DX) > ZEROS
               SET WS-DP-DAYS-BETWEEN TO TRUE
               MOVE WS-DEBIT-DATE (WS-DX) TO WS-DP-DATE-1
               MOVE WS-RUN-DATE-CCYYMMDD TO WS-DP-DATE-2
               CALL 'DATEVAL' USING WS-DP-DATE-PARM
               END-CALL
               IF WS-DP-REQUEST-OK
                   MOVE WS-DP-DAYS TO WS-AGE-DAYS
               ELSE
                   MOVE ZEROS TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > WS-HOLD-AGE-DAYS
                   ADD WS-DEBIT-REMAINING (WS-DX) TO WS-AGED-AMOUNT
               END-IF
           END-IF.

      * Closed accounts carry nothing and never hold.  A suspended
      * account holds whatever it owes; an active one holds only when
      * the aged amount reaches the threshold.
       DECIDE-ACCOUNT-HOLD.
           MOVE 'N' TO WS-HOLD-NEEDED-FLAG
           MOVE SPACE TO WS-HOLD-REASON
           EVALUATE TRUE
               WHEN WS-ABC1-CLOSED
                   CONTINUE
               WHEN WS-ABC1-SUSPENDED
                   SET WS-HOLD-NEEDED TO TRUE
                   MOVE 'S' TO WS-HOLD-REASON
               WHEN WS-AGED-AMOUNT > ZEROS
                   AND WS-AGED-AMOUNT NOT < WS-HOLD-THRESHOLD-AMOUNT
                   SET WS-HOLD-NEEDED TO TRUE
                   MOVE 'A' TO WS-HOLD-REASON
           END-EVALUATE.

       UPDATE-HOLD-RECORD.
           MOVE 'N' TO WS-HOLD-ON-FILE-FLAG
           MOVE WS-ABC1-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLD-ON-FILE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-HOLD-NEEDED AND WS-HOLD-ON-FILE
                   MOVE WS-HOLD-REASON TO AH-HOLD-REASON
                   MOVE WS-AGED-AMOUNT TO AH-AGED-AMOUNT
                   MOVE WS-RUN-DATE-CCYYMMDD TO AH-LAST-REVIEW-DATE
                   REWRITE AH-HOLD-RECORD
                       INVALID KEY
                           DISPLAY 'HOLD REWRITE FAILED FOR '
                               AH-ACCOUNT-NUMBER ', STATUS = '
                               WS-HOLD-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
                   ADD 1 TO WS-HOLDS-CONTINUED-COUNT
               WHEN WS-HOLD-NEEDED
                   MOVE WS-ABC1-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
                   MOVE WS-HOLD-REASON TO AH-HOLD-REASON
                   MOVE WS-AGED-AMOUNT TO AH-AGED-AMOUNT
                   MOVE WS-RUN-DATE-CCYYMMDD TO AH-HOLD-START-DATE
                   MOVE WS-RUN-DATE-CCYYMMDD TO AH-LAST-REVIEW-DATE
                   WRITE AH-HOLD-RECORD
                       INVALID KEY
                           DISPLAY 'HOLD WRITE FAILED FOR '
                               AH-ACCOUNT-NUMBER ', STATUS = '
                               WS-HOLD-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-WRITE
                   ADD 1 TO WS-HOLDS-PLACED-COUNT
               WHEN WS-HOLD-ON-FILE
                   DELETE HOLD-FILE
                       INVALID KEY
                           DISPLAY 'HOLD DELETE FAILED FOR '
                               AH-ACCOUNT-NUMBER ', STATUS = '
                               WS-HOLD-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-DELETE
                   ADD 1 TO WS-HOLDS-LIFTED-COUNT
           END-EVALUATE.

      * The bursar's list is by student: walk the cross-reference in
      * student order and print every student whose account is on
      * hold after tonight's review.
       WRITE-HOLD-LIST.
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-HDR-RUN-DATE
           WRITE HOLD-REPORT-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE
           MOVE WS-HOLD-AGE-DAYS TO WS-RPT-RULE-DAYS
           MOVE WS-HOLD-THRESHOLD-AMOUNT TO WS-RPT-RULE-AMOUNT
           WRITE HOLD-REPORT-REC FROM WS-REPORT-RULE-LINE
               AFTER ADVANCING 2 LINES
           WRITE HOLD-REPORT-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM UNTIL WS-END-OF-XREF
               READ STUDENT-ACCOUNT-XREF NEXT RECORD
                   AT END
                       SET WS-END-OF-XREF TO TRUE
                   NOT AT END
                       PERFORM LIST-STUDENT-IF-HELD
               END-READ
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS.

       LIST-STUDENT-IF-HELD.
           MOVE SA-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM WRITE-HOLD-DETAIL
           END-READ.

       WRITE-HOLD-DETAIL.
           MOVE SA-STUDENT-ID TO WS-RPT-STUDENT-ID
           MOVE SA-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO WS-RPT-STUDENT-NAME
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-RPT-STUDENT-NAME
           END-READ
           MOVE AH-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT
           MOVE AH-AGED-AMOUNT TO WS-RPT-AGED-AMOUNT
           MOVE AH-HOLD-START-DATE TO WS-RPT-HOLD-START
           IF AH-SUSPENDED-HOLD
               MOVE 'SUSPENDED' TO WS-RPT-REASON
           ELSE
               MOVE 'PAST DUE' TO WS-RPT-REASON
           END-IF
           WRITE HOLD-REPORT-REC FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-STUDENTS-ON-HOLD-COUNT
           ADD AH-AGED-AMOUNT TO WS-HOLD-LIST-TOTAL.

       WRITE-REPORT-TOTALS.
           MOVE 'STUDENTS ON HOLD' TO WS-RPT-TOTAL-LABEL
           MOVE WS-STUDENTS-ON-HOLD-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE HOLD-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL AGED AMOUNT' TO WS-RPT-AMOUNT-LABEL
           MOVE WS-HOLD-LIST-TOTAL TO WS-RPT-AMOUNT-TOTAL
           WRITE HOLD-REPORT-REC FROM WS-REPORT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'ACCOUNTS REVIEWED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ACCOUNTS-REVIEWED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE HOLD-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'HOLDS PLACED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HOLDS-PLACED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE HOLD-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'HOLDS CONTINUED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HOLDS-CONTINUED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE HOLD-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'HOLDS LIFTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HOLDS-LIFTED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE HOLD-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE HOLD-REPORT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.

       BUILD-RUN-DATE-STAMP.
           ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-CC  '-'
                  WS-RUN-DATE-MM  '-'
                  WS-RUN-DATE-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING.
