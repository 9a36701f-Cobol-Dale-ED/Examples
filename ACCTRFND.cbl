       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRFND.
      * Credit-balance refund run.  Sweeps ACCTMAST in account order
      * for accounts whose WS-ABC1-BALANCE has gone negative - drop
      * credits off BILLFILE or overpayments - by at least the refund
      * minimum, and refunds the whole credit balance.  Closed and
      * suspended accounts, and any account carrying a financial hold
      * on ACCTHOLD, are passed over and listed for the bursar.  The
      * refund register on RFNDRPT goes to the bursar for approval;
      * RFNDCHK is the check-issue file for payables (RFNDCHK.CPY:
      * header, one detail per check with payee and amount, and a
      * count-and-amount trailer).  Every refund also writes the
      * offsetting debit, in the ACCTTRAN layout marked as a refund,
      * onto RFNDTRAN for the next ACCTPOST, so the account comes
      * back to zero and the refund shows on ACCTJRNL and the next
      * ACCTSTMT statement.  RFNDCHK and RFNDTRAN are written fresh
      * each run, so a rerun before ACCTPOST replaces the refunds
      * rather than repeating them.
      * Command line: refund minimum in whole dollars (positions 1-5,
      * default 10).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ABC1-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'ACCTHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-ACCOUNT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'RFNDCHK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-ISSUE-STATUS.

           SELECT REFUND-TRANS ASSIGN TO 'RFNDTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-TRANS-STATUS.

           SELECT REFUND-REPORT ASSIGN TO 'RFNDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-REPORT-STATUS.

           SELECT OPS-CONTROL ASSIGN TO 'OPSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
       COPY ABC.cpy REPLACING WS-ABC1 BY AM-ACCOUNT-RECORD.

       FD HOLD-FILE.
       COPY ACCTHOLD.cpy.

       FD CHECK-ISSUE-FILE.
       COPY RFNDCHK.cpy.

      * Offsetting refund debits, in the ACCTTRAN layout ACCTPOST reads.
       FD REFUND-TRANS.
       COPY ACCTTRAN.cpy REPLACING LEADING ==AT== BY ==RT==.

       FD REFUND-REPORT.
       01 REFUND-REPORT-REC PIC X(80).

       FD OPS-CONTROL.
       COPY OPSCTL.cpy.

       WORKING-STORAGE SECTION.

       01 WS-ACCOUNT-MASTER-STATUS PIC X(2).
           88 WS-ACCOUNT-MASTER-OK VALUE '00'.
           88 WS-ACCOUNT-MASTER-EOF VALUE '10'.

       01 WS-HOLD-STATUS PIC X(2).
           88 WS-HOLD-OK VALUE '00'.
           88 WS-HOLD-NOTFND VALUE '23'.
           88 WS-HOLD-NOFILE VALUE '35'.

       01 WS-CHECK-ISSUE-STATUS PIC X(2).
           88 WS-CHECK-ISSUE-OK VALUE '00'.

       01 WS-REFUND-TRANS-STATUS PIC X(2).
           88 WS-REFUND-TRANS-OK VALUE '00'.

       01 WS-REFUND-REPORT-STATUS PIC X(2).
           88 WS-REFUND-REPORT-OK VALUE '00'.

       01 WS-MASTER-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-MASTER VALUE 'Y'.

      * No hold file on hand means no account is on hold.
       01 WS-HOLD-FILE-FLAG PIC X VALUE 'N'.
           88 WS-HOLD-FILE-OPEN VALUE 'Y'.

       01 WS-ON-HOLD-FLAG PIC X.
           88 WS-ACCOUNT-ON-HOLD VALUE 'Y'.
           88 WS-ACCOUNT-NOT-ON-HOLD VALUE 'N'.

      * Refund minimum from COMMAND-LINE: a credit balance smaller
      * than this stays on the account.
       01 WS-COMMAND-PARM PIC X(20) VALUE SPACES.
       01 WS-MINIMUM-DOLLARS PIC 9(5) VALUE 10.
       01 WS-MINIMUM-AMOUNT PIC 9(7)V99.

       01 WS-CREDIT-AMOUNT PIC 9(7)V99.
       01 WS-REFUND-NOTE PIC X(18).

       01 WS-ACCOUNTS-READ-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-CREDIT-BALANCE-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-REFUND-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-BELOW-MINIMUM-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-CLOSED-SKIP-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-SUSPENDED-SKIP-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-HOLD-SKIP-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-REFUND-TOTAL PIC 9(10)V99 VALUE ZEROS.
       01 WS-SKIPPED-TOTAL PIC 9(10)V99 VALUE ZEROS.

      * Operations control: start and end records on the shared
      * OPSCTL file so the OPSRPT report can prove the nightly chain.
       01 WS-OPS-CONTROL-STATUS PIC X(2).
           88 WS-OPS-CONTROL-OK VALUE '00'.
           88 WS-OPS-CONTROL-NOFILE VALUE '35'.

       01 WS-OPS-RECORD-TYPE PIC X.
       01 WS-OPS-KEY-COUNT PIC 9(7).
       01 WS-OPS-TIME-RAW PIC X(8).

      * Run-date stamp, same convention as the PLAYING batch pass.
       01 WS-RUN-DATE-CCYYMMDD PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-CCYYMMDD.
           05 WS-RUN-DATE-CC PIC 9(4).
           05 WS-RUN-DATE-MM PIC 9(2).
           05 WS-RUN-DATE-DD PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'CREDIT BALANCE REFUND REGISTER'.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-RPT-HDR-RUN-DATE PIC X(10).

       01 WS-REPORT-RULE-LINE.
           05 FILLER PIC X(30) VALUE 'REFUND CREDIT BALANCES OF AT '.
           05 FILLER PIC X(6) VALUE 'LEAST '.
           05 WS-RPT-RULE-AMOUNT PIC ZZZZZZ9.99.

       01 WS-REPORT-COLUMN-HEADING.
           05 FILLER PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER PIC X(27) VALUE 'PAYEE'.
           05 FILLER PIC X(13) VALUE '    BALANCE'.
           05 FILLER PIC X(12) VALUE '    REFUND'.
           05 FILLER PIC X(18) VALUE 'NOTE'.

       01 WS-REPORT-DETAIL-LINE.
           05 WS-RPT-ACCOUNT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-PAYEE-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-BALANCE PIC -ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-REFUND PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-NOTE PIC X(18).

       01 WS-REPORT-TOTAL-LINE.
           05 WS-RPT-TOTAL-LABEL PIC X(20).
           05 WS-RPT-TOTAL-COUNT PIC ZZZZZ9.

       01 WS-REPORT-AMOUNT-LINE.
           05 WS-RPT-AMOUNT-LABEL PIC X(20).
           05 WS-RPT-AMOUNT-TOTAL PIC ZZZZZZZZZ9.99.

       01 WS-REPORT-APPROVAL-LINE.
           05 FILLER PIC X(13) VALUE 'APPROVED BY: '.
           05 FILLER PIC X(30) VALUE ALL '_'.
           05 FILLER PIC X(8) VALUE '  DATE: '.
           05 FILLER PIC X(12) VALUE ALL '_'.

       01 WS-REPORT-FOOTER.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-FTR-RUN-DATE PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BUILD-RUN-DATE-STAMP
           PERFORM WRITE-OPS-START
           PERFORM PARSE-REFUND-PARAMETERS
           PERFORM OPEN-REFUND-FILES
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM WRITE-CHECK-HEADER
           PERFORM UNTIL WS-END-OF-MASTER
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       PERFORM REVIEW-ONE-ACCOUNT
               END-READ
           END-PERFORM
           PERFORM WRITE-CHECK-TRAILER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ACCOUNT-MASTER
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           CLOSE CHECK-ISSUE-FILE
           CLOSE REFUND-TRANS
           CLOSE REFUND-REPORT
           DISPLAY ' '
           DISPLAY "Accounts Read        : " WS-ACCOUNTS-READ-COUNT
           DISPLAY "Credit Balances      : " WS-CREDIT-BALANCE-COUNT
           DISPLAY "Refunds Issued       : " WS-REFUND-COUNT
           DISPLAY "Refund Total         : " WS-REFUND-TOTAL
           MOVE WS-REFUND-COUNT TO WS-OPS-KEY-COUNT
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
               MOVE 'ACCTRFND' TO OC-PROGRAM-ID
               MOVE WS-OPS-RECORD-TYPE TO OC-RECORD-TYPE
               MOVE WS-RUN-DATE-CCYYMMDD TO OC-RUN-DATE
               ACCEPT WS-OPS-TIME-RAW FROM TIME
               MOVE WS-OPS-TIME-RAW (1:6) TO OC-RUN-TIME
               MOVE RETURN-CODE TO OC-RETURN-CODE
               MOVE WS-OPS-KEY-COUNT TO OC-KEY-COUNT
               WRITE OC-CONTROL-RECORD
               CLOSE OPS-CONTROL
           END-IF.

       PARSE-REFUND-PARAMETERS.
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           IF WS-COMMAND-PARM (1:5) IS NUMERIC
               MOVE WS-COMMAND-PARM (1:5) TO WS-MINIMUM-DOLLARS
           END-IF
           MOVE WS-MINIMUM-DOLLARS TO WS-MINIMUM-AMOUNT
           DISPLAY "Refund Minimum       : " WS-MINIMUM-DOLLARS.

       OPEN-REFUND-FILES.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-MASTER-OK
               DISPLAY 'ERROR OPENING ACCOUNT-MASTER, STATUS = '
                   WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           EVALUATE TRUE
               WHEN WS-HOLD-OK
                   SET WS-HOLD-FILE-OPEN TO TRUE
               WHEN WS-HOLD-NOFILE
                   DISPLAY "No Hold File - No Holds Applied"
               WHEN OTHER
                   DISPLAY 'ERROR OPENING HOLD-FILE, STATUS = '
                       WS-HOLD-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-OPS-END
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT CHECK-ISSUE-FILE
           IF NOT WS-CHECK-ISSUE-OK
               DISPLAY 'ERROR OPENING CHECK-ISSUE-FILE, STATUS = '
                   WS-CHECK-ISSUE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT REFUND-TRANS
           IF NOT WS-REFUND-TRANS-OK
               DISPLAY 'ERROR OPENING REFUND-TRANS, STATUS = '
                   WS-REFUND-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT REFUND-REPORT
           IF NOT WS-REFUND-REPORT-OK
               DISPLAY 'ERROR OPENING REFUND-REPORT, STATUS = '
                   WS-REFUND-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF.

      * Only credit balances are looked at; every one is listed on
      * the register, refunded or not, so the bursar sees the money
      * left on the books and why.
       REVIEW-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ-COUNT
           IF WS-ABC1-BALANCE < ZEROS
               ADD 1 TO WS-CREDIT-BALANCE-COUNT
               COMPUTE WS-CREDIT-AMOUNT = ZERO - WS-ABC1-BALANCE
               PERFORM CHECK-FINANCIAL-HOLD
               EVALUATE TRUE
                   WHEN WS-ABC1-CLOSED
                       MOVE 'ACCOUNT CLOSED' TO WS-REFUND-NOTE
                       ADD 1 TO WS-CLOSED-SKIP-COUNT
                   WHEN WS-ABC1-SUSPENDED
                       MOVE 'ACCOUNT SUSPENDED' TO WS-REFUND-NOTE
                       ADD 1 TO WS-SUSPENDED-SKIP-COUNT
                   WHEN WS-ACCOUNT-ON-HOLD
                       MOVE 'FINANCIAL HOLD' TO WS-REFUND-NOTE
                       ADD 1 TO WS-HOLD-SKIP-COUNT
                   WHEN WS-CREDIT-AMOUNT < WS-MINIMUM-AMOUNT
                       MOVE 'BELOW MINIMUM' TO WS-REFUND-NOTE
                       ADD 1 TO WS-BELOW-MINIMUM-COUNT
                   WHEN OTHER
                       MOVE 'REFUND ISSUED' TO WS-REFUND-NOTE
                       PERFORM ISSUE-ONE-REFUND
               END-EVALUATE
               IF WS-REFUND-NOTE NOT = 'REFUND ISSUED'
                   ADD WS-CREDIT-AMOUNT TO WS-SKIPPED-TOTAL
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       CHECK-FINANCIAL-HOLD.
           SET WS-ACCOUNT-NOT-ON-HOLD TO TRUE
           IF WS-HOLD-FILE-OPEN
               MOVE WS-ABC1-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCOUNT-ON-HOLD TO TRUE
               END-READ
           END-IF.

      * The check and the offsetting debit are written together, so
      * the check file and RFNDTRAN always carry the same refunds.
       ISSUE-ONE-REFUND.
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-REFUND-TOTAL
           MOVE SPACES TO CK-DETAIL-RECORD
           MOVE 'D' TO CK-DTL-RECORD-TYPE
           MOVE WS-REFUND-COUNT TO CK-DTL-ITEM-NUMBER
           MOVE WS-ABC1-ACCOUNT-NUMBER TO CK-DTL-ACCOUNT-NUMBER
           MOVE WS-ABC1-CUSTOMER-NAME TO CK-DTL-PAYEE-NAME
           MOVE WS-CREDIT-AMOUNT TO CK-DTL-AMOUNT
           MOVE WS-RUN-DATE-CCYYMMDD TO CK-DTL-ISSUE-DATE
           WRITE CK-DETAIL-RECORD
           PERFORM CHECK-CHECK-ISSUE-WRITE
           MOVE SPACES TO RT-TRANS-RECORD
           MOVE WS-ABC1-ACCOUNT-NUMBER TO RT-ACCOUNT-NUMBER
           SET RT-DEBIT-TRANS TO TRUE
           MOVE WS-CREDIT-AMOUNT TO RT-AMOUNT
           SET RT-CREDIT-REFUND TO TRUE
           WRITE RT-TRANS-RECORD
           IF NOT WS-REFUND-TRANS-OK
               DISPLAY 'ERROR WRITING REFUND-TRANS, STATUS = '
                   WS-REFUND-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF.

       WRITE-CHECK-HEADER.
           MOVE SPACES TO CK-HEADER-RECORD
           MOVE 'H' TO CK-HDR-RECORD-TYPE
           MOVE WS-RUN-DATE-CCYYMMDD TO CK-HDR-ISSUE-DATE
           ACCEPT WS-OPS-TIME-RAW FROM TIME
           MOVE WS-OPS-TIME-RAW (1:6) TO CK-HDR-CREATE-TIME
           MOVE 'BURSAR' TO CK-HDR-ORIGINATOR
           WRITE CK-HEADER-RECORD
           PERFORM CHECK-CHECK-ISSUE-WRITE.

       WRITE-CHECK-TRAILER.
           MOVE SPACES TO CK-TRAILER-RECORD
           MOVE 'T' TO CK-TRL-RECORD-TYPE
           MOVE WS-REFUND-COUNT TO CK-TRL-CHECK-COUNT
           MOVE WS-REFUND-TOTAL TO CK-TRL-TOTAL-AMOUNT
           WRITE CK-TRAILER-RECORD
           PERFORM CHECK-CHECK-ISSUE-WRITE.

       CHECK-CHECK-ISSUE-WRITE.
           IF NOT WS-CHECK-ISSUE-OK
               DISPLAY 'ERROR WRITING CHECK-ISSUE-FILE, STATUS = '
                   WS-CHECK-ISSUE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF.

       BUILD-RUN-DATE-STAMP.
           ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-CC  '-'
                  WS-RUN-DATE-MM  '-'
                  WS-RUN-DATE-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING.

       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-HDR-RUN-DATE
           WRITE REFUND-REPORT-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE
           MOVE WS-MINIMUM-AMOUNT TO WS-RPT-RULE-AMOUNT
           WRITE REFUND-REPORT-REC FROM WS-REPORT-RULE-LINE
               AFTER ADVANCING 1 LINES
           WRITE REFUND-REPORT-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

       WRITE-REPORT-DETAIL.
           MOVE WS-ABC1-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT
           MOVE WS-ABC1-CUSTOMER-NAME TO WS-RPT-PAYEE-NAME
           MOVE WS-ABC1-BALANCE TO WS-RPT-BALANCE
           IF WS-REFUND-NOTE = 'REFUND ISSUED'
               MOVE WS-CREDIT-AMOUNT TO WS-RPT-REFUND
           ELSE
               MOVE ZEROS TO WS-RPT-REFUND
           END-IF
           MOVE WS-REFUND-NOTE TO WS-RPT-NOTE
           WRITE REFUND-REPORT-REC FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       WRITE-REPORT-TOTALS.
           MOVE 'ACCOUNTS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ACCOUNTS-READ-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE REFUND-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CREDIT BALANCES' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CREDIT-BALANCE-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE REFUND-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'REFUNDS ISSUED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-REFUND-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE REFUND-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'BELOW MINIMUM' TO WS-RPT-TOTAL-LABEL
           MOVE WS-BELOW-MINIMUM-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE REFUND-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'CLOSED SKIPPED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CLOSED-SKIP-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE REFUND-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'SUSPENDED SKIPPED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SUSPENDED-SKIP-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE REFUND-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'ON HOLD SKIPPED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HOLD-SKIP-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE REFUND-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'REFUND TOTAL' TO WS-RPT-AMOUNT-LABEL
           MOVE WS-REFUND-TOTAL TO WS-RPT-AMOUNT-TOTAL
           WRITE REFUND-REPORT-REC FROM WS-REPORT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CREDITS NOT REFUNDED' TO WS-RPT-AMOUNT-LABEL
           MOVE WS-SKIPPED-TOTAL TO WS-RPT-AMOUNT-TOTAL
           WRITE REFUND-REPORT-REC FROM WS-REPORT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           WRITE REFUND-REPORT-REC FROM WS-REPORT-APPROVAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE REFUND-REPORT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
