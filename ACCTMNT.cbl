       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
      * Account master maintenance pass.  Reads the ACCTMTRN batch
      * transaction file and applies opens, customer-name changes,
      * suspends, reinstates, and closes to the indexed ACCTMAST file
      * the way STUMAINT maintains the student master, so accounts are
      * no longer loaded by hand.  A close rejects while the balance
      * is not zero.  An open that names a student also writes the
      * STUACCT cross-reference so the PLAYING pass can bill tuition
      * to the new account.  Every transaction is reported on ACCTMRPT
      * as applied or rejected, never dropped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ABC1-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT STUDENT-ACCOUNT-XREF ASSIGN TO 'STUACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT ACCT-MAINT-TRANS ASSIGN TO 'ACCTMTRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRANS-STATUS.

           SELECT MAINT-REPORT ASSIGN TO 'ACCTMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.

           SELECT OPS-CONTROL ASSIGN TO 'OPSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
       COPY ABC.cpy REPLACING WS-ABC1 BY AM-ACCOUNT-RECORD.

       FD STUDENT-ACCOUNT-XREF.
       COPY STUACCT.cpy.

       FD STUDENT-MASTER.
       01 SM-STUDENT-RECORD.
           05 SM-STUDENT-ID PIC X(6).
           05 SM-STUDENT-NAME PIC X(25).

       FD ACCT-MAINT-TRANS.
       COPY ACCTMTRN.cpy.

       FD MAINT-REPORT.
       01 MAINT-REPORT-REC PIC X(80).

       FD OPS-CONTROL.
       COPY OPSCTL.cpy.

       WORKING-STORAGE SECTION.

       01 WS-ACCOUNT-MASTER-STATUS PIC X(2).
           88 WS-ACCOUNT-MASTER-OK VALUE '00'.
           88 WS-ACCOUNT-MASTER-NOTFND VALUE '23'.
           88 WS-ACCOUNT-MASTER-DUPKEY VALUE '22'.
           88 WS-ACCOUNT-MASTER-NOFILE VALUE '35'.

       01 WS-XREF-STATUS PIC X(2).
           88 WS-XREF-OK VALUE '00'.
           88 WS-XREF-NOTFND VALUE '23'.
           88 WS-XREF-DUPKEY VALUE '22'.
           88 WS-XREF-NOFILE VALUE '35'.

       01 WS-STUDENT-MASTER-STATUS PIC X(2).
           88 WS-STUDENT-MASTER-OK VALUE '00'.
           88 WS-STUDENT-MASTER-NOTFND VALUE '23'.

       01 WS-MAINT-TRANS-STATUS PIC X(2).
           88 WS-MAINT-TRANS-OK VALUE '00'.
           88 WS-MAINT-TRANS-EOF VALUE '10'.

       01 WS-MAINT-REPORT-STATUS PIC X(2).
           88 WS-MAINT-REPORT-OK VALUE '00'.

       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-MAINT-TRANS VALUE 'Y'.

       01 WS-APPLIED-FLAG PIC X.
           88 WS-TRANS-APPLIED VALUE 'Y'.
           88 WS-TRANS-REJECTED VALUE 'N'.

       01 WS-REJECT-REASON PIC X(25).

       01 WS-READ-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-OPENED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-CLOSED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-XREF-WRITTEN-COUNT PIC 9(6) VALUE ZEROS.

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
           05 FILLER PIC X(30)
               VALUE 'ACCOUNT MASTER MAINTENANCE'.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-RPT-HDR-RUN-DATE PIC X(10).

       01 WS-REPORT-COLUMN-HEADING.
           05 FILLER PIC X(5) VALUE 'TYPE'.
           05 FILLER PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER PIC X(27) VALUE 'CUSTOMER NAME'.
           05 FILLER PIC X(10) VALUE 'ACTION'.
           05 FILLER PIC X(25) VALUE 'REASON'.

       01 WS-REPORT-DETAIL-LINE.
           05 WS-RPT-TRANS-TYPE PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-ACCOUNT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-CUSTOMER-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-REASON PIC X(25).

       01 WS-REPORT-TOTAL-LINE.
           05 WS-RPT-TOTAL-LABEL PIC X(20).
           05 WS-RPT-TOTAL-COUNT PIC ZZZZZ9.

       01 WS-REPORT-FOOTER.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-FTR-RUN-DATE PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BUILD-RUN-DATE-STAMP
           PERFORM WRITE-OPS-START
           PERFORM OPEN-MAINT-FILES
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM UNTIL WS-END-OF-MAINT-TRANS
               READ ACCT-MAINT-TRANS
                   AT END
                       SET WS-END-OF-MAINT-TRANS TO TRUE
                   NOT AT END
                       PERFORM PROCESS-MAINT-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ACCT-MAINT-TRANS
           CLOSE ACCOUNT-MASTER
           CLOSE STUDENT-ACCOUNT-XREF
           CLOSE STUDENT-MASTER
           CLOSE MAINT-REPORT
           DISPLAY ' '
           DISPLAY "Account Transactions Read        : " WS-READ-COUNT
           DISPLAY "Account Transactions Applied     : "
               WS-APPLIED-COUNT
           DISPLAY "Account Transactions Rejected    : "
               WS-REJECTED-COUNT
           DISPLAY "Accounts Opened                  : "
               WS-OPENED-COUNT
           DISPLAY "Accounts Closed                  : "
               WS-CLOSED-COUNT
           DISPLAY "Student Cross-References Written : "
               WS-XREF-WRITTEN-COUNT
           MOVE WS-APPLIED-COUNT TO WS-OPS-KEY-COUNT
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
               MOVE 'ACCTMNT' TO OC-PROGRAM-ID
               MOVE WS-OPS-RECORD-TYPE TO OC-RECORD-TYPE
               MOVE WS-RUN-DATE-CCYYMMDD TO OC-RUN-DATE
               ACCEPT WS-OPS-TIME-RAW FROM TIME
               MOVE WS-OPS-TIME-RAW (1:6) TO OC-RUN-TIME
               MOVE RETURN-CODE TO OC-RETURN-CODE
               MOVE WS-OPS-KEY-COUNT TO OC-KEY-COUNT
               WRITE OC-CONTROL-RECORD
               CLOSE OPS-CONTROL
           END-IF.

       OPEN-MAINT-FILES.
           OPEN INPUT ACCT-MAINT-TRANS
           IF NOT WS-MAINT-TRANS-OK
               DISPLAY 'ERROR OPENING ACCT-MAINT-TRANS, STATUS = '
                   WS-MAINT-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCOUNT-MASTER-NOFILE
      * First maintenance run against a new master: create the file
      * empty, then reopen it for update.
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF
           IF NOT WS-ACCOUNT-MASTER-OK
               DISPLAY 'ERROR OPENING ACCOUNT-MASTER, STATUS = '
                   WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN I-O STUDENT-ACCOUNT-XREF
           IF WS-XREF-NOFILE
               OPEN OUTPUT STUDENT-ACCOUNT-XREF
               CLOSE STUDENT-ACCOUNT-XREF
               OPEN I-O STUDENT-ACCOUNT-XREF
           END-IF
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
           OPEN OUTPUT MAINT-REPORT
           IF NOT WS-MAINT-REPORT-OK
               DISPLAY 'ERROR OPENING MAINT-REPORT, STATUS = '
                   WS-MAINT-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF.

       PROCESS-MAINT-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           SET WS-TRANS-APPLIED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN MX-OPEN-TRANS
                   PERFORM APPLY-OPEN-TRANSACTION
               WHEN MX-NAME-CHANGE-TRANS
                   PERFORM APPLY-NAME-CHANGE-TRANSACTION
               WHEN MX-SUSPEND-TRANS
                   PERFORM APPLY-SUSPEND-TRANSACTION
               WHEN MX-REINSTATE-TRANS
                   PERFORM APPLY-REINSTATE-TRANSACTION
               WHEN MX-CLOSE-TRANS
                   PERFORM APPLY-CLOSE-TRANSACTION
               WHEN OTHER
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON
           END-EVALUATE
           PERFORM WRITE-REPORT-DETAIL.

      * An open for a student is edited completely before anything is
      * written, so a rejected open never leaves an account without
      * its cross-reference or a cross-reference without its account.
       APPLY-OPEN-TRANSACTION.
           EVALUATE TRUE
               WHEN MX-ACCOUNT-NUMBER NOT NUMERIC
                   OR MX-ACCOUNT-NUMBER = ZEROS
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-REASON
               WHEN MX-CUSTOMER-NAME = SPACES
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-TRANS-APPLIED AND MX-STUDENT-ID NOT = SPACES
               PERFORM EDIT-STUDENT-LINK
           END-IF
           IF WS-TRANS-APPLIED
               MOVE MX-ACCOUNT-NUMBER TO WS-ABC1-ACCOUNT-NUMBER
               MOVE MX-CUSTOMER-NAME TO WS-ABC1-CUSTOMER-NAME
               MOVE ZEROS TO WS-ABC1-BALANCE
               SET WS-ABC1-ACTIVE TO TRUE
               WRITE AM-ACCOUNT-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ACCOUNT ALREADY ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-OPENED-COUNT
               END-WRITE
           END-IF
           IF WS-TRANS-APPLIED AND MX-STUDENT-ID NOT = SPACES
               PERFORM WRITE-STUDENT-LINK
           END-IF.

      * The student must be on the master and must not already be
      * billed to another account; STUACCT holds one account per
      * student.
       EDIT-STUDENT-LINK.
           MOVE MX-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'STUDENT ID NOT ON FILE' TO WS-REJECT-REASON
           END-READ
           IF WS-TRANS-APPLIED
               MOVE MX-STUDENT-ID TO SA-STUDENT-ID
               READ STUDENT-ACCOUNT-XREF
                   NOT INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'STUDENT ALREADY LINKED'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

       WRITE-STUDENT-LINK.
           MOVE MX-STUDENT-ID TO SA-STUDENT-ID
           MOVE MX-ACCOUNT-NUMBER TO SA-ACCOUNT-NUMBER
           WRITE SA-XREF-RECORD
               INVALID KEY
                   DISPLAY 'STUACCT WRITE FAILED FOR STUDENT '
                       MX-STUDENT-ID ', STATUS = ' WS-XREF-STATUS
                   MOVE 'XREF NOT WRITTEN' TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-XREF-WRITTEN-COUNT
                   STRING 'LINKED TO STUDENT ' MX-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
           END-WRITE.

       APPLY-NAME-CHANGE-TRANSACTION.
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN WS-ABC1-CLOSED
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
                   WHEN MX-CUSTOMER-NAME = SPACES
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'CUSTOMER NAME MISSING'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE MX-CUSTOMER-NAME TO WS-ABC1-CUSTOMER-NAME
                       PERFORM REWRITE-ACCOUNT-RECORD
               END-EVALUATE
           END-IF.

       APPLY-SUSPEND-TRANSACTION.
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-TRANS-APPLIED
               IF WS-ABC1-ACTIVE
                   SET WS-ABC1-SUSPENDED TO TRUE
                   PERFORM REWRITE-ACCOUNT-RECORD
               ELSE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
               END-IF
           END-IF.

       APPLY-REINSTATE-TRANSACTION.
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-TRANS-APPLIED
               IF WS-ABC1-SUSPENDED
                   SET WS-ABC1-ACTIVE TO TRUE
                   PERFORM REWRITE-ACCOUNT-RECORD
               ELSE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ACCOUNT NOT SUSPENDED' TO WS-REJECT-REASON
               END-IF
           END-IF.

      * Closing with money still owed (or owed back) would strand the
      * balance where ACCTPOST can no longer post to it, so the
      * account must be brought to zero first.
       APPLY-CLOSE-TRANSACTION.
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN WS-ABC1-CLOSED
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ACCOUNT ALREADY CLOSED'
                           TO WS-REJECT-REASON
                   WHEN WS-ABC1-BALANCE NOT = ZEROS
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'BALANCE NOT ZERO' TO WS-REJECT-REASON
                   WHEN OTHER
                       SET WS-ABC1-CLOSED TO TRUE
                       PERFORM REWRITE-ACCOUNT-RECORD
                       IF WS-TRANS-APPLIED
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
               END-EVALUATE
           END-IF.

       READ-ACCOUNT-FOR-UPDATE.
           MOVE MX-ACCOUNT-NUMBER TO WS-ABC1-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
           END-READ.

       REWRITE-ACCOUNT-RECORD.
           REWRITE AM-ACCOUNT-RECORD
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ACCOUNT REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

       BUILD-RUN-DATE-STAMP.
           ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-CC  '-'
                  WS-RUN-DATE-MM  '-'
                  WS-RUN-DATE-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING.

       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-HDR-RUN-DATE
           WRITE MAINT-REPORT-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE
           WRITE MAINT-REPORT-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

      * A name change reports the new name; everything else reports
      * the name as it stands on the master after the transaction.
       WRITE-REPORT-DETAIL.
           MOVE MX-TRANS-TYPE TO WS-RPT-TRANS-TYPE
           MOVE MX-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT
           IF MX-CUSTOMER-NAME NOT = SPACES
               MOVE MX-CUSTOMER-NAME TO WS-RPT-CUSTOMER-NAME
           ELSE
               IF WS-ACCOUNT-MASTER-OK
                   AND WS-ABC1-ACCOUNT-NUMBER = MX-ACCOUNT-NUMBER
                   MOVE WS-ABC1-CUSTOMER-NAME TO WS-RPT-CUSTOMER-NAME
               ELSE
                   MOVE SPACES TO WS-RPT-CUSTOMER-NAME
               END-IF
           END-IF
           IF WS-TRANS-APPLIED
               MOVE 'APPLIED' TO WS-RPT-ACTION
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED' TO WS-RPT-ACTION
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           MOVE WS-REJECT-REASON TO WS-RPT-REASON
           WRITE MAINT-REPORT-REC FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       WRITE-REPORT-TOTALS.
           MOVE 'RECORDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-READ-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TRANS APPLIED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-APPLIED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TRANS REJECTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'ACCOUNTS OPENED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-OPENED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'ACCOUNTS CLOSED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CLOSED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'XREFS WRITTEN' TO WS-RPT-TOTAL-LABEL
           MOVE WS-XREF-WRITTEN-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE MAINT-REPORT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
