       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITRECN.
      * Tuition reconciliation.  Runs after ACCTPOST and proves the
      * tuition round trip for the current term: every enrollment on
      * ENROLL must have its tuition debit posted on the ACCTJRNL
      * journal against the student's STUACCT account, and every drop
      * must have its offsetting credit.  Enrollments, tonight's
      * BILLFILE charges and credits, and the journal's tuition
      * postings for the term are sorted together by student and
      * course; each student/course is then reconciled on its net
      * posted amount, so a drop and re-enrollment still balance.
      * The amount owed is what the enrollment was charged
      * (EN-TUITION-CHARGED), which is CC-TUITION-FEE as it stood when
      * the seat was taken; older enrollments without it fall back to
      * today's catalog fee.  Exceptions are listed on TUITRPT:
      *   NOT BILLED          - enrolled, nothing billed or posted
      *   BILLED NOT POSTED   - enrolled, billed tonight, but ACCTPOST
      *                         did not post it
      *   NO ACCOUNT XREF     - enrolled, no STUACCT account to bill
      *   BILLED NOT ENROLLED - charge posted with no enrollment, or a
      *                         drop whose credit never posted
      *   CREDIT NOT POSTED   - as above, drop credit billed tonight
      *                         but not posted
      *   AMOUNT MISMATCH     - posted amount differs from the charge
      *   WRONG ACCOUNT       - posted to an account other than the
      *                         student's STUACCT account
      * Command line: variance tolerance in whole dollars (positions
      * 1-5, default zero).  Variances within tolerance end the run
      * with RETURN-CODE 4; over tolerance, RETURN-CODE 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT COURSE-CATALOG ASSIGN TO 'CRSCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-COURSE-CATALOG-STATUS.

           SELECT STUDENT-ACCOUNT-XREF ASSIGN TO 'STUACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT BILLING-FILE ASSIGN TO 'BILLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT POST-JOURNAL ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-JOURNAL-STATUS.

           SELECT TERM-CONTROL ASSIGN TO 'TERMCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

           SELECT SORT-FILE ASSIGN TO 'SORTWK'.

           SELECT RECON-REPORT ASSIGN TO 'TUITRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.

           SELECT OPS-CONTROL ASSIGN TO 'OPSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       COPY ENROLL.cpy.

       FD COURSE-CATALOG.
       COPY CRSCAT.cpy.

       FD STUDENT-ACCOUNT-XREF.
       COPY STUACCT.cpy.

       FD BILLING-FILE.
       COPY ACCTTRAN.cpy REPLACING LEADING ==AT== BY ==BT==.

       FD POST-JOURNAL.
       COPY ACCTJRNL.cpy.

       FD TERM-CONTROL.
       COPY TERMCTL.cpy.

      * One enrollment, billing record, or journal posting per sort
      * record.  Charges carry a positive amount and credits a
      * negative one, so each student/course nets to what is owed.
       SD SORT-FILE.
       01 SR-RECON-RECORD.
           05 SR-STUDENT-ID PIC X(6).
           05 SR-COURSE-ID PIC X(6).
           05 SR-SOURCE PIC X.
               88 SR-FROM-ENROLLMENT VALUE 'E'.
               88 SR-FROM-BILLING VALUE 'B'.
               88 SR-FROM-JOURNAL VALUE 'J'.
           05 SR-ACCOUNT-NUMBER PIC 9(8).
           05 SR-AMOUNT PIC S9(7)V99.

       FD RECON-REPORT.
       01 RECON-REPORT-REC PIC X(80).

       FD OPS-CONTROL.
       COPY OPSCTL.cpy.

       WORKING-STORAGE SECTION.

       01 WS-ENROLLMENT-STATUS PIC X(2).
           88 WS-ENROLLMENT-OK VALUE '00'.
           88 WS-ENROLLMENT-EOF VALUE '10'.

       01 WS-COURSE-CATALOG-STATUS PIC X(2).
           88 WS-COURSE-CATALOG-OK VALUE '00'.
           88 WS-COURSE-CATALOG-NOTFND VALUE '23'.

       01 WS-XREF-STATUS PIC X(2).
           88 WS-XREF-OK VALUE '00'.
           88 WS-XREF-NOTFND VALUE '23'.

       01 WS-BILLING-STATUS PIC X(2).
           88 WS-BILLING-OK VALUE '00'.
           88 WS-BILLING-NOFILE VALUE '35'.

       01 WS-POST-JOURNAL-STATUS PIC X(2).
           88 WS-POST-JOURNAL-OK VALUE '00'.
           88 WS-POST-JOURNAL-NOFILE VALUE '35'.

       01 WS-TERM-CONTROL-STATUS PIC X(2).
           88 WS-TERM-CONTROL-OK VALUE '00'.

       01 WS-RECON-REPORT-STATUS PIC X(2).
           88 WS-RECON-REPORT-OK VALUE '00'.

       01 WS-ENROLL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-ENROLLMENTS VALUE 'Y'.

       01 WS-BILLING-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-BILLING VALUE 'Y'.

       01 WS-JOURNAL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-JOURNAL VALUE 'Y'.

       01 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-SORT VALUE 'Y'.

       01 WS-CURRENT-TERM PIC X(5).

      * Variance tolerance from COMMAND-LINE, in whole dollars.
       01 WS-COMMAND-PARM PIC X(20) VALUE SPACES.
       01 WS-TOLERANCE-DOLLARS PIC 9(5) VALUE ZEROS.
       01 WS-TOLERANCE-AMOUNT PIC 9(7)V99.

      * Running totals for the student/course being reconciled.
       01 WS-CURRENT-STUDENT-ID PIC X(6) VALUE SPACES.
       01 WS-CURRENT-COURSE-ID PIC X(6) VALUE SPACES.
       01 WS-XREF-ACCOUNT PIC 9(8).
       01 WS-XREF-FOUND-FLAG PIC X.
           88 WS-XREF-FOUND VALUE 'Y'.
           88 WS-XREF-NOT-FOUND VALUE 'N'.
       01 WS-ENROLLED-FLAG PIC X.
           88 WS-STUDENT-ENROLLED VALUE 'Y'.
           88 WS-STUDENT-NOT-ENROLLED VALUE 'N'.
       01 WS-EXPECTED-AMOUNT PIC S9(7)V99.
       01 WS-BILLED-NET PIC S9(7)V99.
       01 WS-POSTED-NET PIC S9(7)V99.
       01 WS-POSTED-ENTRIES PIC 9(4).
       01 WS-OTHER-ACCOUNT-NET PIC S9(7)V99.
       01 WS-OTHER-ACCOUNT-NUMBER PIC 9(8).
       01 WS-VARIANCE-AMOUNT PIC S9(7)V99.
       01 WS-RECON-STATUS PIC X(20).

       01 WS-ENROLLMENTS-RELEASED PIC 9(6) VALUE ZEROS.
       01 WS-BILLINGS-RELEASED PIC 9(6) VALUE ZEROS.
       01 WS-POSTINGS-RELEASED PIC 9(6) VALUE ZEROS.
       01 WS-ENROLLMENTS-MATCHED PIC 9(6) VALUE ZEROS.
       01 WS-DROPS-MATCHED PIC 9(6) VALUE ZEROS.
       01 WS-NOT-BILLED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-NOT-POSTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-NO-XREF-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-NOT-ENROLLED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-MISMATCH-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-WRONG-ACCOUNT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-VARIANCE-TOTAL PIC 9(9)V99 VALUE ZEROS.

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
           05 FILLER PIC X(28) VALUE 'TUITION RECONCILIATION TERM '.
           05 WS-RPT-HDR-TERM PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-HDR-RUN-DATE PIC X(10).

       01 WS-REPORT-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE 'STUDENT'.
           05 FILLER PIC X(8) VALUE 'COURSE'.
           05 FILLER PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER PIC X(10) VALUE '    OWED'.
           05 FILLER PIC X(11) VALUE '    POSTED'.
           05 FILLER PIC X(11) VALUE '  VARIANCE'.
           05 FILLER PIC X(20) VALUE 'STATUS'.

       01 WS-REPORT-DETAIL-LINE.
           05 WS-RPT-STUDENT-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-COURSE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-ACCOUNT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-EXPECTED PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-POSTED PIC -ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-VARIANCE PIC -ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-STATUS PIC X(20).

       01 WS-REPORT-TOTAL-LINE.
           05 WS-RPT-TOTAL-LABEL PIC X(20).
           05 WS-RPT-TOTAL-COUNT PIC ZZZZZ9.

       01 WS-REPORT-AMOUNT-LINE.
           05 WS-RPT-AMOUNT-LABEL PIC X(20).
           05 WS-RPT-AMOUNT-TOTAL PIC ZZZZZZZZ9.99.

       01 WS-REPORT-RESULT-LINE.
           05 FILLER PIC X(20) VALUE 'RECONCILIATION'.
           05 WS-RPT-RESULT PIC X(20).

       01 WS-REPORT-FOOTER.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-FTR-RUN-DATE PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BUILD-RUN-DATE-STAMP
           PERFORM WRITE-OPS-START
           PERFORM PARSE-RECON-PARAMETERS
           PERFORM READ-TERM-CONTROL
           PERFORM OPEN-RECON-FILES
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-COURSE-ID
                                SR-SOURCE
               INPUT PROCEDURE IS RELEASE-TUITION-ITEMS
               OUTPUT PROCEDURE IS RECONCILE-TUITION-ITEMS
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'TUITION SORT FAILED'
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-CATALOG
           CLOSE STUDENT-ACCOUNT-XREF
           CLOSE RECON-REPORT
           DISPLAY ' '
           DISPLAY "Enrollments Read     : " WS-ENROLLMENTS-RELEASED
           DISPLAY "Billing Records Read : " WS-BILLINGS-RELEASED
           DISPLAY "Tuition Postings Read: " WS-POSTINGS-RELEASED
           DISPLAY "Enrollments Matched  : " WS-ENROLLMENTS-MATCHED
           DISPLAY "Drops Matched        : " WS-DROPS-MATCHED
           DISPLAY "Exceptions           : " WS-EXCEPTION-COUNT
           DISPLAY "Variance Total       : " WS-VARIANCE-TOTAL
           EVALUATE TRUE
               WHEN WS-VARIANCE-TOTAL > WS-TOLERANCE-AMOUNT
                   DISPLAY "** TUITION VARIANCE OVER TOLERANCE **"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-EXCEPTION-COUNT TO WS-OPS-KEY-COUNT
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
               MOVE 'TUITRECN' TO OC-PROGRAM-ID
               MOVE WS-OPS-RECORD-TYPE TO OC-RECORD-TYPE
               MOVE WS-RUN-DATE-CCYYMMDD TO OC-RUN-DATE
               ACCEPT WS-OPS-TIME-RAW FROM TIME
               MOVE WS-OPS-TIME-RAW (1:6) TO OC-RUN-TIME
               MOVE RETURN-CODE TO OC-RETURN-CODE
               MOVE WS-OPS-KEY-COUNT TO OC-KEY-COUNT
               WRITE OC-CONTROL-RECORD
               CLOSE OPS-CONTROL
           END-IF.

       PARSE-RECON-PARAMETERS.
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           IF WS-COMMAND-PARM (1:5) IS NUMERIC
               MOVE WS-COMMAND-PARM (1:5) TO WS-TOLERANCE-DOLLARS
           END-IF
           MOVE WS-TOLERANCE-DOLLARS TO WS-TOLERANCE-AMOUNT
           DISPLAY "Variance Tolerance   : " WS-TOLERANCE-DOLLARS.

       READ-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL
           IF NOT WS-TERM-CONTROL-OK
               DISPLAY 'ERROR OPENING TERM-CONTROL, STATUS = '
                   WS-TERM-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           READ TERM-CONTROL
               AT END
                   MOVE SPACES TO TL-TERM-RECORD
           END-READ
           CLOSE TERM-CONTROL
           IF TL-CURRENT-TERM = SPACES
               DISPLAY 'NO CURRENT TERM ON TERM-CONTROL'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           MOVE TL-CURRENT-TERM TO WS-CURRENT-TERM
           DISPLAY "Tuition Reconciliation For Term " WS-CURRENT-TERM.

      * BILLFILE and ACCTJRNL are opened inside the sort's input
      * procedure; either one missing simply contributes nothing.
       OPEN-RECON-FILES.
           OPEN INPUT ENROLLMENT-FILE
           IF NOT WS-ENROLLMENT-OK
               DISPLAY 'ERROR OPENING ENROLLMENT-FILE, STATUS = '
                   WS-ENROLLMENT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN INPUT COURSE-CATALOG
           IF NOT WS-COURSE-CATALOG-OK
               DISPLAY 'ERROR OPENING COURSE-CATALOG, STATUS = '
                   WS-COURSE-CATALOG-STATUS
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
           OPEN OUTPUT RECON-REPORT
           IF NOT WS-RECON-REPORT-OK
               DISPLAY 'ERROR OPENING RECON-REPORT, STATUS = '
                   WS-RECON-REPORT-STATUS
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

      * Sort input: current-term enrollments, then tonight's tuition
      * billing, then every tuition posting on the journal for the
      * term.  Hand-keyed postings carry no tuition reference and
      * stay out of the reconciliation.
       RELEASE-TUITION-ITEMS.
           PERFORM UNTIL WS-END-OF-ENROLLMENTS
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-ENROLLMENTS TO TRUE
                   NOT AT END
                       IF EN-TERM-ID = WS-CURRENT-TERM
                           PERFORM RELEASE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           OPEN INPUT BILLING-FILE
           IF WS-BILLING-NOFILE
               DISPLAY "No Billing File On Hand"
           ELSE
               IF NOT WS-BILLING-OK
                   DISPLAY 'ERROR OPENING BILLING-FILE, STATUS = '
                       WS-BILLING-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-OPS-END
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-BILLING
                   READ BILLING-FILE
                       AT END
                           SET WS-END-OF-BILLING TO TRUE
                       NOT AT END
                           IF BT-TUITION-BILLING
                               AND BT-TERM-ID = WS-CURRENT-TERM
                               PERFORM RELEASE-ONE-BILLING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF
           OPEN INPUT POST-JOURNAL
           IF WS-POST-JOURNAL-NOFILE
               DISPLAY "No Posting Journal On File"
           ELSE
               IF NOT WS-POST-JOURNAL-OK
                   DISPLAY 'ERROR OPENING POST-JOURNAL, STATUS = '
                       WS-POST-JOURNAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-OPS-END
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-JOURNAL
                   READ POST-JOURNAL
                       AT END
                           SET WS-END-OF-JOURNAL TO TRUE
                       NOT AT END
                           IF AJ-TUITION-BILLING
                               AND AJ-TERM-ID = WS-CURRENT-TERM
                               PERFORM RELEASE-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-JOURNAL
           END-IF.

      * What the enrollment owes: the fee charged when the seat was
      * taken, or today's catalog fee for an enrollment written
      * before the charge was kept on the record.
       RELEASE-ONE-ENROLLMENT.
           MOVE EN-STUDENT-ID TO SR-STUDENT-ID
           MOVE EN-COURSE-ID TO SR-COURSE-ID
           SET SR-FROM-ENROLLMENT TO TRUE
           MOVE ZEROS TO SR-ACCOUNT-NUMBER
           IF EN-TUITION-CHARGED NUMERIC
               AND EN-TUITION-CHARGED > ZEROS
               MOVE EN-TUITION-CHARGED TO SR-AMOUNT
           ELSE
               MOVE EN-COURSE-ID TO CC-COURSE-ID
               READ COURSE-CATALOG
                   INVALID KEY
                       MOVE ZEROS TO SR-AMOUNT
                   NOT INVALID KEY
                       MOVE CC-TUITION-FEE TO SR-AMOUNT
               END-READ
           END-IF
           RELEASE SR-RECON-RECORD
           ADD 1 TO WS-ENROLLMENTS-RELEASED.

       RELEASE-ONE-BILLING.
           MOVE BT-STUDENT-ID TO SR-STUDENT-ID
           MOVE BT-COURSE-ID TO SR-COURSE-ID
           SET SR-FROM-BILLING TO TRUE
           MOVE BT-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
           IF BT-CREDIT-TRANS
               COMPUTE SR-AMOUNT = ZERO - BT-AMOUNT
           ELSE
               MOVE BT-AMOUNT TO SR-AMOUNT
           END-IF
           RELEASE SR-RECON-RECORD
           ADD 1 TO WS-BILLINGS-RELEASED.

       RELEASE-ONE-POSTING.
           MOVE AJ-STUDENT-ID TO SR-STUDENT-ID
           MOVE AJ-COURSE-ID TO SR-COURSE-ID
           SET SR-FROM-JOURNAL TO TRUE
           MOVE AJ-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
           IF AJ-TRANS-CODE = 'C'
               COMPUTE SR-AMOUNT = ZERO - AJ-AMOUNT
           ELSE
               MOVE AJ-AMOUNT TO SR-AMOUNT
           END-IF
           RELEASE SR-RECON-RECORD
           ADD 1 TO WS-POSTINGS-RELEASED.

      * Sort output: one control break per student and course.
       RECONCILE-TUITION-ITEMS.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-FILE
                   AT END
                       SET WS-END-OF-SORT TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-TUITION-ITEM
               END-RETURN
           END-PERFORM
           IF WS-CURRENT-STUDENT-ID NOT = SPACES
               PERFORM FINISH-ONE-COURSE
           END-IF.

       TAKE-ONE-TUITION-ITEM.
           IF SR-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
               OR SR-COURSE-ID NOT = WS-CURRENT-COURSE-ID
               IF WS-CURRENT-STUDENT-ID NOT = SPACES
                   PERFORM FINISH-ONE-COURSE
               END-IF
               PERFORM START-ONE-COURSE
           END-IF
           EVALUATE TRUE
               WHEN SR-FROM-ENROLLMENT
                   SET WS-STUDENT-ENROLLED TO TRUE
                   MOVE SR-AMOUNT TO WS-EXPECTED-AMOUNT
               WHEN SR-FROM-BILLING
                   ADD SR-AMOUNT TO WS-BILLED-NET
               WHEN SR-FROM-JOURNAL
                   ADD 1 TO WS-POSTED-ENTRIES
                   IF WS-XREF-FOUND
                       AND SR-ACCOUNT-NUMBER = WS-XREF-ACCOUNT
                       ADD SR-AMOUNT TO WS-POSTED-NET
                   ELSE
                       ADD SR-AMOUNT TO WS-OTHER-ACCOUNT-NET
                       MOVE SR-ACCOUNT-NUMBER
                           TO WS-OTHER-ACCOUNT-NUMBER
                   END-IF
           END-EVALUATE.

       START-ONE-COURSE.
           IF SR-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
               MOVE SR-STUDENT-ID TO SA-STUDENT-ID
               READ STUDENT-ACCOUNT-XREF
                   INVALID KEY
                       SET WS-XREF-NOT-FOUND TO TRUE
                       MOVE ZEROS TO WS-XREF-ACCOUNT
                   NOT INVALID KEY
                       SET WS-XREF-FOUND TO TRUE
                       MOVE SA-ACCOUNT-NUMBER TO WS-XREF-ACCOUNT
               END-READ
           END-IF
           MOVE SR-STUDENT-ID TO WS-CURRENT-STUDENT-ID
           MOVE SR-COURSE-ID TO WS-CURRENT-COURSE-ID
           SET WS-STUDENT-NOT-ENROLLED TO TRUE
           MOVE ZEROS TO WS-EXPECTED-AMOUNT
           MOVE ZEROS TO WS-BILLED-NET
           MOVE ZEROS TO WS-POSTED-NET
           MOVE ZEROS TO WS-POSTED-ENTRIES
           MOVE ZEROS TO WS-OTHER-ACCOUNT-NET
           MOVE ZEROS TO WS-OTHER-ACCOUNT-NUMBER.

      * A student/course is in balance when what posted to the
      * student's own account nets to what the enrollment owes -
      * zero for a course the student dropped - and nothing posted
      * anywhere else.
       FINISH-ONE-COURSE.
           MOVE SPACES TO WS-RECON-STATUS
           COMPUTE WS-VARIANCE-AMOUNT =
               WS-POSTED-NET + WS-OTHER-ACCOUNT-NET
               - WS-EXPECTED-AMOUNT
           EVALUATE TRUE
               WHEN WS-OTHER-ACCOUNT-NET NOT = ZEROS
                   MOVE 'WRONG ACCOUNT' TO WS-RECON-STATUS
                   ADD 1 TO WS-WRONG-ACCOUNT-COUNT
                   MOVE WS-OTHER-ACCOUNT-NET TO WS-VARIANCE-AMOUNT
               WHEN WS-STUDENT-ENROLLED
                   AND WS-POSTED-NET = WS-EXPECTED-AMOUNT
                   ADD 1 TO WS-ENROLLMENTS-MATCHED
               WHEN WS-STUDENT-ENROLLED AND WS-XREF-NOT-FOUND
                   MOVE 'NO ACCOUNT XREF' TO WS-RECON-STATUS
                   ADD 1 TO WS-NO-XREF-COUNT
               WHEN WS-STUDENT-ENROLLED AND WS-POSTED-NET = ZEROS
                   AND WS-BILLED-NET > ZEROS
                   MOVE 'BILLED NOT POSTED' TO WS-RECON-STATUS
                   ADD 1 TO WS-NOT-POSTED-COUNT
               WHEN WS-STUDENT-ENROLLED AND WS-POSTED-NET = ZEROS
                   MOVE 'NOT BILLED' TO WS-RECON-STATUS
                   ADD 1 TO WS-NOT-BILLED-COUNT
               WHEN WS-STUDENT-ENROLLED
                   MOVE 'AMOUNT MISMATCH' TO WS-RECON-STATUS
                   ADD 1 TO WS-MISMATCH-COUNT
               WHEN WS-POSTED-NET = ZEROS
                   IF WS-POSTED-ENTRIES > ZEROS
                       ADD 1 TO WS-DROPS-MATCHED
                   END-IF
               WHEN WS-POSTED-NET > ZEROS AND WS-BILLED-NET < ZEROS
                   MOVE 'CREDIT NOT POSTED' TO WS-RECON-STATUS
                   ADD 1 TO WS-NOT-POSTED-COUNT
               WHEN WS-POSTED-NET > ZEROS
                   MOVE 'BILLED NOT ENROLLED' TO WS-RECON-STATUS
                   ADD 1 TO WS-NOT-ENROLLED-COUNT
               WHEN OTHER
                   MOVE 'AMOUNT MISMATCH' TO WS-RECON-STATUS
                   ADD 1 TO WS-MISMATCH-COUNT
           END-EVALUATE
           IF WS-RECON-STATUS NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-VARIANCE-AMOUNT < ZEROS
               SUBTRACT WS-VARIANCE-AMOUNT FROM WS-VARIANCE-TOTAL
           ELSE
               ADD WS-VARIANCE-AMOUNT TO WS-VARIANCE-TOTAL
           END-IF
           MOVE WS-CURRENT-STUDENT-ID TO WS-RPT-STUDENT-ID
           MOVE WS-CURRENT-COURSE-ID TO WS-RPT-COURSE-ID
           IF WS-OTHER-ACCOUNT-NET NOT = ZEROS
               MOVE WS-OTHER-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT
           ELSE
               MOVE WS-XREF-ACCOUNT TO WS-RPT-ACCOUNT
           END-IF
           MOVE WS-EXPECTED-AMOUNT TO WS-RPT-EXPECTED
           COMPUTE WS-RPT-POSTED =
               WS-POSTED-NET + WS-OTHER-ACCOUNT-NET
           MOVE WS-VARIANCE-AMOUNT TO WS-RPT-VARIANCE
           MOVE WS-RECON-STATUS TO WS-RPT-STATUS
           WRITE RECON-REPORT-REC FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       WRITE-REPORT-HEADINGS.
           MOVE WS-CURRENT-TERM TO WS-RPT-HDR-TERM
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-HDR-RUN-DATE
           WRITE RECON-REPORT-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE
           WRITE RECON-REPORT-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

       WRITE-REPORT-TOTALS.
           MOVE 'ENROLLMENTS CHECKED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ENROLLMENTS-RELEASED TO WS-RPT-TOTAL-COUNT
           WRITE RECON-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ENROLLMENTS MATCHED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ENROLLMENTS-MATCHED TO WS-RPT-TOTAL-COUNT
           WRITE RECON-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'DROPS MATCHED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-DROPS-MATCHED TO WS-RPT-TOTAL-COUNT
           WRITE RECON-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'NOT BILLED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NOT-BILLED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE RECON-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'BILLED NOT POSTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NOT-POSTED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE RECON-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'NO ACCOUNT XREF' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NO-XREF-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE RECON-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'BILLED NOT ENROLLED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NOT-ENROLLED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE RECON-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'AMOUNT MISMATCHES' TO WS-RPT-TOTAL-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE RECON-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'WRONG ACCOUNT' TO WS-RPT-TOTAL-LABEL
           MOVE WS-WRONG-ACCOUNT-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE RECON-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'VARIANCE TOTAL' TO WS-RPT-AMOUNT-LABEL
           MOVE WS-VARIANCE-TOTAL TO WS-RPT-AMOUNT-TOTAL
           WRITE RECON-REPORT-REC FROM WS-REPORT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOLERANCE' TO WS-RPT-AMOUNT-LABEL
           MOVE WS-TOLERANCE-AMOUNT TO WS-RPT-AMOUNT-TOTAL
           WRITE RECON-REPORT-REC FROM WS-REPORT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           EVALUATE TRUE
               WHEN WS-VARIANCE-TOTAL > WS-TOLERANCE-AMOUNT
                   MOVE 'OUT OF TOLERANCE' TO WS-RPT-RESULT
               WHEN WS-EXCEPTION-COUNT > ZEROS
                   MOVE 'WITHIN TOLERANCE' TO WS-RPT-RESULT
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-RPT-RESULT
           END-EVALUATE
           WRITE RECON-REPORT-REC FROM WS-REPORT-RESULT-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE RECON-REPORT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
