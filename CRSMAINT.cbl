       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSMAINT.
      * Course catalog maintenance pass.  Reads the CRSTRAN batch
      * transaction file and applies course adds, retirements, title
      * changes, tuition fee changes, and capacity changes to the
      * indexed COURSE-CATALOG file, so catalog entries are no longer
      * loaded by hand.  A capacity cut below the enrolled count and
      * a retirement of a course that still has live enrollments (or
      * students waitlisted) reject.  A capacity increase promotes
      * waitlisted students into the freed seats in sequence order,
      * exactly as a PLAYING drop does, passing over (but leaving
      * queued) any student whose account is on ACCTHOLD, and bills
      * each promotion onto BILLFILE; the file is extended, so this
      * run goes after the PLAYING pass and ahead of ACCTPOST.  A fee
      * change never touches charges already billed - it is listed on
      * the report's bursar section with the count of students
      * enrolled at the old fee.  Every transaction prints on CRSMRPT
      * as applied or rejected, never dropped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-CATALOG ASSIGN TO 'CRSCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS WS-COURSE-CATALOG-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO 'WAITLIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WAITLIST-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT STUDENT-ACCOUNT-XREF ASSIGN TO 'STUACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT FINANCIAL-HOLD ASSIGN TO 'ACCTHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-ACCOUNT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BILLING-FILE ASSIGN TO 'BILLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT COURSE-MAINT-TRANS ASSIGN TO 'CRSTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRANS-STATUS.

           SELECT MAINT-REPORT ASSIGN TO 'CRSMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.

           SELECT TERM-CONTROL ASSIGN TO 'TERMCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

           SELECT OPS-CONTROL ASSIGN TO 'OPSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-CATALOG.
       COPY CRSCAT.cpy.

       FD ENROLLMENT-FILE.
       COPY ENROLL.cpy.

       FD WAITLIST-FILE.
       COPY WAITLIST.cpy.

       FD STUDENT-ACCOUNT-XREF.
       COPY STUACCT.cpy.

       FD FINANCIAL-HOLD.
       COPY ACCTHOLD.cpy.

      * Promotion charges, in the ACCTTRAN layout ACCTPOST reads.
       FD BILLING-FILE.
       COPY ACCTTRAN.cpy REPLACING LEADING ==AT== BY ==BT==.

       FD COURSE-MAINT-TRANS.
       COPY CRSTRAN.cpy.

       FD MAINT-REPORT.
       01 MAINT-REPORT-REC PIC X(80).

       FD TERM-CONTROL.
       COPY TERMCTL.cpy.

       FD OPS-CONTROL.
       COPY OPSCTL.cpy.

       WORKING-STORAGE SECTION.

       01 WS-COURSE-CATALOG-STATUS PIC X(2).
           88 WS-COURSE-CATALOG-OK VALUE '00'.
           88 WS-COURSE-CATALOG-NOTFND VALUE '23'.
           88 WS-COURSE-CATALOG-DUPKEY VALUE '22'.
           88 WS-COURSE-CATALOG-NOFILE VALUE '35'.

       01 WS-ENROLLMENT-STATUS PIC X(2).
           88 WS-ENROLLMENT-OK VALUE '00'.
           88 WS-ENROLLMENT-NOTFND VALUE '23'.
           88 WS-ENROLLMENT-NOFILE VALUE '35'.

       01 WS-WAITLIST-STATUS PIC X(2).
           88 WS-WAITLIST-OK VALUE '00'.
           88 WS-WAITLIST-NOTFND VALUE '23'.
           88 WS-WAITLIST-NOFILE VALUE '35'.

       01 WS-XREF-STATUS PIC X(2).
           88 WS-XREF-OK VALUE '00'.
           88 WS-XREF-NOTFND VALUE '23'.

       01 WS-BILLING-STATUS PIC X(2).
           88 WS-BILLING-OK VALUE '00'.
           88 WS-BILLING-NOFILE VALUE '35'.

      * Financial registration hold, as the PLAYING 'E' edit reads it.
      * No hold file yet means no holds.
       01 WS-HOLD-STATUS PIC X(2).
           88 WS-HOLD-OK VALUE '00'.
           88 WS-HOLD-NOTFND VALUE '23'.
           88 WS-HOLD-NOFILE VALUE '35'.

       01 WS-HOLD-FILE-FLAG PIC X VALUE 'N'.
           88 WS-HOLD-FILE-OPEN VALUE 'Y'.

       01 WS-HOLD-FOUND-FLAG PIC X.
           88 WS-ON-FINANCIAL-HOLD VALUE 'Y'.

       01 WS-MAINT-TRANS-STATUS PIC X(2).
           88 WS-MAINT-TRANS-OK VALUE '00'.
           88 WS-MAINT-TRANS-EOF VALUE '10'.

       01 WS-MAINT-REPORT-STATUS PIC X(2).
           88 WS-MAINT-REPORT-OK VALUE '00'.

       01 WS-TERM-CONTROL-STATUS PIC X(2).
           88 WS-TERM-CONTROL-OK VALUE '00'.

       01 WS-CURRENT-TERM PIC X(5).

       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-MAINT-TRANS VALUE 'Y'.

       01 WS-APPLIED-FLAG PIC X.
           88 WS-TRANS-APPLIED VALUE 'Y'.
           88 WS-TRANS-REJECTED VALUE 'N'.

       01 WS-REJECT-REASON PIC X(25).

      * Live-enrollment check for a retirement: any record at all on
      * ENROLL or WAITLIST under the course ID.
       01 WS-COURSE-IN-USE-FLAG PIC X.
           88 WS-COURSE-IN-USE VALUE 'Y'.

      * Waitlist promotion, same first-come-first-served rule as the
      * PLAYING drop: the lowest sequence queued for the course.
       01 WS-PROMOTE-DONE-FLAG PIC X.
           88 WS-PROMOTE-DONE VALUE 'Y'.
       01 WS-WL-FIRST-FOUND-FLAG PIC X.
           88 WS-WL-FIRST-FOUND VALUE 'Y'.
       01 WS-WL-FIRST-SEQUENCE PIC 9(4).
       01 WS-WL-FIRST-STUDENT-ID PIC X(6).
      * Lowest sequence still eligible for promotion; a candidate on
      * financial hold is passed over and stays queued behind it.
       01 WS-WL-NEXT-SEQUENCE PIC 9(4).

       01 WS-OLD-CAPACITY PIC 9(3).
       01 WS-OLD-TUITION-FEE PIC 9(5)V99.

       01 WS-READ-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-ADDED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-RETIRED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-FEE-CHANGE-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-PROMOTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-STALE-ENTRY-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-PROMOTE-HELD-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-XREF-MISSING-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-BILL-DEBIT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-BILL-DEBIT-TOTAL PIC 9(9)V99 VALUE ZEROS.

      * Fee changes held for the bursar section printed after the
      * transaction totals.
       01 WS-FEE-CHANGE-MAX PIC 9(3) VALUE 200.
       01 WS-FEE-CHANGE-OVERFLOW PIC 9(6) VALUE ZEROS.
       01 WS-FX PIC 9(3).
       01 WS-FEE-CHANGE-TABLE.
           05 WS-FEE-CHANGE-ENTRY OCCURS 200 TIMES.
               10 WS-FC-COURSE-ID PIC X(6).
               10 WS-FC-COURSE-TITLE PIC X(30).
               10 WS-FC-OLD-FEE PIC 9(5)V99.
               10 WS-FC-NEW-FEE PIC 9(5)V99.
               10 WS-FC-ENROLLED PIC 9(3).

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
           05 FILLER PIC X(25) VALUE 'COURSE CATALOG MAINT'.
           05 FILLER PIC X(6) VALUE 'TERM '.
           05 WS-RPT-HDR-TERM-ID PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-HDR-RUN-DATE PIC X(10).

       01 WS-REPORT-COLUMN-HEADING.
           05 FILLER PIC X(5) VALUE 'TYPE'.
           05 FILLER PIC X(8) VALUE 'COURSE'.
           05 FILLER PIC X(27) VALUE 'TITLE'.
           05 FILLER PIC X(10) VALUE 'ACTION'.
           05 FILLER PIC X(25) VALUE 'REASON'.

       01 WS-REPORT-DETAIL-LINE.
           05 WS-RPT-TRANS-TYPE PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-COURSE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-COURSE-TITLE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-REASON PIC X(25).

      * One line under a capacity increase per student moved off the
      * waitlist.
       01 WS-PROMOTION-LINE.
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'PROMOTED STUDENT '.
           05 WS-RPT-PROMOTED-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-PROMOTED-NOTE PIC X(25).

       01 WS-REPORT-TOTAL-LINE.
           05 WS-RPT-TOTAL-LABEL PIC X(20).
           05 WS-RPT-TOTAL-COUNT PIC ZZZZZ9.

       01 WS-REPORT-AMOUNT-LINE.
           05 WS-RPT-AMOUNT-LABEL PIC X(20).
           05 WS-RPT-AMOUNT PIC ZZZZZZZZ9.99.

       01 WS-BURSAR-HEADER.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40)
               VALUE 'TUITION FEE CHANGES FOR BURSAR REVIEW'.

       01 WS-BURSAR-NOTE-LINE.
           05 FILLER PIC X(47)
               VALUE 'CHARGES ALREADY BILLED STAND AT THE OLD FEE; '.
           05 FILLER PIC X(30)
               VALUE 'NEW FEE APPLIES TO NEW SEATS'.

       01 WS-BURSAR-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE 'COURSE'.
           05 FILLER PIC X(27) VALUE 'TITLE'.
           05 FILLER PIC X(10) VALUE ' OLD FEE'.
           05 FILLER PIC X(10) VALUE ' NEW FEE'.
           05 FILLER PIC X(10) VALUE 'ENROLLED'.
           05 FILLER PIC X(15) VALUE 'NOTE'.

       01 WS-BURSAR-DETAIL-LINE.
           05 WS-BUR-COURSE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BUR-COURSE-TITLE PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BUR-OLD-FEE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BUR-NEW-FEE PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BUR-ENROLLED PIC ZZ9.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-BUR-NOTE PIC X(15).

       01 WS-REPORT-FOOTER.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-FTR-RUN-DATE PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BUILD-RUN-DATE-STAMP
           PERFORM WRITE-OPS-START
           PERFORM READ-TERM-CONTROL
           PERFORM OPEN-MAINT-FILES
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM UNTIL WS-END-OF-MAINT-TRANS
               READ COURSE-MAINT-TRANS
                   AT END
                       SET WS-END-OF-MAINT-TRANS TO TRUE
                   NOT AT END
                       PERFORM PROCESS-MAINT-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-BURSAR-SECTION
           CLOSE COURSE-MAINT-TRANS
           CLOSE COURSE-CATALOG
           CLOSE ENROLLMENT-FILE
           CLOSE WAITLIST-FILE
           CLOSE STUDENT-ACCOUNT-XREF
           IF WS-HOLD-FILE-OPEN
               CLOSE FINANCIAL-HOLD
           END-IF
           CLOSE BILLING-FILE
           CLOSE MAINT-REPORT
           DISPLAY ' '
           DISPLAY "Course Transactions Read      : " WS-READ-COUNT
           DISPLAY "Course Transactions Applied   : " WS-APPLIED-COUNT
           DISPLAY "Course Transactions Rejected  : "
               WS-REJECTED-COUNT
           DISPLAY "Courses Added                 : " WS-ADDED-COUNT
           DISPLAY "Courses Retired               : " WS-RETIRED-COUNT
           DISPLAY "Fee Changes For Bursar        : "
               WS-FEE-CHANGE-COUNT
           DISPLAY "Waitlist Promotions           : "
               WS-PROMOTED-COUNT
           DISPLAY "Promotions Held               : "
               WS-PROMOTE-HELD-COUNT
           DISPLAY "Promotion Charges Billed      : "
               WS-BILL-DEBIT-COUNT
           IF WS-XREF-MISSING-COUNT > ZEROS
               DISPLAY "Promotions Without Account    : "
                   WS-XREF-MISSING-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
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
               MOVE 'CRSMAINT' TO OC-PROGRAM-ID
               MOVE WS-OPS-RECORD-TYPE TO OC-RECORD-TYPE
               MOVE WS-RUN-DATE-CCYYMMDD TO OC-RUN-DATE
               ACCEPT WS-OPS-TIME-RAW FROM TIME
               MOVE WS-OPS-TIME-RAW (1:6) TO OC-RUN-TIME
               MOVE RETURN-CODE TO OC-RETURN-CODE
               MOVE WS-OPS-KEY-COUNT TO OC-KEY-COUNT
               WRITE OC-CONTROL-RECORD
               CLOSE OPS-CONTROL
           END-IF.

      * New courses open in the current term, and a promotion is only
      * made into a course open in the current term.
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
           MOVE TL-CURRENT-TERM TO WS-CURRENT-TERM.

       OPEN-MAINT-FILES.
           OPEN INPUT COURSE-MAINT-TRANS
           IF NOT WS-MAINT-TRANS-OK
               DISPLAY 'ERROR OPENING COURSE-MAINT-TRANS, STATUS = '
                   WS-MAINT-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN I-O COURSE-CATALOG
           IF WS-COURSE-CATALOG-NOFILE
               OPEN OUTPUT COURSE-CATALOG
               CLOSE COURSE-CATALOG
               OPEN I-O COURSE-CATALOG
           END-IF
           IF NOT WS-COURSE-CATALOG-OK
               DISPLAY 'ERROR OPENING COURSE-CATALOG, STATUS = '
                   WS-COURSE-CATALOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN I-O ENROLLMENT-FILE
           IF WS-ENROLLMENT-NOFILE
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF
           IF NOT WS-ENROLLMENT-OK
               DISPLAY 'ERROR OPENING ENROLLMENT-FILE, STATUS = '
                   WS-ENROLLMENT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN I-O WAITLIST-FILE
           IF WS-WAITLIST-NOFILE
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN I-O WAITLIST-FILE
           END-IF
           IF NOT WS-WAITLIST-OK
               DISPLAY 'ERROR OPENING WAITLIST-FILE, STATUS = '
                   WS-WAITLIST-STATUS
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
           OPEN INPUT FINANCIAL-HOLD
           EVALUATE TRUE
               WHEN WS-HOLD-OK
                   SET WS-HOLD-FILE-OPEN TO TRUE
               WHEN WS-HOLD-NOFILE
                   DISPLAY "No Hold File - No Holds Applied"
               WHEN OTHER
                   DISPLAY 'ERROR OPENING FINANCIAL-HOLD, STATUS = '
                       WS-HOLD-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-OPS-END
                   STOP RUN
           END-EVALUATE
      * Promotion charges follow the night's PLAYING billing on the
      * same file, so it is extended rather than replaced.
           OPEN EXTEND BILLING-FILE
           IF WS-BILLING-NOFILE
               OPEN OUTPUT BILLING-FILE
           END-IF
           IF NOT WS-BILLING-OK
               DISPLAY 'ERROR OPENING BILLING-FILE, STATUS = '
                   WS-BILLING-STATUS
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
               WHEN CT-COURSE-ID = SPACES
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'COURSE ID MISSING' TO WS-REJECT-REASON
               WHEN CT-ADD-TRANS
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN CT-RETIRE-TRANS
                   PERFORM APPLY-RETIRE-TRANSACTION
               WHEN CT-TITLE-TRANS
                   PERFORM APPLY-TITLE-TRANSACTION
               WHEN CT-FEE-TRANS
                   PERFORM APPLY-FEE-TRANSACTION
               WHEN CT-CAPACITY-TRANS
                   PERFORM APPLY-CAPACITY-TRANSACTION
               WHEN OTHER
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON
           END-EVALUATE
           PERFORM WRITE-REPORT-DETAIL
           IF CT-CAPACITY-TRANS AND WS-TRANS-APPLIED
               PERFORM PROMOTE-FROM-WAITLIST
           END-IF.

       APPLY-ADD-TRANSACTION.
           EVALUATE TRUE
               WHEN CT-COURSE-TITLE = SPACES
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'COURSE TITLE MISSING' TO WS-REJECT-REASON
               WHEN CT-CAPACITY NOT NUMERIC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'CAPACITY NOT NUMERIC' TO WS-REJECT-REASON
               WHEN CT-TUITION-FEE NOT NUMERIC
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'TUITION FEE NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-TRANS-APPLIED
               MOVE CT-COURSE-ID TO CC-COURSE-ID
               MOVE CT-COURSE-TITLE TO CC-COURSE-TITLE
               MOVE CT-CAPACITY TO CC-CAPACITY
               MOVE ZEROS TO CC-ENROLLED-COUNT
               MOVE WS-CURRENT-TERM TO CC-TERM-ID
               MOVE CT-TUITION-FEE TO CC-TUITION-FEE
               SET CC-COURSE-ACTIVE TO TRUE
               WRITE CC-COURSE-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'COURSE ALREADY ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF.

      * A retired course must be empty: students still holding or
      * queued for a seat would be stranded on an entry that takes no
      * more transactions.
       APPLY-RETIRE-TRANSACTION.
           PERFORM READ-COURSE-FOR-UPDATE
           IF WS-TRANS-APPLIED
               IF CC-COURSE-RETIRED
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'COURSE ALREADY RETIRED' TO WS-REJECT-REASON
               ELSE
                   PERFORM CHECK-LIVE-ENROLLMENTS
                   IF WS-COURSE-IN-USE
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'LIVE ENROLLMENTS' TO WS-REJECT-REASON
                   ELSE
                       PERFORM CHECK-WAITLIST-ENTRIES
                       IF WS-COURSE-IN-USE
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'STUDENTS WAITLISTED'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-TRANS-APPLIED
               SET CC-COURSE-RETIRED TO TRUE
               PERFORM REWRITE-COURSE-RECORD
               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-RETIRED-COUNT
               END-IF
           END-IF.

       APPLY-TITLE-TRANSACTION.
           PERFORM READ-COURSE-FOR-UPDATE
           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN CC-COURSE-RETIRED
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'COURSE RETIRED' TO WS-REJECT-REASON
                   WHEN CT-COURSE-TITLE = SPACES
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'COURSE TITLE MISSING' TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE CT-COURSE-TITLE TO CC-COURSE-TITLE
                       PERFORM REWRITE-COURSE-RECORD
               END-EVALUATE
           END-IF.

      * Only the catalog fee changes.  Seats already taken were billed
      * at the old fee and keep it (a drop credits back what the
      * enrollment record says was charged); the change is held for
      * the bursar section so any adjustment is a deliberate one.
       APPLY-FEE-TRANSACTION.
           PERFORM READ-COURSE-FOR-UPDATE
           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN CC-COURSE-RETIRED
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'COURSE RETIRED' TO WS-REJECT-REASON
                   WHEN CT-TUITION-FEE NOT NUMERIC
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'TUITION FEE NOT NUMERIC'
                           TO WS-REJECT-REASON
                   WHEN CT-TUITION-FEE = CC-TUITION-FEE
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'FEE UNCHANGED' TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE CC-TUITION-FEE TO WS-OLD-TUITION-FEE
                       MOVE CT-TUITION-FEE TO CC-TUITION-FEE
                       PERFORM REWRITE-COURSE-RECORD
                       IF WS-TRANS-APPLIED
                           PERFORM HOLD-FEE-CHANGE
                       END-IF
               END-EVALUATE
           END-IF.

       HOLD-FEE-CHANGE.
           ADD 1 TO WS-FEE-CHANGE-COUNT
           IF WS-FEE-CHANGE-COUNT > WS-FEE-CHANGE-MAX
               ADD 1 TO WS-FEE-CHANGE-OVERFLOW
           ELSE
               MOVE WS-FEE-CHANGE-COUNT TO WS-FX
               MOVE CC-COURSE-ID TO WS-FC-COURSE-ID (WS-FX)
               MOVE CC-COURSE-TITLE TO WS-FC-COURSE-TITLE (WS-FX)
               MOVE WS-OLD-TUITION-FEE TO WS-FC-OLD-FEE (WS-FX)
               MOVE CC-TUITION-FEE TO WS-FC-NEW-FEE (WS-FX)
               IF CC-TERM-ID = WS-CURRENT-TERM
                   MOVE CC-ENROLLED-COUNT TO WS-FC-ENROLLED (WS-FX)
               ELSE
                   MOVE ZEROS TO WS-FC-ENROLLED (WS-FX)
               END-IF
           END-IF.

      * The catalog cannot hold fewer seats than are already taken;
      * the waitlist promotion for an increase runs after the detail
      * line so the promoted students print under it.
       APPLY-CAPACITY-TRANSACTION.
           PERFORM READ-COURSE-FOR-UPDATE
           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN CC-COURSE-RETIRED
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'COURSE RETIRED' TO WS-REJECT-REASON
                   WHEN CT-CAPACITY NOT NUMERIC
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'CAPACITY NOT NUMERIC' TO WS-REJECT-REASON
                   WHEN CT-CAPACITY < CC-ENROLLED-COUNT
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'BELOW ENROLLED COUNT' TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE CC-CAPACITY TO WS-OLD-CAPACITY
                       MOVE CT-CAPACITY TO CC-CAPACITY
                       PERFORM REWRITE-COURSE-RECORD
                       IF WS-TRANS-APPLIED
                           STRING 'CAPACITY ' WS-OLD-CAPACITY
                                  ' TO ' CC-CAPACITY
                               DELIMITED BY SIZE INTO WS-REJECT-REASON
                           END-STRING
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-LIVE-ENROLLMENTS.
           MOVE 'N' TO WS-COURSE-IN-USE-FLAG
           MOVE CC-COURSE-ID TO EN-COURSE-ID
           MOVE LOW-VALUES TO EN-STUDENT-ID
           START ENROLLMENT-FILE
               KEY IS NOT LESS THAN EN-ENROLL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EN-COURSE-ID = CC-COURSE-ID
                               SET WS-COURSE-IN-USE TO TRUE
                           END-IF
                   END-READ
           END-START.

       CHECK-WAITLIST-ENTRIES.
           MOVE 'N' TO WS-COURSE-IN-USE-FLAG
           MOVE ZEROS TO WS-WL-NEXT-SEQUENCE
           PERFORM FIND-FIRST-WAITLIST-ENTRY
           IF WS-WL-FIRST-FOUND
               SET WS-COURSE-IN-USE TO TRUE
           END-IF.

      * Position at the course's lowest waitlist sequence not yet
      * passed over; the first entry read back, if it belongs to the
      * course, is next in line.
       FIND-FIRST-WAITLIST-ENTRY.
           MOVE 'N' TO WS-WL-FIRST-FOUND-FLAG
           MOVE CC-COURSE-ID TO WL-COURSE-ID
           MOVE WS-WL-NEXT-SEQUENCE TO WL-SEQUENCE
           START WAITLIST-FILE
               KEY IS NOT LESS THAN WL-WAITLIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WL-COURSE-ID = CC-COURSE-ID
                               SET WS-WL-FIRST-FOUND TO TRUE
                               MOVE WL-SEQUENCE
                                   TO WS-WL-FIRST-SEQUENCE
                               MOVE WL-STUDENT-ID
                                   TO WS-WL-FIRST-STUDENT-ID
                           END-IF
                   END-READ
           END-START.

      * Fill the new seats from the head of the waitlist until the
      * course is full or nobody is left queued.  Only an entry open
      * in the current term is promoted; a catalog entry for another
      * term has no live roster to seat anyone in.
       PROMOTE-FROM-WAITLIST.
           MOVE 'N' TO WS-PROMOTE-DONE-FLAG
           MOVE ZEROS TO WS-WL-NEXT-SEQUENCE
           IF CC-TERM-ID NOT = WS-CURRENT-TERM
               SET WS-PROMOTE-DONE TO TRUE
           END-IF
           PERFORM PROMOTE-NEXT-CANDIDATE
               UNTIL WS-PROMOTE-DONE.

      * Same rule as the PLAYING drop: the waitlist entry is deleted
      * only once the enrollment is written, and a candidate already
      * enrolled just loses the stale entry so the seat passes to the
      * next student in line.  A candidate on financial hold keeps
      * the queue entry and the seat passes on the same way.
       PROMOTE-NEXT-CANDIDATE.
           IF CC-ENROLLED-COUNT NOT < CC-CAPACITY
               SET WS-PROMOTE-DONE TO TRUE
           ELSE
               PERFORM FIND-FIRST-WAITLIST-ENTRY
               IF NOT WS-WL-FIRST-FOUND
                   SET WS-PROMOTE-DONE TO TRUE
               ELSE
                   PERFORM LOOKUP-FINANCIAL-HOLD
                   IF WS-ON-FINANCIAL-HOLD
                       PERFORM PASS-OVER-HELD-CANDIDATE
                   ELSE
                       PERFORM SEAT-WAITLISTED-STUDENT
                   END-IF
               END-IF
           END-IF.

      * Same STUACCT to ACCTHOLD lookup as the PLAYING 'E' edit; a
      * student with no account cross-reference has nothing on hold.
       LOOKUP-FINANCIAL-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG
           IF WS-HOLD-FILE-OPEN
               MOVE WS-WL-FIRST-STUDENT-ID TO SA-STUDENT-ID
               READ STUDENT-ACCOUNT-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SA-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
                       READ FINANCIAL-HOLD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-ON-FINANCIAL-HOLD TO TRUE
                       END-READ
               END-READ
           END-IF.

       PASS-OVER-HELD-CANDIDATE.
           ADD 1 TO WS-PROMOTE-HELD-COUNT
           MOVE WS-WL-FIRST-STUDENT-ID TO WS-RPT-PROMOTED-ID
           MOVE 'FINANCIAL HOLD - QUEUED' TO WS-RPT-PROMOTED-NOTE
           WRITE MAINT-REPORT-REC FROM WS-PROMOTION-LINE
               AFTER ADVANCING 1 LINES
           ADD 1 WS-WL-FIRST-SEQUENCE GIVING WS-WL-NEXT-SEQUENCE
               ON SIZE ERROR
                   SET WS-PROMOTE-DONE TO TRUE
           END-ADD.

       SEAT-WAITLISTED-STUDENT.
           MOVE CC-COURSE-ID TO EN-COURSE-ID
           MOVE WS-WL-FIRST-STUDENT-ID TO EN-STUDENT-ID
           MOVE WS-RUN-DATE-CCYYMMDD TO EN-ENROLL-DATE
           MOVE WS-CURRENT-TERM TO EN-TERM-ID
           MOVE SPACES TO EN-GRADE
           MOVE CC-TUITION-FEE TO EN-TUITION-CHARGED
           MOVE WS-WL-FIRST-STUDENT-ID TO WS-RPT-PROMOTED-ID
           WRITE EN-ENROLL-RECORD
               INVALID KEY
                   PERFORM DELETE-PROMOTED-WAITLIST-ENTRY
                   ADD 1 TO WS-STALE-ENTRY-COUNT
                   MOVE 'STALE ENTRY DROPPED' TO WS-RPT-PROMOTED-NOTE
               NOT INVALID KEY
                   PERFORM DELETE-PROMOTED-WAITLIST-ENTRY
                   ADD 1 TO CC-ENROLLED-COUNT
                   PERFORM REWRITE-COURSE-RECORD
                   ADD 1 TO WS-PROMOTED-COUNT
                   PERFORM WRITE-TUITION-DEBIT
           END-WRITE
           WRITE MAINT-REPORT-REC FROM WS-PROMOTION-LINE
               AFTER ADVANCING 1 LINES.

       DELETE-PROMOTED-WAITLIST-ENTRY.
           MOVE CC-COURSE-ID TO WL-COURSE-ID
           MOVE WS-WL-FIRST-SEQUENCE TO WL-SEQUENCE
           DELETE WAITLIST-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      * A promoted student with no account cross-reference still holds
      * the seat; the missing charge is noted on the report and ends
      * the run with RETURN-CODE 4 for the bursar to bill by hand.
       WRITE-TUITION-DEBIT.
           MOVE WS-WL-FIRST-STUDENT-ID TO SA-STUDENT-ID
           READ STUDENT-ACCOUNT-XREF
               INVALID KEY
                   ADD 1 TO WS-XREF-MISSING-COUNT
                   MOVE 'NO ACCOUNT XREF - UNBILLED'
                       TO WS-RPT-PROMOTED-NOTE
               NOT INVALID KEY
                   MOVE SA-ACCOUNT-NUMBER TO BT-ACCOUNT-NUMBER
                   MOVE 'D' TO BT-TRANS-CODE
                   MOVE CC-TUITION-FEE TO BT-AMOUNT
                   SET BT-TUITION-BILLING TO TRUE
                   MOVE WS-WL-FIRST-STUDENT-ID TO BT-STUDENT-ID
                   MOVE CC-COURSE-ID TO BT-COURSE-ID
                   MOVE WS-CURRENT-TERM TO BT-TERM-ID
                   WRITE BT-TRANS-RECORD
                   IF NOT WS-BILLING-OK
                       DISPLAY 'ERROR WRITING BILLING-FILE, STATUS = '
                           WS-BILLING-STATUS
                       MOVE 8 TO RETURN-CODE
                       PERFORM WRITE-OPS-END
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BILL-DEBIT-COUNT
                   ADD CC-TUITION-FEE TO WS-BILL-DEBIT-TOTAL
                   MOVE 'ENROLLED AND BILLED' TO WS-RPT-PROMOTED-NOTE
           END-READ.

       READ-COURSE-FOR-UPDATE.
           MOVE CT-COURSE-ID TO CC-COURSE-ID
           READ COURSE-CATALOG
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'COURSE NOT ON FILE' TO WS-REJECT-REASON
           END-READ.

       REWRITE-COURSE-RECORD.
           REWRITE CC-COURSE-RECORD
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'CATALOG REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

       BUILD-RUN-DATE-STAMP.
           ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-CC  '-'
                  WS-RUN-DATE-MM  '-'
                  WS-RUN-DATE-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING.

       WRITE-REPORT-HEADINGS.
           MOVE WS-CURRENT-TERM TO WS-RPT-HDR-TERM-ID
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-HDR-RUN-DATE
           WRITE MAINT-REPORT-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE
           WRITE MAINT-REPORT-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

      * A title change or add reports the title from the transaction;
      * everything else reports the title as it stands on the catalog.
       WRITE-REPORT-DETAIL.
           MOVE CT-TRANS-TYPE TO WS-RPT-TRANS-TYPE
           MOVE CT-COURSE-ID TO WS-RPT-COURSE-ID
           IF CT-COURSE-TITLE NOT = SPACES
               MOVE CT-COURSE-TITLE TO WS-RPT-COURSE-TITLE
           ELSE
               IF WS-COURSE-CATALOG-OK
                   AND CC-COURSE-ID = CT-COURSE-ID
                   MOVE CC-COURSE-TITLE TO WS-RPT-COURSE-TITLE
               ELSE
                   MOVE SPACES TO WS-RPT-COURSE-TITLE
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
           MOVE 'COURSES ADDED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-ADDED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'COURSES RETIRED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RETIRED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'FEE CHANGES' TO WS-RPT-TOTAL-LABEL
           MOVE WS-FEE-CHANGE-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'WAITLIST PROMOTIONS' TO WS-RPT-TOTAL-LABEL
           MOVE WS-PROMOTED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'STALE ENTRIES' TO WS-RPT-TOTAL-LABEL
           MOVE WS-STALE-ENTRY-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'PROMOTIONS HELD' TO WS-RPT-TOTAL-LABEL
           MOVE WS-PROMOTE-HELD-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'CHARGES BILLED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-BILL-DEBIT-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'AMOUNT BILLED' TO WS-RPT-AMOUNT-LABEL
           MOVE WS-BILL-DEBIT-TOTAL TO WS-RPT-AMOUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'UNBILLED - NO XREF' TO WS-RPT-TOTAL-LABEL
           MOVE WS-XREF-MISSING-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES.

      * Fee changes on a page of their own so the bursar can take it
      * without the rest of the maintenance listing.
       WRITE-BURSAR-SECTION.
           WRITE MAINT-REPORT-REC FROM WS-BURSAR-HEADER
               AFTER ADVANCING PAGE
           WRITE MAINT-REPORT-REC FROM WS-BURSAR-NOTE-LINE
               AFTER ADVANCING 2 LINES
           WRITE MAINT-REPORT-REC FROM WS-BURSAR-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-BURSAR-DETAIL
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEE-CHANGE-COUNT
                  OR WS-FX > WS-FEE-CHANGE-MAX
           MOVE 'FEE CHANGES' TO WS-RPT-TOTAL-LABEL
           MOVE WS-FEE-CHANGE-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF WS-FEE-CHANGE-OVERFLOW > ZEROS
               MOVE 'NOT LISTED - TABLE' TO WS-RPT-TOTAL-LABEL
               MOVE WS-FEE-CHANGE-OVERFLOW TO WS-RPT-TOTAL-COUNT
               WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE MAINT-REPORT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.

       WRITE-BURSAR-DETAIL.
           MOVE WS-FC-COURSE-ID (WS-FX) TO WS-BUR-COURSE-ID
           MOVE WS-FC-COURSE-TITLE (WS-FX) TO WS-BUR-COURSE-TITLE
           MOVE WS-FC-OLD-FEE (WS-FX) TO WS-BUR-OLD-FEE
           MOVE WS-FC-NEW-FEE (WS-FX) TO WS-BUR-NEW-FEE
           MOVE WS-FC-ENROLLED (WS-FX) TO WS-BUR-ENROLLED
           IF WS-FC-ENROLLED (WS-FX) > ZEROS
               MOVE 'MID-TERM CHANGE' TO WS-BUR-NOTE
           ELSE
               MOVE SPACES TO WS-BUR-NOTE
           END-IF
           WRITE MAINT-REPORT-REC FROM WS-BURSAR-DETAIL-LINE
               AFTER ADVANCING 1 LINES.
