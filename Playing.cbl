               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT FINANCIAL-HOLD ASSIGN TO 'ACCTHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-ACCOUNT-NUMBER
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ACADEMIC-STANDING ASSIGN TO 'STUSTND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-STUDENT-ID
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT COURSE-PREREQ ASSIGN TO 'CRSPREQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-COURSE-ID
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT TERM-ARCHIVE ASSIGN TO 'TERMARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT COMPLETED-SORT ASSIGN TO 'CMPSORT'.

           SELECT COMPLETED-COURSES ASSIGN TO 'CMPLCRS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-COMPLETED-KEY
               FILE STATUS IS WS-COMPLETED-STATUS.

           SELECT OVERRIDE-REPORT ASSIGN TO 'PREQEXC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-RPT-STATUS.

           SELECT BILLING-FILE ASSIGN TO 'BILLFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.
               RECORD KEY IS EY-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-YTD-STATUS.

           SELECT EMPLOYEE-DEDUCTIONS ASSIGN TO 'EMPDED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ED-EMPLOYEE-ID
               FILE STATUS IS WS-DEDUCTION-STATUS.

           SELECT EARNINGS-STATEMENT ASSIGN TO 'EARNSTMT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNINGS-STMT-STATUS.

           SELECT DIRECT-DEPOSIT ASSIGN TO 'DIRDEP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRECT-DEPOSIT-STATUS.

           SELECT REGISTRAR-EXTRACT ASSIGN TO 'REGEXTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       FD STUDENT-ACCOUNT-XREF.
       COPY STUACCT.cpy.

       FD FINANCIAL-HOLD.
       COPY ACCTHOLD.cpy.

       FD ACADEMIC-STANDING.
       COPY STUSTND.cpy.

       FD COURSE-PREREQ.
       COPY CRSPREQ.cpy.

       FD TERM-ARCHIVE.
       COPY TERMARCH.cpy.

      * Graded archive details, one per student/course/term, sorted
      * by student and course to build COMPLETED-COURSES.
       SD COMPLETED-SORT.
       01 CS-COMPLETED-RECORD.
           05 CS-STUDENT-ID PIC X(6).
           05 CS-COURSE-ID PIC X(6).
           05 CS-GRADE-RANK PIC 9(2).

      * Run work file: the best grade rank each student holds in each
      * archived course, rebuilt from TERMARCH at the start of a run.
       FD COMPLETED-COURSES.
       01 CX-COMPLETED-RECORD.
           05 CX-COMPLETED-KEY.
               10 CX-STUDENT-ID PIC X(6).
               10 CX-COURSE-ID PIC X(6).
           05 CX-BEST-RANK PIC 9(2).

       FD OVERRIDE-REPORT.
       01 OVERRIDE-REC PIC X(80).

      * Tuition billing feed: one debit per applied enrollment, one
      * offsetting credit per applied drop, in the exact layout the
      * ACCTPOST posting run reads so BILLFILE posts unchanged.
           05 RC-RECORD-COUNT PIC 9(6).

       FD EMPLOYEE-MASTER.
       COPY EMPMAST.cpy.

       FD TIMECARD-FILE.
       01 TC-TIMECARD-RECORD.
       FD EMPLOYEE-YTD.
       COPY EMPYTD.cpy.

       FD EMPLOYEE-DEDUCTIONS.
       COPY EMPDED.cpy.

       FD EARNINGS-STATEMENT.
       01 STATEMENT-REC PIC X(80).

       FD DIRECT-DEPOSIT.
       COPY DIRDEP.cpy.

       FD REGISTRAR-EXTRACT.
       COPY REGEXTR.cpy.

       01 WS-WL-FIRST-SEQUENCE PIC 9(4).
       01 WS-WL-FIRST-STUDENT-ID PIC X(6).
       01 WS-WL-HIGH-SEQUENCE PIC 9(4).
      * Lowest sequence still eligible for promotion; a candidate on
      * financial hold is passed over and stays queued behind it.
       01 WS-WL-NEXT-SEQUENCE PIC 9(4).

       01 WS-PROMOTE-DONE-FLAG PIC X.
           88 WS-PROMOTE-DONE VALUE 'Y'.
       01 WS-DROP-REJECT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-WAITLISTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-PROMOTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-PROMOTE-HELD-COUNT PIC 9(6) VALUE ZEROS.

      * Grade posting ('G') support: grades land on the enrollment
      * record, and only for students actually enrolled in the course.
           88 WS-XREF-NOT-FOUND VALUE 'N'.

       01 WS-BILL-STUDENT-ID PIC X(6).
      * A drop credits what the enrollment was charged, not today's
      * catalog fee, so a mid-term fee change cannot unbalance it.
       01 WS-CREDIT-AMOUNT PIC 9(5)V99.
       01 WS-BILL-DEBIT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-BILL-CREDIT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-XREF-MISSING-COUNT PIC 9(6) VALUE ZEROS.
           88 WS-BILLING-IN-BALANCE VALUE 'Y'.
           88 WS-BILLING-OUT-OF-BALANCE VALUE 'N'.

      * Financial registration hold: the FINHOLD review keeps ACCTHOLD
      * current after every ACCTPOST run, and an 'E' for a student
      * whose STUACCT account is on it rejects.  Drops and grades are
      * never held.  No hold file yet means no holds.
       01 WS-HOLD-STATUS PIC X(2).
           88 WS-HOLD-OK VALUE '00'.
           88 WS-HOLD-NOTFND VALUE '23'.
           88 WS-HOLD-NOFILE VALUE '35'.

       01 WS-HOLD-REJECT-COUNT PIC 9(6) VALUE ZEROS.

       01 WS-HOLD-FOUND-FLAG PIC X.
           88 WS-ON-FINANCIAL-HOLD VALUE 'Y'.

      * Academic suspension: the ACADSTND end-of-term run saves each
      * graded student's standing on STUSTND, and an 'E' for a student
      * suspended for the current term rejects.  No standing file yet
      * means nobody is suspended.
       01 WS-STANDING-STATUS PIC X(2).
           88 WS-STANDING-OK VALUE '00'.
           88 WS-STANDING-NOTFND VALUE '23'.
           88 WS-STANDING-NOFILE VALUE '35'.

       01 WS-SUSPEND-REJECT-COUNT PIC 9(6) VALUE ZEROS.

      * Prerequisite and repeat-course edit.  The TERMARCH term
      * archive is sorted once per run into the COMPLETED-COURSES
      * work file (best grade per student and course, as a rank so
      * minimum grades compare).  A student's completed courses are
      * read from it by key into a table kept until the next
      * student's 'E' needs the table.
      * An 'E' carrying the override flag is let through either check
      * and listed on the PREQEXC exceptions report.
       01 WS-PREREQ-STATUS PIC X(2).
           88 WS-PREREQ-OK VALUE '00'.
           88 WS-PREREQ-NOTFND VALUE '23'.
           88 WS-PREREQ-NOFILE VALUE '35'.

       01 WS-ARCHIVE-STATUS PIC X(2).
           88 WS-ARCHIVE-OK VALUE '00'.
           88 WS-ARCHIVE-EOF VALUE '10'.
           88 WS-ARCHIVE-NOFILE VALUE '35'.

       01 WS-OVERRIDE-RPT-STATUS PIC X(2).
           88 WS-OVERRIDE-RPT-OK VALUE '00'.

       01 WS-ARCHIVE-EOF-FLAG PIC X.
           88 WS-END-OF-ARCHIVE VALUE 'Y'.

       01 WS-COMPLETED-STATUS PIC X(2).
           88 WS-COMPLETED-OK VALUE '00'.

       01 WS-COMPLETED-EOF-FLAG PIC X.
           88 WS-END-OF-COMPLETED VALUE 'Y'.

       01 WS-SORT-EOF-FLAG PIC X.
           88 WS-END-OF-COMPLETED-SORT VALUE 'Y'.

       01 WS-HELD-COMPLETED-KEY.
           05 WS-HELD-STUDENT-ID PIC X(6).
           05 WS-HELD-COURSE-ID PIC X(6).
       01 WS-HELD-BEST-RANK PIC 9(2).

       01 WS-HISTORY-LOADED-ID PIC X(6) VALUE SPACES.
       01 WS-COMPLETED-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-COMPLETED-MAX PIC 9(3) VALUE 200.
       01 WS-COMPLETED-TABLE.
           05 WS-COMPLETED-ENTRY OCCURS 200 TIMES.
               10 WS-CMP-COURSE-ID PIC X(6).
               10 WS-CMP-BEST-RANK PIC 9(2).
       01 WS-CMP-IX PIC 9(3).
       01 WS-CMP-FOUND-IX PIC 9(3).
       01 WS-PREREQ-IX PIC 9.
       01 WS-LOOKUP-COURSE-ID PIC X(6).

      * Grade rank: F is 1, D- is 2, up to A+ at 13; anything else
      * (ungraded, withdrawn) ranks 0 and never counts as completed.
       01 WS-GRADE-WORK PIC X(2).
       01 WS-GRADE-RANK PIC 9(2).
       01 WS-PASSING-RANK PIC 9(2) VALUE 2.
       01 WS-BEST-RANK PIC 9(2).
       01 WS-REQUIRED-RANK PIC 9(2).

       01 WS-PREREQ-FAILURE PIC X(18).
           88 WS-PREREQ-ALL-MET VALUE SPACES.
       01 WS-PREREQ-WAIVED PIC X(18).

       01 WS-PREREQ-REJECT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-REPEAT-REJECT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-OVERRIDE-USED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-ARCHIVE-OVERFLOW-COUNT PIC 9(6) VALUE ZEROS.

      * Operations control: start and end records on the shared
      * OPSCTL file so the OPSRPT report can prove the nightly chain;
      * the end record goes out on the normal exit and from ABORT-RUN.
           05 WS-EMPLOYEE-YTD-OPEN-SW PIC X VALUE 'N'.
               88 WS-EMPLOYEE-YTD-IS-OPEN VALUE 'Y'.
               88 WS-EMPLOYEE-YTD-IS-CLOSED VALUE 'N'.
           05 WS-DEDUCTION-OPEN-SW PIC X VALUE 'N'.
               88 WS-DEDUCTION-IS-OPEN VALUE 'Y'.
               88 WS-DEDUCTION-IS-CLOSED VALUE 'N'.
           05 WS-EARNINGS-STMT-OPEN-SW PIC X VALUE 'N'.
               88 WS-EARNINGS-STMT-IS-OPEN VALUE 'Y'.
               88 WS-EARNINGS-STMT-IS-CLOSED VALUE 'N'.
           05 WS-DIRECT-DEPOSIT-OPEN-SW PIC X VALUE 'N'.
               88 WS-DIRECT-DEPOSIT-IS-OPEN VALUE 'Y'.
               88 WS-DIRECT-DEPOSIT-IS-CLOSED VALUE 'N'.
           05 WS-RESTART-CONTROL-OPEN-SW PIC X VALUE 'N'.
               88 WS-RESTART-CONTROL-IS-OPEN VALUE 'Y'.
               88 WS-RESTART-CONTROL-IS-CLOSED VALUE 'N'.
           05 WS-BILLING-OPEN-SW PIC X VALUE 'N'.
               88 WS-BILLING-IS-OPEN VALUE 'Y'.
               88 WS-BILLING-IS-CLOSED VALUE 'N'.
           05 WS-HOLD-OPEN-SW PIC X VALUE 'N'.
               88 WS-HOLD-IS-OPEN VALUE 'Y'.
               88 WS-HOLD-IS-CLOSED VALUE 'N'.
           05 WS-STANDING-OPEN-SW PIC X VALUE 'N'.
               88 WS-STANDING-IS-OPEN VALUE 'Y'.
               88 WS-STANDING-IS-CLOSED VALUE 'N'.
           05 WS-PREREQ-OPEN-SW PIC X VALUE 'N'.
               88 WS-PREREQ-IS-OPEN VALUE 'Y'.
               88 WS-PREREQ-IS-CLOSED VALUE 'N'.
           05 WS-ARCHIVE-OPEN-SW PIC X VALUE 'N'.
               88 WS-ARCHIVE-IS-OPEN VALUE 'Y'.
               88 WS-ARCHIVE-IS-CLOSED VALUE 'N'.
           05 WS-COMPLETED-OPEN-SW PIC X VALUE 'N'.
               88 WS-COMPLETED-IS-OPEN VALUE 'Y'.
               88 WS-COMPLETED-IS-CLOSED VALUE 'N'.
           05 WS-OVERRIDE-RPT-OPEN-SW PIC X VALUE 'N'.
               88 WS-OVERRIDE-RPT-IS-OPEN VALUE 'Y'.
               88 WS-OVERRIDE-RPT-IS-CLOSED VALUE 'N'.

       01 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 10.
       01 WS-LAST-CHECKPOINT-ID PIC X(6) VALUE SPACES.
       01 WS-TOTAL PIC 9(4).

      * Weekly payroll pass: timecards against the employee master,
      * overtime over 40 hours at time and a half.  Timecards for an
      * employee terminated before the pay period are not paid.
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2).
           88 WS-EMPLOYEE-MASTER-OK VALUE '00'.
           88 WS-EMPLOYEE-MASTER-NOTFND VALUE '23'.
           88 WS-EMPLOYEE-YTD-NOFILE VALUE '35'.

       01 WS-PAY-QUARTER PIC 9.
      * First day of the weekly pay period the timecards cover; an
      * employee terminated before it is not paid for the period.
       01 WS-PAY-PERIOD-START PIC 9(8).
       01 WS-PAY-QTR-INDEX PIC 9.
       01 WS-YTD-UPDATED-COUNT PIC 9(4) VALUE ZEROS.

      * Deductions and net pay: each employee's EMPDED table is taken
      * against gross pay, net pay is printed on an earnings statement
      * (EARNSTMT, one page per employee, current and year to date)
      * and goes to the bank on the DIRDEP direct-deposit file unless
      * the employee is paid by check.  No deduction file yet means
      * every employee is paid gross by check.
       01 WS-DEDUCTION-STATUS PIC X(2).
           88 WS-DEDUCTION-OK VALUE '00'.
           88 WS-DEDUCTION-NOTFND VALUE '23'.
           88 WS-DEDUCTION-NOFILE VALUE '35'.

       01 WS-EARNINGS-STMT-STATUS PIC X(2).
           88 WS-EARNINGS-STMT-OK VALUE '00'.

       01 WS-DIRECT-DEPOSIT-STATUS PIC X(2).
           88 WS-DIRECT-DEPOSIT-OK VALUE '00'.

       01 WS-DEDUCTIONS-FOUND-FLAG PIC X.
           88 WS-DEDUCTIONS-FOUND VALUE 'Y'.
           88 WS-DEDUCTIONS-NOT-FOUND VALUE 'N'.

       01 WS-DED-INDEX PIC 9(2).
       01 WS-DED-MAX-ENTRIES PIC 9(2) VALUE 10.
       01 WS-DED-ENTRY-COUNT PIC 9(2).
       01 WS-CURRENT-DED-TABLE.
           05 WS-CUR-DED-AMOUNT PIC 9(6)V99 OCCURS 10 TIMES.
       01 WS-THIS-DEDUCTION PIC 9(6)V99.
       01 WS-LIMIT-REMAINING PIC S9(7)V99.
       01 WS-PAY-TAX-WITHHELD PIC 9(6)V99.
       01 WS-PAY-BENEFITS PIC 9(6)V99.
       01 WS-PAY-VOLUNTARY PIC 9(6)V99.
       01 WS-PAY-DEDUCTIONS PIC 9(6)V99.
       01 WS-NET-PAY PIC 9(6)V99.
       01 WS-YTD-DEDUCTIONS PIC 9(9)V99.

       01 WS-NO-DEDUCTION-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-DEDUCTION-SHORT-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-LIMIT-REACHED-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-STATEMENT-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-CHECK-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-DEPOSIT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-DEPOSIT-TOTAL PIC 9(10)V99 VALUE ZEROS.
       01 WS-TOTAL-TAX-WITHHELD PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-BENEFITS PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-VOLUNTARY PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-NET-PAY PIC 9(7)V99 VALUE ZEROS.

       01 WS-EMPLOYEES-PAID-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-EMP-NOTFND-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-TERMINATED-REJECT-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-TOTAL-HOURS PIC 9(5)V9 VALUE ZEROS.
       01 WS-TOTAL-OT-HOURS PIC 9(5)V9 VALUE ZEROS.
       01 WS-TOTAL-GROSS-PAY PIC 9(7)V99 VALUE ZEROS.
           05 WS-PAY-MONEY-LABEL PIC X(22).
           05 WS-PAY-MONEY-VALUE PIC ZZZZZZ9.99.

      * Earnings statement, one page per employee paid.
       01 WS-STMT-HEADER.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'EARNINGS STATEMENT'.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'PAY DATE '.
           05 WS-STMT-HDR-PAY-DATE PIC X(10).

       01 WS-STMT-EMPLOYEE-LINE.
           05 FILLER PIC X(9) VALUE 'EMPLOYEE '.
           05 WS-STMT-EMPLOYEE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-STMT-EMPLOYEE-NAME PIC X(25).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'RATE '.
           05 WS-STMT-RATE PIC ZZ9.99.

       01 WS-STMT-HOURS-LINE.
           05 FILLER PIC X(9) VALUE 'HOURS'.
           05 WS-STMT-HOURS PIC ZZ9.9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'OVERTIME HOURS '.
           05 WS-STMT-OT-HOURS PIC Z9.9.

       01 WS-STMT-COLUMN-HEADING.
           05 FILLER PIC X(26) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(13) VALUE '      CURRENT'.
           05 FILLER PIC X(15) VALUE '   YEAR TO DATE'.

       01 WS-STMT-AMOUNT-LINE.
           05 WS-STMT-DESCRIPTION PIC X(26).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-STMT-CURRENT PIC ZZZZZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-STMT-YTD PIC ZZZZZZZ9.99.

       01 WS-STMT-PAY-METHOD-LINE.
           05 WS-STMT-PAY-METHOD PIC X(40).

       01 WS-REPORT-FOOTER.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(3) VALUE SPACES.
       01 WS-PROOF-RESULT-LINE.
           05 WS-PROOF-RESULT PIC X(44).

      * Prerequisite override exceptions report (PREQEXC).
       01 WS-OVR-HEADER.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(34)
               VALUE 'PREREQUISITE OVERRIDE EXCEPTIONS'.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-OVR-HDR-RUN-DATE PIC X(10).

       01 WS-OVR-COLUMN-HEADING.
           05 FILLER PIC X(8) VALUE 'STUDENT'.
           05 FILLER PIC X(27) VALUE 'NAME'.
           05 FILLER PIC X(8) VALUE 'COURSE'.
           05 FILLER PIC X(17) VALUE 'CHECK WAIVED'.
           05 FILLER PIC X(18) VALUE 'RESULT'.

       01 WS-OVR-DETAIL-LINE.
           05 WS-OVR-STUDENT-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OVR-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OVR-COURSE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OVR-WAIVED PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OVR-RESULT PIC X(18).

       01 WS-OVR-FOOTER.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-OVR-FTR-RUN-DATE PIC X(10).

      *	COPY ABC.cpy.
       COPY ABC.cpy REPLACING WS-ABC1 BY WS-COPY1.

       PERFORM READ-TERM-CONTROL
       PERFORM OPEN-ENROLLMENT-FILES
       PERFORM OPEN-BILLING-FILES
       PERFORM OPEN-PREREQ-FILES
       PERFORM OPEN-REGISTRAR-EXTRACT
       PERFORM OPEN-STUDENT-HISTORY
       IF WS-RESTART-REQUESTED
       SET WS-XREF-IS-CLOSED TO TRUE
       CLOSE BILLING-FILE
       SET WS-BILLING-IS-CLOSED TO TRUE
       IF WS-HOLD-IS-OPEN
           CLOSE FINANCIAL-HOLD
           SET WS-HOLD-IS-CLOSED TO TRUE
       END-IF
       IF WS-STANDING-IS-OPEN
           CLOSE ACADEMIC-STANDING
           SET WS-STANDING-IS-CLOSED TO TRUE
       END-IF
       PERFORM CLOSE-PREREQ-FILES
       PERFORM CLOSE-REGISTRAR-EXTRACT
       CLOSE STUDENT-HISTORY
       SET WS-HISTORY-IS-CLOSED TO TRUE

       PROCESS-ENROLL-TRANSACTION.
           MOVE SPACES TO WS-ENROLL-REJECT-REASON
           MOVE SPACES TO WS-PREREQ-WAIVED
           MOVE 'N' TO WS-WAITLISTED-FLAG
           PERFORM LOOKUP-STUDENT-MASTER
           IF WS-STUDENT-NOT-FOUND
               MOVE 'ID NOT FOUND' TO WS-ENROLL-REJECT-REASON
           ELSE
               PERFORM CHECK-FINANCIAL-HOLD
               IF WS-ENROLL-REJECT-REASON = SPACES
                   PERFORM CHECK-ACADEMIC-STANDING
               END-IF
           END-IF
           IF WS-ENROLL-REJECT-REASON = SPACES
               PERFORM LOOKUP-COURSE-CATALOG
               IF WS-COURSE-NOT-FOUND
                   MOVE 'COURSE NOT FOUND' TO WS-ENROLL-REJECT-REASON
               ELSE
                   IF CC-COURSE-RETIRED
                       MOVE 'COURSE RETIRED' TO WS-ENROLL-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-ENROLL-REJECT-REASON = SPACES
               AND CC-TERM-ID NOT = WS-CURRENT-TERM
               MOVE 'TERM CLOSED' TO WS-ENROLL-REJECT-REASON
           END-IF
           IF WS-ENROLL-REJECT-REASON = SPACES
               PERFORM CHECK-PREREQUISITES
           END-IF
           IF WS-ENROLL-REJECT-REASON = SPACES
               IF CC-ENROLLED-COUNT NOT < CC-CAPACITY
                   PERFORM QUEUE-ON-WAITLIST
               ELSE
                   PERFORM WRITE-ENROLLMENT-RECORD
               END-IF
           END-IF
           MOVE 'ENROLLMENT' TO WS-LOG-SECTION
           EVALUATE TRUE
               WHEN WS-STUDENT-WAITLISTED
                   MOVE 'ENR REJECT' TO WS-HISTORY-DISPOSITION
           END-EVALUATE
           PERFORM WRITE-RUN-LOG-RECORD
           IF WS-PREREQ-WAIVED NOT = SPACES
               PERFORM WRITE-OVERRIDE-EXCEPTION
           END-IF
           IF WS-ENROLL-REJECT-REASON = SPACES
               AND NOT WS-STUDENT-WAITLISTED
               MOVE WS-STUDENT-ID TO WS-BILL-STUDENT-ID
               PERFORM WRITE-TUITION-DEBIT
           END-IF.

      * A course the student already passed cannot be taken again, and
      * every prerequisite on CRSPREQ must be on the archive at or
      * above its minimum grade.  Without a prerequisite file only
      * the repeat check runs.  The override flag lets a failing 'E'
      * through and leaves the waived check for the exceptions report.
       CHECK-PREREQUISITES.
           IF WS-HISTORY-LOADED-ID NOT = WS-STUDENT-ID
               PERFORM LOAD-COMPLETED-COURSES
           END-IF
           MOVE SPACES TO WS-PREREQ-FAILURE
           MOVE WT-COURSE-ID TO WS-LOOKUP-COURSE-ID
           PERFORM FIND-BEST-GRADE
           IF WS-BEST-RANK NOT < WS-PASSING-RANK
               MOVE 'ALREADY PASSED' TO WS-PREREQ-FAILURE
           ELSE
               IF WS-PREREQ-IS-OPEN
                   MOVE WT-COURSE-ID TO CP-COURSE-ID
                   READ COURSE-PREREQ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CHECK-ONE-PREREQUISITE
                               VARYING WS-PREREQ-IX FROM 1 BY 1
                               UNTIL WS-PREREQ-IX > 5
                                  OR NOT WS-PREREQ-ALL-MET
                   END-READ
               END-IF
           END-IF
           IF NOT WS-PREREQ-ALL-MET
               IF WT-OVERRIDE-APPROVED
                   MOVE WS-PREREQ-FAILURE TO WS-PREREQ-WAIVED
                   ADD 1 TO WS-OVERRIDE-USED-COUNT
               ELSE
                   MOVE WS-PREREQ-FAILURE TO WS-ENROLL-REJECT-REASON
                   IF WS-PREREQ-FAILURE = 'ALREADY PASSED'
                       ADD 1 TO WS-REPEAT-REJECT-COUNT
                   ELSE
                       ADD 1 TO WS-PREREQ-REJECT-COUNT
                   END-IF
               END-IF
           END-IF.

      * A blank or unrecognised minimum grade means any passing grade.
       CHECK-ONE-PREREQUISITE.
           IF CP-REQUIRED-COURSE-ID (WS-PREREQ-IX) NOT = SPACES
               MOVE CP-MINIMUM-GRADE (WS-PREREQ-IX) TO WS-GRADE-WORK
               PERFORM SET-GRADE-RANK
               IF WS-GRADE-RANK < WS-PASSING-RANK
                   MOVE WS-PASSING-RANK TO WS-REQUIRED-RANK
               ELSE
                   MOVE WS-GRADE-RANK TO WS-REQUIRED-RANK
               END-IF
               MOVE CP-REQUIRED-COURSE-ID (WS-PREREQ-IX)
                   TO WS-LOOKUP-COURSE-ID
               PERFORM FIND-BEST-GRADE
               IF WS-BEST-RANK < WS-REQUIRED-RANK
                   MOVE 'PREREQ NOT MET' TO WS-PREREQ-FAILURE
               END-IF
           END-IF.

      * The student's courses are read from COMPLETED-COURSES by
      * key; the best grade was already kept there, so a course failed
      * and then retaken counts at the passing grade.
       LOAD-COMPLETED-COURSES.
           MOVE WS-STUDENT-ID TO WS-HISTORY-LOADED-ID
           MOVE ZEROS TO WS-COMPLETED-COUNT
           MOVE 'N' TO WS-COMPLETED-EOF-FLAG
           MOVE WS-STUDENT-ID TO CX-STUDENT-ID
           MOVE LOW-VALUES TO CX-COURSE-ID
           START COMPLETED-COURSES
               KEY IS NOT LESS THAN CX-COMPLETED-KEY
               INVALID KEY
                   SET WS-END-OF-COMPLETED TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-COMPLETED
               READ COMPLETED-COURSES NEXT RECORD
                   AT END
                       SET WS-END-OF-COMPLETED TO TRUE
                   NOT AT END
                       IF CX-STUDENT-ID NOT = WS-STUDENT-ID
                           SET WS-END-OF-COMPLETED TO TRUE
                       ELSE
                           PERFORM NOTE-COMPLETED-COURSE
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-COMPLETED-COURSE.
           IF WS-COMPLETED-COUNT < WS-COMPLETED-MAX
               ADD 1 TO WS-COMPLETED-COUNT
               MOVE CX-COURSE-ID
                   TO WS-CMP-COURSE-ID (WS-COMPLETED-COUNT)
               MOVE CX-BEST-RANK
                   TO WS-CMP-BEST-RANK (WS-COMPLETED-COUNT)
           ELSE
               ADD 1 TO WS-ARCHIVE-OVERFLOW-COUNT
           END-IF.

      * One pass of the archive per run: every graded detail is
      * sorted by student and course, and the best grade for each
      * pair is written to the work file.  No archive yet (first term
      * on the system) leaves the work file empty - nothing completed.
       BUILD-COMPLETED-COURSES.
           SORT COMPLETED-SORT
               ON ASCENDING KEY CS-STUDENT-ID CS-COURSE-ID
               INPUT PROCEDURE IS RELEASE-ARCHIVED-GRADES
               OUTPUT PROCEDURE IS WRITE-COMPLETED-COURSES
           IF SORT-RETURN NOT = ZERO
               MOVE 48 TO WS-ABEND-CODE
               MOVE 'ARCHIVE SORT' TO WS-ABEND-LOCATION
               MOVE 'SR' TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF
           OPEN INPUT COMPLETED-COURSES
           IF NOT WS-COMPLETED-OK
               MOVE 47 TO WS-ABEND-CODE
               MOVE 'COMPLETED FILE OPEN' TO WS-ABEND-LOCATION
               MOVE WS-COMPLETED-STATUS TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF
           SET WS-COMPLETED-IS-OPEN TO TRUE.

       RELEASE-ARCHIVED-GRADES.
           OPEN INPUT TERM-ARCHIVE
           IF NOT WS-ARCHIVE-NOFILE
               IF NOT WS-ARCHIVE-OK
                   MOVE 39 TO WS-ABEND-CODE
                   MOVE 'TERM ARCHIVE OPEN' TO WS-ABEND-LOCATION
                   MOVE WS-ARCHIVE-STATUS TO WS-ABEND-STATUS
                   PERFORM ABORT-RUN
               END-IF
               SET WS-ARCHIVE-IS-OPEN TO TRUE
               MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
               PERFORM UNTIL WS-END-OF-ARCHIVE
                   READ TERM-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCHIVE TO TRUE
                       NOT AT END
                           PERFORM RELEASE-ARCHIVED-GRADE
                   END-READ
               END-PERFORM
               CLOSE TERM-ARCHIVE
               SET WS-ARCHIVE-IS-CLOSED TO TRUE
           END-IF.

       RELEASE-ARCHIVED-GRADE.
           IF TA-DTL-RECORD-TYPE = 'D'
               AND TA-DTL-GRADE NOT = SPACES
               MOVE TA-DTL-GRADE TO WS-GRADE-WORK
               PERFORM SET-GRADE-RANK
               MOVE TA-DTL-STUDENT-ID TO CS-STUDENT-ID
               MOVE TA-DTL-COURSE-ID TO CS-COURSE-ID
               MOVE WS-GRADE-RANK TO CS-GRADE-RANK
               RELEASE CS-COMPLETED-RECORD
           END-IF.

       WRITE-COMPLETED-COURSES.
           OPEN OUTPUT COMPLETED-COURSES
           IF NOT WS-COMPLETED-OK
               MOVE 47 TO WS-ABEND-CODE
               MOVE 'COMPLETED FILE OPEN' TO WS-ABEND-LOCATION
               MOVE WS-COMPLETED-STATUS TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF
           SET WS-COMPLETED-IS-OPEN TO TRUE
           MOVE SPACES TO WS-HELD-COMPLETED-KEY
           MOVE ZEROS TO WS-HELD-BEST-RANK
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL WS-END-OF-COMPLETED-SORT
               RETURN COMPLETED-SORT
                   AT END
                       SET WS-END-OF-COMPLETED-SORT TO TRUE
                   NOT AT END
                       PERFORM KEEP-BEST-COMPLETED-GRADE
               END-RETURN
           END-PERFORM
           IF WS-HELD-COMPLETED-KEY NOT = SPACES
               PERFORM WRITE-COMPLETED-COURSE
           END-IF
           CLOSE COMPLETED-COURSES
           SET WS-COMPLETED-IS-CLOSED TO TRUE.

       KEEP-BEST-COMPLETED-GRADE.
           IF CS-STUDENT-ID = WS-HELD-STUDENT-ID
               AND CS-COURSE-ID = WS-HELD-COURSE-ID
               IF CS-GRADE-RANK > WS-HELD-BEST-RANK
                   MOVE CS-GRADE-RANK TO WS-HELD-BEST-RANK
               END-IF
           ELSE
               IF WS-HELD-COMPLETED-KEY NOT = SPACES
                   PERFORM WRITE-COMPLETED-COURSE
               END-IF
               MOVE CS-STUDENT-ID TO WS-HELD-STUDENT-ID
               MOVE CS-COURSE-ID TO WS-HELD-COURSE-ID
               MOVE CS-GRADE-RANK TO WS-HELD-BEST-RANK
           END-IF.

       WRITE-COMPLETED-COURSE.
           MOVE WS-HELD-COMPLETED-KEY TO CX-COMPLETED-KEY
           MOVE WS-HELD-BEST-RANK TO CX-BEST-RANK
           WRITE CX-COMPLETED-RECORD
               INVALID KEY
                   MOVE 47 TO WS-ABEND-CODE
                   MOVE 'COMPLETED FILE WRITE' TO WS-ABEND-LOCATION
                   MOVE WS-COMPLETED-STATUS TO WS-ABEND-STATUS
                   PERFORM ABORT-RUN
           END-WRITE.

       FIND-COMPLETED-ENTRY.
           MOVE ZEROS TO WS-CMP-FOUND-IX
           PERFORM MATCH-COMPLETED-ENTRY
               VARYING WS-CMP-IX FROM 1 BY 1
               UNTIL WS-CMP-IX > WS-COMPLETED-COUNT
                  OR WS-CMP-FOUND-IX > ZEROS.

       MATCH-COMPLETED-ENTRY.
           IF WS-CMP-COURSE-ID (WS-CMP-IX) = WS-LOOKUP-COURSE-ID
               MOVE WS-CMP-IX TO WS-CMP-FOUND-IX
           END-IF.

       FIND-BEST-GRADE.
           PERFORM FIND-COMPLETED-ENTRY
           IF WS-CMP-FOUND-IX > ZEROS
               MOVE WS-CMP-BEST-RANK (WS-CMP-FOUND-IX) TO WS-BEST-RANK
           ELSE
               MOVE ZEROS TO WS-BEST-RANK
           END-IF.

       SET-GRADE-RANK.
           EVALUATE WS-GRADE-WORK
               WHEN 'A+'
                   MOVE 13 TO WS-GRADE-RANK
               WHEN 'A '
                   MOVE 12 TO WS-GRADE-RANK
               WHEN 'A-'
                   MOVE 11 TO WS-GRADE-RANK
               WHEN 'B+'
                   MOVE 10 TO WS-GRADE-RANK
               WHEN 'B '
                   MOVE 9 TO WS-GRADE-RANK
               WHEN 'B-'
                   MOVE 8 TO WS-GRADE-RANK
               WHEN 'C+'
                   MOVE 7 TO WS-GRADE-RANK
               WHEN 'C '
                   MOVE 6 TO WS-GRADE-RANK
               WHEN 'C-'
                   MOVE 5 TO WS-GRADE-RANK
               WHEN 'D+'
                   MOVE 4 TO WS-GRADE-RANK
               WHEN 'D '
                   MOVE 3 TO WS-GRADE-RANK
               WHEN 'D-'
                   MOVE 2 TO WS-GRADE-RANK
               WHEN 'F '
                   MOVE 1 TO WS-GRADE-RANK
               WHEN OTHER
                   MOVE ZEROS TO WS-GRADE-RANK
           END-EVALUATE.

       WRITE-OVERRIDE-EXCEPTION.
           MOVE WS-STUDENT-ID TO WS-OVR-STUDENT-ID
           MOVE WS-STUDENT-NAME TO WS-OVR-STUDENT-NAME
           MOVE WT-COURSE-ID TO WS-OVR-COURSE-ID
           MOVE WS-PREREQ-WAIVED TO WS-OVR-WAIVED
           EVALUATE TRUE
               WHEN WS-STUDENT-WAITLISTED
                   MOVE 'WAITLISTED' TO WS-OVR-RESULT
               WHEN WS-ENROLL-REJECT-REASON = SPACES
                   MOVE 'ENROLLED' TO WS-OVR-RESULT
               WHEN OTHER
                   MOVE WS-ENROLL-REJECT-REASON TO WS-OVR-RESULT
           END-EVALUATE
           WRITE OVERRIDE-REC FROM WS-OVR-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           IF NOT WS-OVERRIDE-RPT-OK
               MOVE 41 TO WS-ABEND-CODE
               MOVE 'OVERRIDE RPT WRITE' TO WS-ABEND-LOCATION
               MOVE WS-OVERRIDE-RPT-STATUS TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * Course drop/withdrawal: delete the enrollment, give the seat
      * back to the catalog, and promote the first waitlisted student
      * into the freed seat.
           END-IF
           PERFORM WRITE-RUN-LOG-RECORD.

      * The enrollment is read before it is deleted to pick up the
      * tuition it was charged; a record written before the charged
      * amount was carried falls back to the catalog fee.
       DELETE-ENROLLMENT-RECORD.
           MOVE WT-COURSE-ID TO EN-COURSE-ID
           MOVE WS-STUDENT-ID TO EN-STUDENT-ID
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE 'NOT ENROLLED' TO WS-ENROLL-REJECT-REASON
               NOT INVALID KEY
                   IF EN-TUITION-CHARGED NUMERIC
                       AND EN-TUITION-CHARGED > ZEROS
                       MOVE EN-TUITION-CHARGED TO WS-CREDIT-AMOUNT
                   ELSE
                       MOVE CC-TUITION-FEE TO WS-CREDIT-AMOUNT
                   END-IF
           END-READ
           IF WS-ENROLL-REJECT-REASON = SPACES
               PERFORM REMOVE-ENROLLMENT-RECORD
           END-IF.

       REMOVE-ENROLLMENT-RECORD.
           DELETE ENROLLMENT-FILE
               INVALID KEY
                   MOVE 'NOT ENROLLED' TO WS-ENROLL-REJECT-REASON
           END-DELETE.

      * One pass over the course's waitlist entries: remember the
      * first (lowest-sequence) entry at or past WS-WL-NEXT-SEQUENCE
      * and the highest sequence in use, and note whether the current
      * student is already queued.
       SCAN-COURSE-WAITLIST.
           MOVE 'N' TO WS-WAITLIST-DONE-FLAG
           MOVE 'N' TO WS-ON-WAITLIST-FLAG
                           SET WS-WAITLIST-SCAN-DONE TO TRUE
                       ELSE
                           IF NOT WS-WL-FIRST-FOUND
                               AND WL-SEQUENCE
                                   NOT < WS-WL-NEXT-SEQUENCE
                               SET WS-WL-FIRST-FOUND TO TRUE
                               MOVE WL-SEQUENCE
                                   TO WS-WL-FIRST-SEQUENCE
                   MOVE 'ALREADY ENROLLED' TO WS-ENROLL-REJECT-REASON
           END-READ
           IF WS-ENROLL-REJECT-REASON = SPACES
               MOVE ZEROS TO WS-WL-NEXT-SEQUENCE
               PERFORM SCAN-COURSE-WAITLIST
               IF WS-STUDENT-ON-WAITLIST
                   MOVE 'ALREADY WAITLISTED'
      * after the enrollment write succeeds; a candidate who turns
      * out to be enrolled already just loses the stale queue entry
      * (logged) and the next queued student is tried, so a freed
      * seat is never silently lost.  A candidate who has gone onto
      * financial hold since queueing is passed over but left queued,
      * keeping the place in line for when the hold lifts.  The
      * promotion is logged on the run log so the front desk can see
      * who moved off the waitlist.
       PROMOTE-FROM-WAITLIST.
           MOVE 'N' TO WS-PROMOTE-DONE-FLAG
           MOVE ZEROS TO WS-WL-NEXT-SEQUENCE
           PERFORM PROMOTE-NEXT-CANDIDATE
               UNTIL WS-PROMOTE-DONE.

       PROMOTE-NEXT-CANDIDATE.
           PERFORM SCAN-COURSE-WAITLIST
           IF WS-WL-FIRST-FOUND
               MOVE WS-WL-FIRST-STUDENT-ID TO WS-BILL-STUDENT-ID
               PERFORM LOOKUP-FINANCIAL-HOLD
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-WL-FIRST-FOUND
                   SET WS-PROMOTE-DONE TO TRUE
               WHEN WS-ON-FINANCIAL-HOLD
                   PERFORM PASS-OVER-HELD-CANDIDATE
               WHEN OTHER
                   PERFORM SEAT-WAITLIST-CANDIDATE
           END-EVALUATE.

       PASS-OVER-HELD-CANDIDATE.
           ADD 1 TO WS-PROMOTE-HELD-COUNT
           DISPLAY "Held Candidate Passed Over "
               WS-WL-FIRST-STUDENT-ID
           MOVE 'WAITLIST' TO WS-LOG-SECTION
           STRING 'HOLD - LEFT QUEUED ' WS-WL-FIRST-STUDENT-ID
                  ' FOR ' WT-COURSE-ID
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           END-STRING
           PERFORM WRITE-RUN-LOG-RECORD
           ADD 1 WS-WL-FIRST-SEQUENCE GIVING WS-WL-NEXT-SEQUENCE
               ON SIZE ERROR
                   SET WS-PROMOTE-DONE TO TRUE
           END-ADD.

       SEAT-WAITLIST-CANDIDATE.
           MOVE WT-COURSE-ID TO EN-COURSE-ID
           MOVE WS-WL-FIRST-STUDENT-ID TO EN-STUDENT-ID
           MOVE WS-RUN-DATE-CCYYMMDD TO EN-ENROLL-DATE
           MOVE WS-CURRENT-TERM TO EN-TERM-ID
           MOVE SPACES TO EN-GRADE
           MOVE CC-TUITION-FEE TO EN-TUITION-CHARGED
           WRITE EN-ENROLL-RECORD
               INVALID KEY
                   PERFORM DELETE-PROMOTED-WAITLIST-ENTRY
                   DISPLAY "Stale Waitlist Entry Dropped "
                       WS-WL-FIRST-STUDENT-ID
                   MOVE 'WAITLIST' TO WS-LOG-SECTION
                   STRING 'STALE ENTRY DROPPED '
                          WS-WL-FIRST-STUDENT-ID
                          ' FOR ' WT-COURSE-ID
                       DELIMITED BY SIZE INTO WS-LOG-DETAIL
                   END-STRING
                   PERFORM WRITE-RUN-LOG-RECORD
               NOT INVALID KEY
                   PERFORM DELETE-PROMOTED-WAITLIST-ENTRY
                   ADD 1 TO CC-ENROLLED-COUNT
                   REWRITE CC-COURSE-RECORD
                   IF NOT WS-COURSE-CATALOG-OK
                       MOVE 23 TO WS-ABEND-CODE
                       MOVE 'CATALOG REWRITE' TO WS-ABEND-LOCATION
                       MOVE WS-COURSE-CATALOG-STATUS
                           TO WS-ABEND-STATUS
                       PERFORM ABORT-RUN
                   END-IF
                   ADD 1 TO WS-PROMOTED-COUNT
                   DISPLAY "Promoted " WS-WL-FIRST-STUDENT-ID
                       " Into " WT-COURSE-ID
                   MOVE 'WAITLIST' TO WS-LOG-SECTION
                   STRING 'PROMOTED ' WS-WL-FIRST-STUDENT-ID
                          ' INTO ' WT-COURSE-ID
                       DELIMITED BY SIZE INTO WS-LOG-DETAIL
                   END-STRING
                   PERFORM WRITE-RUN-LOG-RECORD
                   MOVE WS-WL-FIRST-STUDENT-ID
                       TO WS-BILL-STUDENT-ID
                   PERFORM WRITE-TUITION-DEBIT
                   SET WS-PROMOTE-DONE TO TRUE
           END-WRITE.

       DELETE-PROMOTED-WAITLIST-ENTRY.
           MOVE WT-COURSE-ID TO WL-COURSE-ID
               MOVE WS-BILLING-STATUS TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF
           SET WS-BILLING-IS-OPEN TO TRUE
           OPEN INPUT FINANCIAL-HOLD
           IF WS-HOLD-NOFILE
               MOVE 'FINANCIAL HOLD' TO WS-LOG-SECTION
               MOVE 'NO HOLD FILE - NO HOLDS APPLIED' TO WS-LOG-DETAIL
               PERFORM WRITE-RUN-LOG-RECORD
           ELSE
               IF NOT WS-HOLD-OK
                   MOVE 38 TO WS-ABEND-CODE
                   MOVE 'HOLD FILE OPEN' TO WS-ABEND-LOCATION
                   MOVE WS-HOLD-STATUS TO WS-ABEND-STATUS
                   PERFORM ABORT-RUN
               END-IF
               SET WS-HOLD-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT ACADEMIC-STANDING
           IF WS-STANDING-NOFILE
               MOVE 'ACADEMIC STANDING' TO WS-LOG-SECTION
               MOVE 'NO STANDING FILE - NO SUSPENSIONS'
                   TO WS-LOG-DETAIL
               PERFORM WRITE-RUN-LOG-RECORD
           ELSE
               IF NOT WS-STANDING-OK
                   MOVE 42 TO WS-ABEND-CODE
                   MOVE 'STANDING FILE OPEN' TO WS-ABEND-LOCATION
                   MOVE WS-STANDING-STATUS TO WS-ABEND-STATUS
                   PERFORM ABORT-RUN
               END-IF
               SET WS-STANDING-IS-OPEN TO TRUE
           END-IF.

      * No prerequisite file yet means only the repeat-course check
      * runs; the exceptions report is always produced, even empty.
      * The completed-course work file is built here, before the
      * first 'E' can need it.
       OPEN-PREREQ-FILES.
           OPEN INPUT COURSE-PREREQ
           IF WS-PREREQ-NOFILE
               MOVE 'PREREQUISITES' TO WS-LOG-SECTION
               MOVE 'NO PREREQ FILE - REPEATS ONLY CHECKED'
                   TO WS-LOG-DETAIL
               PERFORM WRITE-RUN-LOG-RECORD
           ELSE
               IF NOT WS-PREREQ-OK
                   MOVE 40 TO WS-ABEND-CODE
                   MOVE 'PREREQ FILE OPEN' TO WS-ABEND-LOCATION
                   MOVE WS-PREREQ-STATUS TO WS-ABEND-STATUS
                   PERFORM ABORT-RUN
               END-IF
               SET WS-PREREQ-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT OVERRIDE-REPORT
           IF NOT WS-OVERRIDE-RPT-OK
               MOVE 41 TO WS-ABEND-CODE
               MOVE 'OVERRIDE RPT OPEN' TO WS-ABEND-LOCATION
               MOVE WS-OVERRIDE-RPT-STATUS TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF
           SET WS-OVERRIDE-RPT-IS-OPEN TO TRUE
           MOVE WS-RUN-DATE-DISPLAY TO WS-OVR-HDR-RUN-DATE
           WRITE OVERRIDE-REC FROM WS-OVR-HEADER
               AFTER ADVANCING PAGE
           WRITE OVERRIDE-REC FROM WS-OVR-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM BUILD-COMPLETED-COURSES.

       CLOSE-PREREQ-FILES.
           IF WS-PREREQ-IS-OPEN
               CLOSE COURSE-PREREQ
               SET WS-PREREQ-IS-CLOSED TO TRUE
           END-IF
           IF WS-COMPLETED-IS-OPEN
               CLOSE COMPLETED-COURSES
               SET WS-COMPLETED-IS-CLOSED TO TRUE
           END-IF
           MOVE 'OVERRIDES USED' TO WS-PROOF-LABEL
           MOVE WS-OVERRIDE-USED-COUNT TO WS-PROOF-COUNT
           WRITE OVERRIDE-REC FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-OVR-FTR-RUN-DATE
           WRITE OVERRIDE-REC FROM WS-OVR-FOOTER
               AFTER ADVANCING 2 LINES
           CLOSE OVERRIDE-REPORT
           SET WS-OVERRIDE-RPT-IS-CLOSED TO TRUE
           IF WS-ARCHIVE-OVERFLOW-COUNT > ZEROS
               MOVE 'PREREQUISITES' TO WS-LOG-SECTION
               STRING 'ARCHIVE TABLE FULL ' WS-ARCHIVE-OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               END-STRING
               PERFORM WRITE-RUN-LOG-RECORD
           END-IF.

      * A student with no account cross-reference has nothing on
      * hold; the missing link surfaces on the billing proof instead.
       CHECK-FINANCIAL-HOLD.
           MOVE WS-STUDENT-ID TO WS-BILL-STUDENT-ID
           PERFORM LOOKUP-FINANCIAL-HOLD
           IF WS-ON-FINANCIAL-HOLD
               MOVE 'FINANCIAL HOLD' TO WS-ENROLL-REJECT-REASON
               ADD 1 TO WS-HOLD-REJECT-COUNT
           END-IF.

      * Hold lookup for WS-BILL-STUDENT-ID through STUACCT, shared by
      * the 'E' edit and the waitlist promotion.
       LOOKUP-FINANCIAL-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG
           IF WS-HOLD-IS-OPEN
               PERFORM LOOKUP-ACCOUNT-XREF
               IF WS-XREF-FOUND
                   MOVE SA-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
                   READ FINANCIAL-HOLD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ON-FINANCIAL-HOLD TO TRUE
                   END-READ
               END-IF
           END-IF.

      * A suspension is served in the term named on the standing
      * record; a blank term there holds the student out until the
      * registrar sets the record straight.
       CHECK-ACADEMIC-STANDING.
           IF WS-STANDING-IS-OPEN
               MOVE WS-STUDENT-ID TO SS-STUDENT-ID
               READ ACADEMIC-STANDING
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SS-ACADEMIC-SUSPENSION
                           AND (SS-SUSPENDED-TERM = WS-CURRENT-TERM
                               OR SS-SUSPENDED-TERM = SPACES)
                           MOVE 'ACADEMIC SUSPEND'
                               TO WS-ENROLL-REJECT-REASON
                           ADD 1 TO WS-SUSPEND-REJECT-COUNT
                       END-IF
               END-READ
           END-IF.

       LOOKUP-ACCOUNT-XREF.
           SET WS-XREF-NOT-FOUND TO TRUE
               MOVE SA-ACCOUNT-NUMBER TO BT-ACCOUNT-NUMBER
               MOVE 'D' TO BT-TRANS-CODE
               MOVE CC-TUITION-FEE TO BT-AMOUNT
               PERFORM SET-BILLING-REFERENCE
               PERFORM WRITE-BILLING-RECORD
               ADD CC-TUITION-FEE TO WS-BILL-DEBIT-TOTAL
               ADD 1 TO WS-BILL-DEBIT-COUNT
           END-IF.

       WRITE-TUITION-CREDIT.
           ADD WS-CREDIT-AMOUNT TO WS-TUITION-CREDITED-TOTAL
           PERFORM LOOKUP-ACCOUNT-XREF
           IF WS-XREF-FOUND
               MOVE SA-ACCOUNT-NUMBER TO BT-ACCOUNT-NUMBER
               MOVE 'C' TO BT-TRANS-CODE
               MOVE WS-CREDIT-AMOUNT TO BT-AMOUNT
               PERFORM SET-BILLING-REFERENCE
               PERFORM WRITE-BILLING-RECORD
               ADD WS-CREDIT-AMOUNT TO WS-BILL-CREDIT-TOTAL
               ADD 1 TO WS-BILL-CREDIT-COUNT
           ELSE
               PERFORM NOTE-MISSING-XREF
           END-IF.

      * The reference rides through ACCTPOST onto the journal, where
      * the tuition reconciliation matches it against ENROLL.
       SET-BILLING-REFERENCE.
           SET BT-TUITION-BILLING TO TRUE
           MOVE WS-BILL-STUDENT-ID TO BT-STUDENT-ID
           MOVE WT-COURSE-ID TO BT-COURSE-ID
           MOVE WS-CURRENT-TERM TO BT-TERM-ID.

       WRITE-BILLING-RECORD.
           WRITE BT-TRANS-RECORD
           IF NOT WS-BILLING-OK
           MOVE WS-RUN-DATE-CCYYMMDD TO EN-ENROLL-DATE
           MOVE WS-CURRENT-TERM TO EN-TERM-ID
           MOVE SPACES TO EN-GRADE
           MOVE CC-TUITION-FEE TO EN-TUITION-CHARGED
           WRITE EN-ENROLL-RECORD
               INVALID KEY
                   MOVE 'ALREADY ENROLLED' TO WS-ENROLL-REJECT-REASON
       WRITE-PAYROLL-REPORT.
           PERFORM OPEN-PAYROLL-FILES
           COMPUTE WS-PAY-QUARTER = (WS-RUN-DATE-MM + 2) / 3
           PERFORM SET-PAY-PERIOD-START
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-HDR-RUN-DATE
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE PRINT-REC FROM WS-REPORT-HEADER
           SET WS-EMPLOYEE-MASTER-IS-CLOSED TO TRUE
           CLOSE EMPLOYEE-YTD
           SET WS-EMPLOYEE-YTD-IS-CLOSED TO TRUE
           PERFORM CLOSE-NET-PAY-FILES
           WRITE PRINT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.

               MOVE WS-EMPLOYEE-YTD-STATUS TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF
           SET WS-EMPLOYEE-YTD-IS-OPEN TO TRUE
           PERFORM OPEN-NET-PAY-FILES.

      * No deduction file yet means every employee is paid gross by
      * check; the statements and the deposit file (header and
      * trailer at least) are always produced.
       OPEN-NET-PAY-FILES.
           OPEN I-O EMPLOYEE-DEDUCTIONS
           IF WS-DEDUCTION-NOFILE
               MOVE 'PAYROLL DEDUCTIONS' TO WS-LOG-SECTION
               MOVE 'NO DEDUCTION FILE - GROSS PAID BY CHECK'
                   TO WS-LOG-DETAIL
               PERFORM WRITE-RUN-LOG-RECORD
           ELSE
               IF NOT WS-DEDUCTION-OK
                   MOVE 43 TO WS-ABEND-CODE
                   MOVE 'DEDUCTION FILE OPEN' TO WS-ABEND-LOCATION
                   MOVE WS-DEDUCTION-STATUS TO WS-ABEND-STATUS
                   PERFORM ABORT-RUN
               END-IF
               SET WS-DEDUCTION-IS-OPEN TO TRUE
           END-IF
           OPEN OUTPUT EARNINGS-STATEMENT
           IF NOT WS-EARNINGS-STMT-OK
               MOVE 44 TO WS-ABEND-CODE
               MOVE 'EARNINGS STMT OPEN' TO WS-ABEND-LOCATION
               MOVE WS-EARNINGS-STMT-STATUS TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF
           SET WS-EARNINGS-STMT-IS-OPEN TO TRUE
           MOVE WS-RUN-DATE-DISPLAY TO WS-STMT-HDR-PAY-DATE
           OPEN OUTPUT DIRECT-DEPOSIT
           IF NOT WS-DIRECT-DEPOSIT-OK
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'DIRECT DEPOSIT OPEN' TO WS-ABEND-LOCATION
               MOVE WS-DIRECT-DEPOSIT-STATUS TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF
           SET WS-DIRECT-DEPOSIT-IS-OPEN TO TRUE
           MOVE SPACES TO DD-HEADER-RECORD
           MOVE 'H' TO DD-HDR-RECORD-TYPE
           MOVE WS-RUN-DATE-CCYYMMDD TO DD-HDR-PAY-DATE
           ACCEPT WS-OPS-TIME-RAW FROM TIME
           MOVE WS-OPS-TIME-RAW (1:6) TO DD-HDR-CREATE-TIME
           MOVE 'PAYROLL' TO DD-HDR-ORIGINATOR
           WRITE DD-HEADER-RECORD
           PERFORM CHECK-DIRECT-DEPOSIT-WRITE.

      * The trailer carries the count and total the bank balances the
      * file against.
       CLOSE-NET-PAY-FILES.
           MOVE SPACES TO DD-TRAILER-RECORD
           MOVE 'T' TO DD-TRL-RECORD-TYPE
           MOVE WS-DEPOSIT-COUNT TO DD-TRL-ENTRY-COUNT
           MOVE WS-DEPOSIT-TOTAL TO DD-TRL-TOTAL-AMOUNT
           WRITE DD-TRAILER-RECORD
           PERFORM CHECK-DIRECT-DEPOSIT-WRITE
           CLOSE DIRECT-DEPOSIT
           SET WS-DIRECT-DEPOSIT-IS-CLOSED TO TRUE
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE STATEMENT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES
           CLOSE EARNINGS-STATEMENT
           SET WS-EARNINGS-STMT-IS-CLOSED TO TRUE
           IF WS-DEDUCTION-IS-OPEN
               CLOSE EMPLOYEE-DEDUCTIONS
               SET WS-DEDUCTION-IS-CLOSED TO TRUE
           END-IF.

       CHECK-DIRECT-DEPOSIT-WRITE.
           IF NOT WS-DIRECT-DEPOSIT-OK
               MOVE 45 TO WS-ABEND-CODE
               MOVE 'DIRECT DEPOSIT WRITE' TO WS-ABEND-LOCATION
               MOVE WS-DIRECT-DEPOSIT-STATUS TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF.

      * The pay period is the week ending on the run date.
       SET-PAY-PERIOD-START.
           SET WS-DP-ADD-DAYS TO TRUE
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-DP-DATE-1
           MOVE -6 TO WS-DP-DAYS
           CALL 'DATEVAL' USING WS-DP-DATE-PARM
           END-CALL
           IF NOT WS-DP-REQUEST-OK
               MOVE 46 TO WS-ABEND-CODE
               MOVE 'PAY PERIOD DATE' TO WS-ABEND-LOCATION
               MOVE WS-DP-RETURN-FLAG TO WS-ABEND-STATUS
               PERFORM ABORT-RUN
           END-IF
           MOVE WS-DP-RESULT-DATE TO WS-PAY-PERIOD-START.

      * An employee terminated before the period began gets nothing;
      * one terminated during the period is paid for the days worked.
       PROCESS-TIMECARD.
           PERFORM LOOKUP-EMPLOYEE-MASTER
           EVALUATE TRUE
               WHEN NOT WS-EMPLOYEE-FOUND
                   PERFORM WRITE-EMP-NOTFND-LINE
               WHEN EM-TERMINATED
                   AND EM-TERMINATION-DATE < WS-PAY-PERIOD-START
                   PERFORM WRITE-TERMINATED-LINE
               WHEN OTHER
                   PERFORM COMPUTE-GROSS-PAY
                   PERFORM COMPUTE-NET-PAY
                   PERFORM UPDATE-EMPLOYEE-YTD
                   PERFORM WRITE-PAY-DETAIL-LINE
                   PERFORM WRITE-EARNINGS-STATEMENT
                   PERFORM PAY-NET-AMOUNT
           END-EVALUATE.

      * Roll this timecard into the employee's year-to-date and
      * current-quarter accumulators; a first-time employee gets a
           MOVE ZEROS TO EY-YTD-HOURS
           MOVE ZEROS TO EY-YTD-OT-HOURS
           MOVE ZEROS TO EY-YTD-GROSS
           MOVE ZEROS TO EY-YTD-TAX-WITHHELD
           MOVE ZEROS TO EY-YTD-BENEFITS
           MOVE ZEROS TO EY-YTD-VOLUNTARY
           MOVE ZEROS TO EY-YTD-NET-PAY
           PERFORM CLEAR-QUARTER-TOTALS
               VARYING WS-PAY-QTR-INDEX FROM 1 BY 1
               UNTIL WS-PAY-QTR-INDEX > 4.
       CLEAR-QUARTER-TOTALS.
           MOVE ZEROS TO EY-QTR-HOURS (WS-PAY-QTR-INDEX)
           MOVE ZEROS TO EY-QTR-OT-HOURS (WS-PAY-QTR-INDEX)
           MOVE ZEROS TO EY-QTR-GROSS (WS-PAY-QTR-INDEX)
           MOVE ZEROS TO EY-QTR-TAX-WITHHELD (WS-PAY-QTR-INDEX)
           MOVE ZEROS TO EY-QTR-NET-PAY (WS-PAY-QTR-INDEX).

       ACCUMULATE-YTD-AMOUNTS.
           ADD TC-HOURS-WORKED TO EY-YTD-HOURS
           ADD TC-HOURS-WORKED TO EY-QTR-HOURS (WS-PAY-QUARTER)
           ADD WS-OVERTIME-HOURS
               TO EY-QTR-OT-HOURS (WS-PAY-QUARTER)
           ADD WS-GROSS-PAY TO EY-QTR-GROSS (WS-PAY-QUARTER)
           ADD WS-PAY-TAX-WITHHELD TO EY-YTD-TAX-WITHHELD
           ADD WS-PAY-BENEFITS TO EY-YTD-BENEFITS
           ADD WS-PAY-VOLUNTARY TO EY-YTD-VOLUNTARY
           ADD WS-NET-PAY TO EY-YTD-NET-PAY
           ADD WS-PAY-TAX-WITHHELD
               TO EY-QTR-TAX-WITHHELD (WS-PAY-QUARTER)
           ADD WS-NET-PAY TO EY-QTR-NET-PAY (WS-PAY-QUARTER).

      * Take the employee's deductions against gross pay in table
      * order.  Each entry's year-to-date take is rewritten on the
      * table so voluntary limits hold across pay periods.
       COMPUTE-NET-PAY.
           MOVE WS-GROSS-PAY TO WS-NET-PAY
           MOVE ZEROS TO WS-PAY-TAX-WITHHELD
           MOVE ZEROS TO WS-PAY-BENEFITS
           MOVE ZEROS TO WS-PAY-VOLUNTARY
           MOVE ZEROS TO WS-PAY-DEDUCTIONS
           MOVE ZEROS TO WS-CURRENT-DED-TABLE
           MOVE ZEROS TO WS-DED-ENTRY-COUNT
           PERFORM LOOKUP-DEDUCTION-TABLE
           IF WS-DEDUCTIONS-FOUND
               IF ED-YTD-YEAR NOT = WS-RUN-DATE-CC
                   MOVE WS-RUN-DATE-CC TO ED-YTD-YEAR
                   PERFORM CLEAR-DEDUCTION-YTD
                       VARYING WS-DED-INDEX FROM 1 BY 1
                       UNTIL WS-DED-INDEX > WS-DED-MAX-ENTRIES
               END-IF
               MOVE ED-DEDUCTION-COUNT TO WS-DED-ENTRY-COUNT
               IF WS-DED-ENTRY-COUNT > WS-DED-MAX-ENTRIES
                   MOVE WS-DED-MAX-ENTRIES TO WS-DED-ENTRY-COUNT
               END-IF
               PERFORM TAKE-ONE-DEDUCTION
                   VARYING WS-DED-INDEX FROM 1 BY 1
                   UNTIL WS-DED-INDEX > WS-DED-ENTRY-COUNT
               REWRITE ED-DEDUCTION-RECORD
               IF NOT WS-DEDUCTION-OK
                   MOVE 43 TO WS-ABEND-CODE
                   MOVE 'DEDUCTION REWRITE' TO WS-ABEND-LOCATION
                   MOVE WS-DEDUCTION-STATUS TO WS-ABEND-STATUS
                   PERFORM ABORT-RUN
               END-IF
           ELSE
               ADD 1 TO WS-NO-DEDUCTION-COUNT
           END-IF
           ADD WS-PAY-TAX-WITHHELD TO WS-TOTAL-TAX-WITHHELD
           ADD WS-PAY-BENEFITS TO WS-TOTAL-BENEFITS
           ADD WS-PAY-VOLUNTARY TO WS-TOTAL-VOLUNTARY
           ADD WS-NET-PAY TO WS-TOTAL-NET-PAY.

       LOOKUP-DEDUCTION-TABLE.
           SET WS-DEDUCTIONS-NOT-FOUND TO TRUE
           IF WS-DEDUCTION-IS-OPEN
               MOVE EM-EMPLOYEE-ID TO ED-EMPLOYEE-ID
               READ EMPLOYEE-DEDUCTIONS
                   INVALID KEY
                       SET WS-DEDUCTIONS-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET WS-DEDUCTIONS-FOUND TO TRUE
               END-READ
           END-IF.

       CLEAR-DEDUCTION-YTD.
           MOVE ZEROS TO ED-DED-YTD-TAKEN (WS-DED-INDEX).

      * A voluntary deduction stops at its annual limit; no deduction
      * takes more than the pay has left after the ones before it.
       TAKE-ONE-DEDUCTION.
           EVALUATE TRUE
               WHEN ED-TAX-WITHHOLDING (WS-DED-INDEX)
                   COMPUTE WS-THIS-DEDUCTION ROUNDED =
                       WS-GROSS-PAY * ED-DED-PERCENT (WS-DED-INDEX)
                       / 100
               WHEN ED-BENEFIT-DEDUCTION (WS-DED-INDEX)
                   MOVE ED-DED-AMOUNT (WS-DED-INDEX)
                       TO WS-THIS-DEDUCTION
               WHEN ED-VOLUNTARY-DEDUCTION (WS-DED-INDEX)
                   MOVE ED-DED-AMOUNT (WS-DED-INDEX)
                       TO WS-THIS-DEDUCTION
                   IF ED-DED-ANNUAL-LIMIT (WS-DED-INDEX) > ZEROS
                       COMPUTE WS-LIMIT-REMAINING =
                           ED-DED-ANNUAL-LIMIT (WS-DED-INDEX)
                           - ED-DED-YTD-TAKEN (WS-DED-INDEX)
                       IF WS-LIMIT-REMAINING < WS-THIS-DEDUCTION
                           IF WS-LIMIT-REMAINING < ZERO
                               MOVE ZEROS TO WS-LIMIT-REMAINING
                           END-IF
                           MOVE WS-LIMIT-REMAINING
                               TO WS-THIS-DEDUCTION
                           ADD 1 TO WS-LIMIT-REACHED-COUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE ZEROS TO WS-THIS-DEDUCTION
           END-EVALUATE
           IF WS-THIS-DEDUCTION > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-THIS-DEDUCTION
               ADD 1 TO WS-DEDUCTION-SHORT-COUNT
           END-IF
           SUBTRACT WS-THIS-DEDUCTION FROM WS-NET-PAY
           MOVE WS-THIS-DEDUCTION TO WS-CUR-DED-AMOUNT (WS-DED-INDEX)
           ADD WS-THIS-DEDUCTION TO ED-DED-YTD-TAKEN (WS-DED-INDEX)
           ADD WS-THIS-DEDUCTION TO WS-PAY-DEDUCTIONS
           EVALUATE TRUE
               WHEN ED-TAX-WITHHOLDING (WS-DED-INDEX)
                   ADD WS-THIS-DEDUCTION TO WS-PAY-TAX-WITHHELD
               WHEN ED-BENEFIT-DEDUCTION (WS-DED-INDEX)
                   ADD WS-THIS-DEDUCTION TO WS-PAY-BENEFITS
               WHEN ED-VOLUNTARY-DEDUCTION (WS-DED-INDEX)
                   ADD WS-THIS-DEDUCTION TO WS-PAY-VOLUNTARY
           END-EVALUATE.

      * One statement page per employee paid: gross, every deduction
      * and net pay, this pay and year to date.  Runs after the YTD
      * record is rewritten, so the year-to-date column includes it.
       WRITE-EARNINGS-STATEMENT.
           WRITE STATEMENT-REC FROM WS-STMT-HEADER
               AFTER ADVANCING PAGE
           MOVE EM-EMPLOYEE-ID TO WS-STMT-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME TO WS-STMT-EMPLOYEE-NAME
           MOVE EM-HOURLY-RATE TO WS-STMT-RATE
           WRITE STATEMENT-REC FROM WS-STMT-EMPLOYEE-LINE
               AFTER ADVANCING 2 LINES
           MOVE TC-HOURS-WORKED TO WS-STMT-HOURS
           MOVE WS-OVERTIME-HOURS TO WS-STMT-OT-HOURS
           WRITE STATEMENT-REC FROM WS-STMT-HOURS-LINE
               AFTER ADVANCING 1 LINES
           WRITE STATEMENT-REC FROM WS-STMT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'GROSS PAY' TO WS-STMT-DESCRIPTION
           MOVE WS-GROSS-PAY TO WS-STMT-CURRENT
           MOVE EY-YTD-GROSS TO WS-STMT-YTD
           WRITE STATEMENT-REC FROM WS-STMT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-STATEMENT-DEDUCTION
               VARYING WS-DED-INDEX FROM 1 BY 1
               UNTIL WS-DED-INDEX > WS-DED-ENTRY-COUNT
           COMPUTE WS-YTD-DEDUCTIONS =
               EY-YTD-TAX-WITHHELD + EY-YTD-BENEFITS
               + EY-YTD-VOLUNTARY
           MOVE 'TOTAL DEDUCTIONS' TO WS-STMT-DESCRIPTION
           MOVE WS-PAY-DEDUCTIONS TO WS-STMT-CURRENT
           MOVE WS-YTD-DEDUCTIONS TO WS-STMT-YTD
           WRITE STATEMENT-REC FROM WS-STMT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'NET PAY' TO WS-STMT-DESCRIPTION
           MOVE WS-NET-PAY TO WS-STMT-CURRENT
           MOVE EY-YTD-NET-PAY TO WS-STMT-YTD
           WRITE STATEMENT-REC FROM WS-STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES
           IF WS-DEDUCTIONS-FOUND AND ED-BANK-ROUTING > ZEROS
               MOVE 'PAID BY DIRECT DEPOSIT' TO WS-STMT-PAY-METHOD
           ELSE
               MOVE 'PAID BY CHECK' TO WS-STMT-PAY-METHOD
           END-IF
           WRITE STATEMENT-REC FROM WS-STMT-PAY-METHOD-LINE
               AFTER ADVANCING 2 LINES
           ADD 1 TO WS-STATEMENT-COUNT.

       WRITE-STATEMENT-DEDUCTION.
           MOVE ED-DED-DESCRIPTION (WS-DED-INDEX)
               TO WS-STMT-DESCRIPTION
           MOVE WS-CUR-DED-AMOUNT (WS-DED-INDEX) TO WS-STMT-CURRENT
           MOVE ED-DED-YTD-TAKEN (WS-DED-INDEX) TO WS-STMT-YTD
           WRITE STATEMENT-REC FROM WS-STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.

      * Net pay goes to the bank when the employee has a routing
      * number on the deduction table, otherwise to a paper check.
       PAY-NET-AMOUNT.
           IF WS-DEDUCTIONS-FOUND AND ED-BANK-ROUTING > ZEROS
               IF WS-NET-PAY > ZEROS
                   MOVE SPACES TO DD-DETAIL-RECORD
                   MOVE 'D' TO DD-DTL-RECORD-TYPE
                   MOVE ED-BANK-ROUTING TO DD-DTL-ROUTING
                   MOVE ED-BANK-ACCOUNT TO DD-DTL-ACCOUNT
                   MOVE ED-BANK-ACCOUNT-TYPE TO DD-DTL-ACCOUNT-TYPE
                   MOVE WS-NET-PAY TO DD-DTL-AMOUNT
                   MOVE EM-EMPLOYEE-ID TO DD-DTL-EMPLOYEE-ID
                   MOVE EM-EMPLOYEE-NAME TO DD-DTL-EMPLOYEE-NAME
                   WRITE DD-DETAIL-RECORD
                   PERFORM CHECK-DIRECT-DEPOSIT-WRITE
                   ADD 1 TO WS-DEPOSIT-COUNT
                   ADD WS-NET-PAY TO WS-DEPOSIT-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-CHECK-COUNT
           END-IF.

       LOOKUP-EMPLOYEE-MASTER.
           SET WS-EMPLOYEE-NOT-FOUND TO TRUE
           ADD 1 TO WS-EMP-NOTFND-COUNT
           DISPLAY "Timecard Employee Not On Master: " TC-EMPLOYEE-ID.

       WRITE-TERMINATED-LINE.
           MOVE TC-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID
           MOVE 'TERMINATED - NOT PAID' TO WS-RPT-EMPLOYEE-NAME
           MOVE TC-HOURS-WORKED TO WS-RPT-HOURS
           MOVE ZEROS TO WS-RPT-OT-HOURS
           MOVE ZEROS TO WS-RPT-RATE
           MOVE ZEROS TO WS-RPT-GROSS
           MOVE 'TERM' TO WS-RPT-STATUS
           MOVE ZEROS TO WS-RPT-YTD-GROSS
           WRITE PRINT-REC FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-TERMINATED-REJECT-COUNT
           DISPLAY "Timecard For Terminated Employee: " TC-EMPLOYEE-ID
               " Terminated " EM-TERMINATION-DATE.

       WRITE-PAYROLL-TOTALS.
           MOVE 'EMPLOYEES PAID' TO WS-PAY-COUNT-LABEL
           MOVE WS-EMPLOYEES-PAID-COUNT TO WS-PAY-COUNT-VALUE
               AFTER ADVANCING 2 LINES
           MOVE 'TIMECARDS UNMATCHED' TO WS-PAY-COUNT-LABEL
           MOVE WS-EMP-NOTFND-COUNT TO WS-PAY-COUNT-VALUE
           WRITE PRINT-REC FROM WS-PAY-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TERMINATED REJECTS' TO WS-PAY-COUNT-LABEL
           MOVE WS-TERMINATED-REJECT-COUNT TO WS-PAY-COUNT-VALUE
           WRITE PRINT-REC FROM WS-PAY-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'YTD RECORDS UPDATED' TO WS-PAY-COUNT-LABEL
           MOVE 'TOTAL GROSS PAY' TO WS-PAY-MONEY-LABEL
           MOVE WS-TOTAL-GROSS-PAY TO WS-PAY-MONEY-VALUE
           WRITE PRINT-REC FROM WS-PAY-MONEY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TOTAL TAX WITHHELD' TO WS-PAY-MONEY-LABEL
           MOVE WS-TOTAL-TAX-WITHHELD TO WS-PAY-MONEY-VALUE
           WRITE PRINT-REC FROM WS-PAY-MONEY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TOTAL BENEFITS' TO WS-PAY-MONEY-LABEL
           MOVE WS-TOTAL-BENEFITS TO WS-PAY-MONEY-VALUE
           WRITE PRINT-REC FROM WS-PAY-MONEY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TOTAL VOLUNTARY DEDS' TO WS-PAY-MONEY-LABEL
           MOVE WS-TOTAL-VOLUNTARY TO WS-PAY-MONEY-VALUE
           WRITE PRINT-REC FROM WS-PAY-MONEY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'TOTAL NET PAY' TO WS-PAY-MONEY-LABEL
           MOVE WS-TOTAL-NET-PAY TO WS-PAY-MONEY-VALUE
           WRITE PRINT-REC FROM WS-PAY-MONEY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'DIRECT DEPOSIT TOTAL' TO WS-PAY-MONEY-LABEL
           MOVE WS-DEPOSIT-TOTAL TO WS-PAY-MONEY-VALUE
           WRITE PRINT-REC FROM WS-PAY-MONEY-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'STATEMENTS PRINTED' TO WS-PAY-COUNT-LABEL
           MOVE WS-STATEMENT-COUNT TO WS-PAY-COUNT-VALUE
           WRITE PRINT-REC FROM WS-PAY-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DIRECT DEPOSITS' TO WS-PAY-COUNT-LABEL
           MOVE WS-DEPOSIT-COUNT TO WS-PAY-COUNT-VALUE
           WRITE PRINT-REC FROM WS-PAY-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'PAID BY CHECK' TO WS-PAY-COUNT-LABEL
           MOVE WS-CHECK-COUNT TO WS-PAY-COUNT-VALUE
           WRITE PRINT-REC FROM WS-PAY-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'NO DEDUCTION TABLE' TO WS-PAY-COUNT-LABEL
           MOVE WS-NO-DEDUCTION-COUNT TO WS-PAY-COUNT-VALUE
           WRITE PRINT-REC FROM WS-PAY-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'VOLUNTARY AT LIMIT' TO WS-PAY-COUNT-LABEL
           MOVE WS-LIMIT-REACHED-COUNT TO WS-PAY-COUNT-VALUE
           WRITE PRINT-REC FROM WS-PAY-COUNT-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'DEDUCTIONS CUT SHORT' TO WS-PAY-COUNT-LABEL
           MOVE WS-DEDUCTION-SHORT-COUNT TO WS-PAY-COUNT-VALUE
           WRITE PRINT-REC FROM WS-PAY-COUNT-LINE
               AFTER ADVANCING 1 LINES.

      * Prove the batch pass accounted for every STUTRANS record this
               AFTER ADVANCING 1 LINES
           MOVE 'ENROLLMENTS REJECTED' TO WS-PROOF-LABEL
           MOVE WS-ENROLL-REJECT-COUNT TO WS-PROOF-COUNT
           WRITE PRINT-REC FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  FINANCIAL HOLD REJECTS' TO WS-PROOF-LABEL
           MOVE WS-HOLD-REJECT-COUNT TO WS-PROOF-COUNT
           WRITE PRINT-REC FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  ACADEMIC SUSPEND REJECTS' TO WS-PROOF-LABEL
           MOVE WS-SUSPEND-REJECT-COUNT TO WS-PROOF-COUNT
           WRITE PRINT-REC FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  PREREQ NOT MET REJECTS' TO WS-PROOF-LABEL
           MOVE WS-PREREQ-REJECT-COUNT TO WS-PROOF-COUNT
           WRITE PRINT-REC FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE '  ALREADY PASSED REJECTS' TO WS-PROOF-LABEL
           MOVE WS-REPEAT-REJECT-COUNT TO WS-PROOF-COUNT
           WRITE PRINT-REC FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'PREREQ OVERRIDES USED' TO WS-PROOF-LABEL
           MOVE WS-OVERRIDE-USED-COUNT TO WS-PROOF-COUNT
           WRITE PRINT-REC FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'ENROLLMENTS WAITLISTED' TO WS-PROOF-LABEL
               AFTER ADVANCING 1 LINES
           MOVE 'WAITLIST PROMOTIONS' TO WS-PROOF-LABEL
           MOVE WS-PROMOTED-COUNT TO WS-PROOF-COUNT
           WRITE PRINT-REC FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'PROMOTIONS HELD' TO WS-PROOF-LABEL
           MOVE WS-PROMOTE-HELD-COUNT TO WS-PROOF-COUNT
           WRITE PRINT-REC FROM WS-PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'RESTART RECORDS SKIPPED' TO WS-PROOF-LABEL
           IF WS-BILLING-IS-OPEN
               CLOSE BILLING-FILE
           END-IF
           IF WS-HOLD-IS-OPEN
               CLOSE FINANCIAL-HOLD
           END-IF
           IF WS-STANDING-IS-OPEN
               CLOSE ACADEMIC-STANDING
           END-IF
           IF WS-PREREQ-IS-OPEN
               CLOSE COURSE-PREREQ
           END-IF
           IF WS-ARCHIVE-IS-OPEN
               CLOSE TERM-ARCHIVE
           END-IF
           IF WS-COMPLETED-IS-OPEN
               CLOSE COMPLETED-COURSES
           END-IF
           IF WS-OVERRIDE-RPT-IS-OPEN
               CLOSE OVERRIDE-REPORT
           END-IF
           IF WS-TIMECARD-IS-OPEN
               CLOSE TIMECARD-FILE
           END-IF
           IF WS-EMPLOYEE-YTD-IS-OPEN
               CLOSE EMPLOYEE-YTD
           END-IF
           IF WS-DEDUCTION-IS-OPEN
               CLOSE EMPLOYEE-DEDUCTIONS
           END-IF
           IF WS-EARNINGS-STMT-IS-OPEN
               CLOSE EARNINGS-STATEMENT
           END-IF
           IF WS-DIRECT-DEPOSIT-IS-OPEN
               CLOSE DIRECT-DEPOSIT
           END-IF
           IF WS-RESTART-CONTROL-IS-OPEN
               CLOSE RESTART-CONTROL
           END-IF
