       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
      * Employee master maintenance pass.  Reads the EMPTRAN batch
      * transaction file and applies hires, rate changes, status
      * changes, and terminations to the indexed EMPMAST file, so the
      * master is no longer edited by hand.  Every transaction carries
      * an effective date that must pass DATEVAL and may not fall
      * before the employee's hire date; rate changes may not be
      * dated ahead of the run or behind the rate already in force.
      * Every rate a hire or rate change sets is appended to the
      * permanent RATEHIST rate-history file.  A termination leaves
      * the employee on file, marked terminated as of the effective
      * date, and a hire against a terminated employee is a rehire.
      * Every transaction is reported on EMPMRPT as applied or
      * rejected, never dropped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT EMP-MAINT-TRANS ASSIGN TO 'EMPTRAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRANS-STATUS.

           SELECT RATE-HISTORY ASSIGN TO 'RATEHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-HISTORY-STATUS.

           SELECT MAINT-REPORT ASSIGN TO 'EMPMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.

           SELECT OPS-CONTROL ASSIGN TO 'OPSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       COPY EMPMAST.cpy.

       FD EMP-MAINT-TRANS.
       COPY EMPTRAN.cpy.

       FD RATE-HISTORY.
       COPY RATEHIST.cpy.

       FD MAINT-REPORT.
       01 MAINT-REPORT-REC PIC X(80).

       FD OPS-CONTROL.
       COPY OPSCTL.cpy.

       WORKING-STORAGE SECTION.

       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2).
           88 WS-EMPLOYEE-MASTER-OK VALUE '00'.
           88 WS-EMPLOYEE-MASTER-NOTFND VALUE '23'.
           88 WS-EMPLOYEE-MASTER-DUPKEY VALUE '22'.
           88 WS-EMPLOYEE-MASTER-NOFILE VALUE '35'.

       01 WS-MAINT-TRANS-STATUS PIC X(2).
           88 WS-MAINT-TRANS-OK VALUE '00'.
           88 WS-MAINT-TRANS-EOF VALUE '10'.

       01 WS-RATE-HISTORY-STATUS PIC X(2).
           88 WS-RATE-HISTORY-OK VALUE '00'.
           88 WS-RATE-HISTORY-NOFILE VALUE '35'.

       01 WS-MAINT-REPORT-STATUS PIC X(2).
           88 WS-MAINT-REPORT-OK VALUE '00'.

       01 WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-MAINT-TRANS VALUE 'Y'.

       01 WS-APPLIED-FLAG PIC X.
           88 WS-TRANS-APPLIED VALUE 'Y'.
           88 WS-TRANS-REJECTED VALUE 'N'.

       01 WS-ON-FILE-FLAG PIC X.
           88 WS-EMPLOYEE-ON-FILE VALUE 'Y'.
           88 WS-EMPLOYEE-NOT-ON-FILE VALUE 'N'.

       01 WS-REJECT-REASON PIC X(23).

      * Effective date of the transaction once DATEVAL has passed it.
       01 WS-EFFECTIVE-DATE PIC 9(8).
       01 WS-OLD-RATE PIC 9(3)V99.
       01 WS-RPT-OLD-RATE PIC ZZ9.99.
       01 WS-RPT-NEW-RATE PIC ZZ9.99.

       01 WS-READ-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-HIRED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-REHIRED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-RATE-CHANGED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-STATUS-CHANGED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-TERMINATED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-HISTORY-WRITTEN-COUNT PIC 9(6) VALUE ZEROS.

       COPY DATEPARM.cpy.

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
               VALUE 'EMPLOYEE MASTER MAINTENANCE'.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-RPT-HDR-RUN-DATE PIC X(10).

       01 WS-REPORT-COLUMN-HEADING.
           05 FILLER PIC X(3) VALUE 'TYP'.
           05 FILLER PIC X(8) VALUE 'EMP ID'.
           05 FILLER PIC X(26) VALUE 'EMPLOYEE NAME'.
           05 FILLER PIC X(10) VALUE 'EFFECTIVE'.
           05 FILLER PIC X(10) VALUE 'ACTION'.
           05 FILLER PIC X(23) VALUE 'REASON'.

       01 WS-REPORT-DETAIL-LINE.
           05 WS-RPT-TRANS-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-EMPLOYEE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-EMPLOYEE-NAME PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RPT-EFFECTIVE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-REASON PIC X(23).

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
               READ EMP-MAINT-TRANS
                   AT END
                       SET WS-END-OF-MAINT-TRANS TO TRUE
                   NOT AT END
                       PERFORM PROCESS-MAINT-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE EMP-MAINT-TRANS
           CLOSE EMPLOYEE-MASTER
           CLOSE RATE-HISTORY
           CLOSE MAINT-REPORT
           DISPLAY ' '
           DISPLAY "Employee Transactions Read     : " WS-READ-COUNT
           DISPLAY "Employee Transactions Applied  : "
               WS-APPLIED-COUNT
           DISPLAY "Employee Transactions Rejected : "
               WS-REJECTED-COUNT
           DISPLAY "Rate History Records Written   : "
               WS-HISTORY-WRITTEN-COUNT
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
               MOVE 'EMPMAINT' TO OC-PROGRAM-ID
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
           OPEN INPUT EMP-MAINT-TRANS
           IF NOT WS-MAINT-TRANS-OK
               DISPLAY 'ERROR OPENING EMP-MAINT-TRANS, STATUS = '
                   WS-MAINT-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN I-O EMPLOYEE-MASTER
           IF WS-EMPLOYEE-MASTER-NOFILE
      * First maintenance run against a new master: create the file
      * empty, then reopen it for update.
               OPEN OUTPUT EMPLOYEE-MASTER
               CLOSE EMPLOYEE-MASTER
               OPEN I-O EMPLOYEE-MASTER
           END-IF
           IF NOT WS-EMPLOYEE-MASTER-OK
               DISPLAY 'ERROR OPENING EMPLOYEE-MASTER, STATUS = '
                   WS-EMPLOYEE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
      * The rate history is permanent: every run adds to the end.
           OPEN EXTEND RATE-HISTORY
           IF WS-RATE-HISTORY-NOFILE
               OPEN OUTPUT RATE-HISTORY
               CLOSE RATE-HISTORY
               OPEN EXTEND RATE-HISTORY
           END-IF
           IF NOT WS-RATE-HISTORY-OK
               DISPLAY 'ERROR OPENING RATE-HISTORY, STATUS = '
                   WS-RATE-HISTORY-STATUS
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
           SET WS-EMPLOYEE-NOT-ON-FILE TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM EDIT-EFFECTIVE-DATE
           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN ET-HIRE-TRANS
                       PERFORM APPLY-HIRE-TRANSACTION
                   WHEN ET-RATE-CHANGE-TRANS
                       PERFORM APPLY-RATE-CHANGE-TRANSACTION
                   WHEN ET-STATUS-CHANGE-TRANS
                       PERFORM APPLY-STATUS-CHANGE-TRANSACTION
                   WHEN ET-TERMINATE-TRANS
                       PERFORM APPLY-TERMINATE-TRANSACTION
                   WHEN OTHER
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'UNKNOWN TRANS TYPE' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           PERFORM WRITE-REPORT-DETAIL.

       EDIT-EFFECTIVE-DATE.
           SET WS-DP-VALIDATE-DATE TO TRUE
           MOVE ET-EFFECTIVE-DATE TO WS-DP-DATE-1
           CALL 'DATEVAL' USING WS-DP-DATE-PARM
           END-CALL
           IF WS-DP-REQUEST-OK
               MOVE ET-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           ELSE
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
           END-IF.

      * A hire for an employee already on file is only taken as a
      * rehire of someone terminated; the new hire date and rate
      * replace the old ones and the rate goes on the history.
       APPLY-HIRE-TRANSACTION.
           PERFORM READ-EMPLOYEE-MASTER
           EVALUATE TRUE
               WHEN ET-EMPLOYEE-ID = SPACES
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE ID MISSING' TO WS-REJECT-REASON
               WHEN ET-EMPLOYEE-NAME = SPACES
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NAME MISSING' TO WS-REJECT-REASON
               WHEN ET-HOURLY-RATE NOT NUMERIC
                   OR ET-HOURLY-RATE = ZEROS
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'RATE MISSING OR ZERO' TO WS-REJECT-REASON
               WHEN WS-EMPLOYEE-ON-FILE AND NOT EM-TERMINATED
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ALREADY ON FILE' TO WS-REJECT-REASON
               WHEN WS-EMPLOYEE-ON-FILE
                   MOVE EM-HOURLY-RATE TO WS-OLD-RATE
                   PERFORM SET-HIRE-FIELDS
                   PERFORM REWRITE-EMPLOYEE-RECORD
                   IF WS-TRANS-APPLIED
                       ADD 1 TO WS-REHIRED-COUNT
                       MOVE 'REHIRED' TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE ZEROS TO WS-OLD-RATE
                   MOVE SPACES TO EM-EMPLOYEE-RECORD
                   MOVE ET-EMPLOYEE-ID TO EM-EMPLOYEE-ID
                   PERFORM SET-HIRE-FIELDS
                   WRITE EM-EMPLOYEE-RECORD
                       INVALID KEY
                           SET WS-TRANS-REJECTED TO TRUE
                           MOVE 'ALREADY ON FILE' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-HIRED-COUNT
                   END-WRITE
           END-EVALUATE
           IF WS-TRANS-APPLIED
               SET RH-HIRE-RATE TO TRUE
               PERFORM WRITE-RATE-HISTORY
           END-IF.

       SET-HIRE-FIELDS.
           MOVE ET-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
           MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE
           SET EM-ACTIVE TO TRUE
           MOVE WS-EFFECTIVE-DATE TO EM-HIRE-DATE
           MOVE WS-EFFECTIVE-DATE TO EM-RATE-EFFECTIVE-DATE
           MOVE WS-EFFECTIVE-DATE TO EM-STATUS-EFFECTIVE-DATE
           MOVE ZEROS TO EM-TERMINATION-DATE.

      * Rates take effect from the next payroll pass, so a change
      * cannot be dated ahead of the run, and a change dated before
      * the rate already in force would rewrite history out of order.
       APPLY-RATE-CHANGE-TRANSACTION.
           PERFORM READ-EMPLOYEE-FOR-UPDATE
           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN ET-HOURLY-RATE NOT NUMERIC
                       OR ET-HOURLY-RATE = ZEROS
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'RATE MISSING OR ZERO' TO WS-REJECT-REASON
                   WHEN ET-HOURLY-RATE = EM-HOURLY-RATE
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'RATE UNCHANGED' TO WS-REJECT-REASON
                   WHEN WS-EFFECTIVE-DATE > WS-RUN-DATE-CCYYMMDD
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'FUTURE EFFECTIVE DATE' TO WS-REJECT-REASON
                   WHEN WS-EFFECTIVE-DATE < EM-RATE-EFFECTIVE-DATE
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'BEFORE LAST RATE CHANGE'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE EM-HOURLY-RATE TO WS-OLD-RATE
                       MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE
                       MOVE WS-EFFECTIVE-DATE
                           TO EM-RATE-EFFECTIVE-DATE
                       PERFORM REWRITE-EMPLOYEE-RECORD
               END-EVALUATE
           END-IF
           IF WS-TRANS-APPLIED
               ADD 1 TO WS-RATE-CHANGED-COUNT
               SET RH-RATE-CHANGE TO TRUE
               PERFORM WRITE-RATE-HISTORY
               MOVE WS-OLD-RATE TO WS-RPT-OLD-RATE
               MOVE ET-HOURLY-RATE TO WS-RPT-NEW-RATE
               STRING 'RATE ' WS-RPT-OLD-RATE ' TO ' WS-RPT-NEW-RATE
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
           END-IF.

       APPLY-STATUS-CHANGE-TRANSACTION.
           PERFORM READ-EMPLOYEE-FOR-UPDATE
           IF WS-TRANS-APPLIED
               EVALUATE TRUE
                   WHEN NOT ET-VALID-NEW-STATUS
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'STATUS CODE INVALID' TO WS-REJECT-REASON
                   WHEN ET-NEW-STATUS = 'A' AND EM-ACTIVE
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'STATUS UNCHANGED' TO WS-REJECT-REASON
                   WHEN ET-NEW-STATUS = 'L' AND EM-ON-LEAVE
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'STATUS UNCHANGED' TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE ET-NEW-STATUS TO EM-EMPLOYMENT-STATUS
                       MOVE WS-EFFECTIVE-DATE
                           TO EM-STATUS-EFFECTIVE-DATE
                       PERFORM REWRITE-EMPLOYEE-RECORD
                       IF WS-TRANS-APPLIED
                           ADD 1 TO WS-STATUS-CHANGED-COUNT
                       END-IF
               END-EVALUATE
           END-IF.

      * The employee stays on file; the termination date is what the
      * payroll pass refuses later timecards against.
       APPLY-TERMINATE-TRANSACTION.
           PERFORM READ-EMPLOYEE-FOR-UPDATE
           IF WS-TRANS-APPLIED
               SET EM-TERMINATED TO TRUE
               MOVE WS-EFFECTIVE-DATE TO EM-TERMINATION-DATE
               MOVE WS-EFFECTIVE-DATE TO EM-STATUS-EFFECTIVE-DATE
               PERFORM REWRITE-EMPLOYEE-RECORD
               IF WS-TRANS-APPLIED
                   ADD 1 TO WS-TERMINATED-COUNT
               END-IF
           END-IF.

       READ-EMPLOYEE-MASTER.
           MOVE ET-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET WS-EMPLOYEE-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET WS-EMPLOYEE-ON-FILE TO TRUE
           END-READ.

      * Rate, status, and termination changes need a working employee
      * and may not take effect before the employee was hired.
       READ-EMPLOYEE-FOR-UPDATE.
           PERFORM READ-EMPLOYEE-MASTER
           EVALUATE TRUE
               WHEN WS-EMPLOYEE-NOT-ON-FILE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
               WHEN EM-TERMINATED
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE TERMINATED' TO WS-REJECT-REASON
               WHEN WS-EFFECTIVE-DATE < EM-HIRE-DATE
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EFFECTIVE BEFORE HIRE' TO WS-REJECT-REASON
           END-EVALUATE.

       REWRITE-EMPLOYEE-RECORD.
           REWRITE EM-EMPLOYEE-RECORD
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'EMPLOYEE REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

      * The rate history is the audit trail for every rate on the
      * master; a record that cannot be written stops the run before
      * another rate is changed without one.
       WRITE-RATE-HISTORY.
           MOVE EM-EMPLOYEE-ID TO RH-EMPLOYEE-ID
           MOVE WS-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
           MOVE WS-OLD-RATE TO RH-OLD-RATE
           MOVE EM-HOURLY-RATE TO RH-NEW-RATE
           MOVE ET-CHANGE-REASON TO RH-CHANGE-REASON
           MOVE WS-RUN-DATE-CCYYMMDD TO RH-POSTED-DATE
           WRITE RH-RATE-HISTORY-RECORD
           IF NOT WS-RATE-HISTORY-OK
               DISPLAY 'ERROR WRITING RATE-HISTORY, STATUS = '
                   WS-RATE-HISTORY-STATUS ' EMPLOYEE ' RH-EMPLOYEE-ID
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           ADD 1 TO WS-HISTORY-WRITTEN-COUNT.

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

      * A hire reports the name it carries; everything else reports
      * the name as it stands on the master.
       WRITE-REPORT-DETAIL.
           MOVE ET-TRANS-TYPE TO WS-RPT-TRANS-TYPE
           MOVE ET-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID
           MOVE ET-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE-DATE
           IF ET-EMPLOYEE-NAME NOT = SPACES
               MOVE ET-EMPLOYEE-NAME TO WS-RPT-EMPLOYEE-NAME
           ELSE
               IF WS-EMPLOYEE-ON-FILE
                   AND EM-EMPLOYEE-ID = ET-EMPLOYEE-ID
                   MOVE EM-EMPLOYEE-NAME TO WS-RPT-EMPLOYEE-NAME
               ELSE
                   MOVE SPACES TO WS-RPT-EMPLOYEE-NAME
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
           MOVE 'EMPLOYEES HIRED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HIRED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'EMPLOYEES REHIRED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-REHIRED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'RATES CHANGED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RATE-CHANGED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'STATUSES CHANGED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-STATUS-CHANGED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'EMPLOYEES TERMINATED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-TERMINATED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'RATE HISTORY WRITTEN' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HISTORY-WRITTEN-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE MAINT-REPORT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
