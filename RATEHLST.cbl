       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEHLST.
      * Employee rate-history listing for payroll audits.  Sorts the
      * permanent RATEHIST file by employee and effective date and
      * prints every rate each employee has been paid: the date it
      * took effect, whether a hire or a rate change set it, the rate
      * it replaced, the reason, and the night EMPMAINT posted it.
      * Each employee's name comes from EMPMAST, with the current
      * rate and employment status on the employee heading line.
      * An employee ID on the command line limits the listing to that
      * one employee; with no ID every employee is listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HISTORY ASSIGN TO 'RATEHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-HISTORY-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT SORT-FILE ASSIGN TO 'SORTWK'.

           SELECT RATE-LISTING ASSIGN TO 'RATELIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-LISTING-STATUS.

           SELECT OPS-CONTROL ASSIGN TO 'OPSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-HISTORY.
       COPY RATEHIST.cpy.

       FD EMPLOYEE-MASTER.
       COPY EMPMAST.cpy.

      * One rate-history record per sort record, laid out as RATEHIST.
       SD SORT-FILE.
       01 SR-RATE-RECORD.
           05 SR-EMPLOYEE-ID PIC X(6).
           05 SR-EFFECTIVE-DATE PIC 9(8).
           05 SR-CHANGE-TYPE PIC X.
               88 SR-HIRE-RATE VALUE 'H'.
           05 SR-OLD-RATE PIC 9(3)V99.
           05 SR-NEW-RATE PIC 9(3)V99.
           05 SR-CHANGE-REASON PIC X(10).
           05 SR-POSTED-DATE PIC 9(8).

       FD RATE-LISTING.
       01 RATE-LISTING-REC PIC X(80).

       FD OPS-CONTROL.
       COPY OPSCTL.cpy.

       WORKING-STORAGE SECTION.

       01 WS-RATE-HISTORY-STATUS PIC X(2).
           88 WS-RATE-HISTORY-OK VALUE '00'.
           88 WS-RATE-HISTORY-NOFILE VALUE '35'.

       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2).
           88 WS-EMPLOYEE-MASTER-OK VALUE '00'.
           88 WS-EMPLOYEE-MASTER-NOTFND VALUE '23'.

       01 WS-RATE-LISTING-STATUS PIC X(2).
           88 WS-RATE-LISTING-OK VALUE '00'.

       01 WS-HISTORY-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-HISTORY VALUE 'Y'.

       01 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-SORT VALUE 'Y'.

       01 WS-COMMAND-PARM PIC X(80).
       01 WS-SELECT-EMPLOYEE-ID PIC X(6).
           88 WS-ALL-EMPLOYEES VALUE SPACES.

       01 WS-CURRENT-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-EMPLOYEE-CHANGE-COUNT PIC 9(6) VALUE ZEROS.

       01 WS-HISTORY-READ-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-HISTORY-LISTED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-EMPLOYEES-LISTED-COUNT PIC 9(6) VALUE ZEROS.

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
           05 FILLER PIC X(30) VALUE 'EMPLOYEE RATE HISTORY'.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-RPT-HDR-RUN-DATE PIC X(10).

       01 WS-EMPLOYEE-HEADING.
           05 FILLER PIC X(9) VALUE 'EMPLOYEE '.
           05 WS-EMP-HDG-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EMP-HDG-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'RATE '.
           05 WS-EMP-HDG-RATE PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EMP-HDG-STATUS PIC X(10).

       01 WS-REPORT-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'EFFECTIVE'.
           05 FILLER PIC X(8) VALUE 'TYPE'.
           05 FILLER PIC X(10) VALUE 'OLD RATE'.
           05 FILLER PIC X(10) VALUE 'NEW RATE'.
           05 FILLER PIC X(12) VALUE 'REASON'.
           05 FILLER PIC X(8) VALUE 'POSTED'.

       01 WS-REPORT-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-CHANGE-TYPE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-OLD-RATE PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-NEW-RATE PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-CHANGE-REASON PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RPT-POSTED-DATE PIC 9(8).

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
           PERFORM PARSE-LISTING-REQUEST
           PERFORM OPEN-LISTING-FILES
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SR-EMPLOYEE-ID
                                SR-EFFECTIVE-DATE
                                SR-POSTED-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-RATE-HISTORY
               OUTPUT PROCEDURE IS LIST-RATE-HISTORY
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'RATE HISTORY SORT FAILED'
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE EMPLOYEE-MASTER
           CLOSE RATE-LISTING
           DISPLAY ' '
           DISPLAY "Rate History Read    : " WS-HISTORY-READ-COUNT
           DISPLAY "Rate Changes Listed  : " WS-HISTORY-LISTED-COUNT
           DISPLAY "Employees Listed     : " WS-EMPLOYEES-LISTED-COUNT
           IF WS-HISTORY-LISTED-COUNT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-HISTORY-LISTED-COUNT TO WS-OPS-KEY-COUNT
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
               MOVE 'RATEHLST' TO OC-PROGRAM-ID
               MOVE WS-OPS-RECORD-TYPE TO OC-RECORD-TYPE
               MOVE WS-RUN-DATE-CCYYMMDD TO OC-RUN-DATE
               ACCEPT WS-OPS-TIME-RAW FROM TIME
               MOVE WS-OPS-TIME-RAW (1:6) TO OC-RUN-TIME
               MOVE RETURN-CODE TO OC-RETURN-CODE
               MOVE WS-OPS-KEY-COUNT TO OC-KEY-COUNT
               WRITE OC-CONTROL-RECORD
               CLOSE OPS-CONTROL
           END-IF.

       PARSE-LISTING-REQUEST.
           MOVE SPACES TO WS-COMMAND-PARM
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           MOVE WS-COMMAND-PARM (1:6) TO WS-SELECT-EMPLOYEE-ID.

      * The rate history is opened inside the sort's input procedure;
      * a history that was never created simply lists nothing.
       OPEN-LISTING-FILES.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT WS-EMPLOYEE-MASTER-OK
               DISPLAY 'ERROR OPENING EMPLOYEE-MASTER, STATUS = '
                   WS-EMPLOYEE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT RATE-LISTING
           IF NOT WS-RATE-LISTING-OK
               DISPLAY 'ERROR OPENING RATE-LISTING, STATUS = '
                   WS-RATE-LISTING-STATUS
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

      * Sort input: every history record, or only the one employee's
      * when an ID was given on the command line.
       RELEASE-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY
           IF WS-RATE-HISTORY-NOFILE
               DISPLAY 'NO RATE HISTORY ON FILE'
           ELSE
               IF NOT WS-RATE-HISTORY-OK
                   DISPLAY 'ERROR OPENING RATE-HISTORY, STATUS = '
                       WS-RATE-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-OPS-END
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-HISTORY
                   READ RATE-HISTORY
                       AT END
                           SET WS-END-OF-HISTORY TO TRUE
                       NOT AT END
                           PERFORM RELEASE-ONE-RATE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY
           END-IF.

       RELEASE-ONE-RATE-CHANGE.
           ADD 1 TO WS-HISTORY-READ-COUNT
           IF WS-ALL-EMPLOYEES
               OR RH-EMPLOYEE-ID = WS-SELECT-EMPLOYEE-ID
               MOVE RH-RATE-HISTORY-RECORD TO SR-RATE-RECORD
               RELEASE SR-RATE-RECORD
           END-IF.

      * Sort output: one control break per employee.
       LIST-RATE-HISTORY.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-FILE
                   AT END
                       SET WS-END-OF-SORT TO TRUE
                   NOT AT END
                       PERFORM LIST-ONE-RATE-CHANGE
               END-RETURN
           END-PERFORM.

       LIST-ONE-RATE-CHANGE.
           IF SR-EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE-ID
               MOVE SR-EMPLOYEE-ID TO WS-CURRENT-EMPLOYEE-ID
               PERFORM WRITE-EMPLOYEE-HEADING
           END-IF
           MOVE SR-EFFECTIVE-DATE TO WS-RPT-EFFECTIVE-DATE
           IF SR-HIRE-RATE
               MOVE 'HIRE' TO WS-RPT-CHANGE-TYPE
           ELSE
               MOVE 'CHANGE' TO WS-RPT-CHANGE-TYPE
           END-IF
           MOVE SR-OLD-RATE TO WS-RPT-OLD-RATE
           MOVE SR-NEW-RATE TO WS-RPT-NEW-RATE
           MOVE SR-CHANGE-REASON TO WS-RPT-CHANGE-REASON
           MOVE SR-POSTED-DATE TO WS-RPT-POSTED-DATE
           WRITE RATE-LISTING-REC FROM WS-REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-HISTORY-LISTED-COUNT.

      * An employee since removed from the master still lists, so
      * the audit trail never loses a rate that was once paid.
       WRITE-EMPLOYEE-HEADING.
           ADD 1 TO WS-EMPLOYEES-LISTED-COUNT
           MOVE SR-EMPLOYEE-ID TO WS-EMP-HDG-ID
           MOVE SR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-EMP-HDG-NAME
                   MOVE ZEROS TO WS-EMP-HDG-RATE
                   MOVE SPACES TO WS-EMP-HDG-STATUS
               NOT INVALID KEY
                   MOVE EM-EMPLOYEE-NAME TO WS-EMP-HDG-NAME
                   MOVE EM-HOURLY-RATE TO WS-EMP-HDG-RATE
                   EVALUATE TRUE
                       WHEN EM-TERMINATED
                           MOVE 'TERMINATED' TO WS-EMP-HDG-STATUS
                       WHEN EM-ON-LEAVE
                           MOVE 'ON LEAVE' TO WS-EMP-HDG-STATUS
                       WHEN OTHER
                           MOVE 'ACTIVE' TO WS-EMP-HDG-STATUS
                   END-EVALUATE
           END-READ
           WRITE RATE-LISTING-REC FROM WS-EMPLOYEE-HEADING
               AFTER ADVANCING 2 LINES
           WRITE RATE-LISTING-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 1 LINES.

       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-HDR-RUN-DATE
           WRITE RATE-LISTING-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE.

       WRITE-REPORT-TOTALS.
           MOVE 'EMPLOYEES LISTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-EMPLOYEES-LISTED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE RATE-LISTING-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'RATE CHANGES LISTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-HISTORY-LISTED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE RATE-LISTING-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE RATE-LISTING-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.
