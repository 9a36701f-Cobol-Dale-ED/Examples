       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUEDIT.
      * Student transaction front-end edit, first step in the nightly
      * chain.  Reads the night's raw transactions from STUTRNIN and
      * writes only the clean ones onto STUTRANS for STUMAINT and the
      * PLAYING pass, so a bad record is caught once, here, instead
      * of failing downstream one program at a time.  Every record
      * gets every edit: student ID present, transaction type known,
      * a student name on an add or change, a course ID on an enroll,
      * drop, or grade, a valid grade on a grade, a blank or 'Y'
      * override flag, and no second transaction of the same type
      * for the same student and course in the batch.  A record that
      * fails goes to the permanent STUSUSP suspense file with all of
      * its error codes and the date it was suspended.
      * Clerks correct or void suspense entries on STUCORR; those are
      * applied ahead of the night's raw batch, and a corrected record
      * that now edits clean is released onto the same STUTRANS.
      * EDITRPT lists every record suspended and every correction
      * applied; SUSPAGE lists the open entries that have sat in
      * suspense longer than the aging limit.
      * Command line: aging limit in days (positions 1-3, default 5).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAW-TRANS ASSIGN TO 'STUTRNIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-TRANS-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO 'STUCORR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.

           SELECT STUDENT-TRANS ASSIGN TO 'STUTRANS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUDENT-TRANS-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO 'STUSUSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT EDIT-REPORT ASSIGN TO 'EDITRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDIT-REPORT-STATUS.

           SELECT AGING-REPORT ASSIGN TO 'SUSPAGE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-REPORT-STATUS.

           SELECT OPS-CONTROL ASSIGN TO 'OPSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RAW-TRANS.
       COPY STUTRANS.cpy REPLACING LEADING ==ST== BY ==RI==.

       FD CORRECTION-FILE.
       COPY STUCORR.cpy.

       FD STUDENT-TRANS.
       COPY STUTRANS.cpy.

       FD SUSPENSE-FILE.
       COPY STUSUSP.cpy.

       FD EDIT-REPORT.
       01 EDIT-REPORT-REC PIC X(80).

       FD AGING-REPORT.
       01 AGING-REPORT-REC PIC X(80).

       FD OPS-CONTROL.
       COPY OPSCTL.cpy.

       WORKING-STORAGE SECTION.

       01 WS-RAW-TRANS-STATUS PIC X(2).
           88 WS-RAW-TRANS-OK VALUE '00'.
           88 WS-RAW-TRANS-EOF VALUE '10'.

       01 WS-CORRECTION-STATUS PIC X(2).
           88 WS-CORRECTION-OK VALUE '00'.
           88 WS-CORRECTION-NOFILE VALUE '35'.

       01 WS-STUDENT-TRANS-STATUS PIC X(2).
           88 WS-STUDENT-TRANS-OK VALUE '00'.

       01 WS-SUSPENSE-STATUS PIC X(2).
           88 WS-SUSPENSE-OK VALUE '00'.
           88 WS-SUSPENSE-NOTFND VALUE '23'.
           88 WS-SUSPENSE-NOFILE VALUE '35'.

       01 WS-EDIT-REPORT-STATUS PIC X(2).
           88 WS-EDIT-REPORT-OK VALUE '00'.

       01 WS-AGING-REPORT-STATUS PIC X(2).
           88 WS-AGING-REPORT-OK VALUE '00'.

       01 WS-RAW-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-RAW-TRANS VALUE 'Y'.

       01 WS-CORRECTION-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-CORRECTIONS VALUE 'Y'.

       01 WS-SUSPENSE-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-SUSPENSE VALUE 'Y'.

      * No correction file on hand means no corrections tonight.
       01 WS-CORRECTION-FILE-FLAG PIC X VALUE 'N'.
           88 WS-CORRECTION-FILE-OPEN VALUE 'Y'.

      * The transaction being edited, raw or corrected.
       COPY STUTRANS.cpy REPLACING LEADING ==ST== BY ==WT==.

      * Aging limit from COMMAND-LINE: open entries suspended longer
      * than this many days are listed on SUSPAGE.
       01 WS-COMMAND-PARM PIC X(20) VALUE SPACES.
       01 WS-AGING-DAYS PIC 9(3) VALUE 5.
       01 WS-AGE-DAYS PIC S9(5).

      * Errors found on the transaction being edited.
       01 WS-ERROR-COUNT PIC 9.
       01 WS-ERROR-CODE-LIST.
           05 WS-ERROR-CODE PIC X(2) OCCURS 7 TIMES.
       01 WS-NEW-ERROR-CODE PIC X(2).
       01 WS-EX PIC 9(2).

      * Error descriptions, in error-code order (see STUSUSP.CPY).
       01 WS-ERROR-TEXT-DATA.
           05 FILLER PIC X(22) VALUE 'STUDENT ID MISSING'.
           05 FILLER PIC X(22) VALUE 'UNKNOWN TRANS TYPE'.
           05 FILLER PIC X(22) VALUE 'STUDENT NAME MISSING'.
           05 FILLER PIC X(22) VALUE 'COURSE ID MISSING'.
           05 FILLER PIC X(22) VALUE 'INVALID GRADE'.
           05 FILLER PIC X(22) VALUE 'INVALID OVERRIDE FLAG'.
           05 FILLER PIC X(22) VALUE 'DUPLICATE IN BATCH'.
       01 WS-ERROR-TEXT-TABLE REDEFINES WS-ERROR-TEXT-DATA.
           05 WS-ERROR-TEXT PIC X(22) OCCURS 7 TIMES.
       01 WS-LOOKUP-CODE PIC X(2).
       01 WS-LOOKUP-INDEX REDEFINES WS-LOOKUP-CODE PIC 9(2).
       01 WS-ERROR-DESCRIPTION PIC X(22).

      * Every transaction type/student/course written to STUTRANS
      * tonight, for the duplicate edit; corrections released tonight
      * count too.
       01 WS-BATCH-KEY-TABLE.
           05 WS-BATCH-KEY PIC X(13) OCCURS 5000 TIMES.
       01 WS-BATCH-KEY-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-BATCH-KEY-OVERFLOW PIC 9(6) VALUE ZEROS.
       01 WS-BX PIC 9(4).
       01 WS-THIS-BATCH-KEY.
           05 WS-THIS-TRANS-TYPE PIC X.
           05 WS-THIS-STUDENT-ID PIC X(6).
           05 WS-THIS-COURSE-ID PIC X(6).
       01 WS-DUPLICATE-FLAG PIC X.
           88 WS-DUPLICATE-FOUND VALUE 'Y'.
           88 WS-NO-DUPLICATE VALUE 'N'.

       01 WS-SEQ-SCAN-FLAG PIC X.
           88 WS-SEQ-SCAN-DONE VALUE 'Y'.
       01 WS-LAST-SUSPENSE-SEQ PIC 9(6) VALUE ZEROS.

       01 WS-EDIT-ACTION PIC X(9).
       01 WS-CORRECTION-REJECT PIC X(22).

       01 WS-RAW-READ-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-PASSED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-SUSPENDED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-CORRECTIONS-READ-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-RELEASED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-RESUSPENDED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-VOIDED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-CORRECTION-REJECT-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-OPEN-ENTRY-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-AGED-ENTRY-COUNT PIC 9(6) VALUE ZEROS.

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

       01 WS-EDIT-REPORT-HEADER.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30)
               VALUE 'STUDENT TRANSACTION EDIT'.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-EDIT-HDR-RUN-DATE PIC X(10).

       01 WS-EDIT-COLUMN-HEADING.
           05 FILLER PIC X(17) VALUE 'SUSPENSE ENTRY'.
           05 FILLER PIC X(3) VALUE 'TY'.
           05 FILLER PIC X(8) VALUE 'STUDENT'.
           05 FILLER PIC X(8) VALUE 'COURSE'.
           05 FILLER PIC X(11) VALUE 'ACTION'.
           05 FILLER PIC X(22) VALUE 'ERROR / REASON'.

       01 WS-EDIT-DETAIL-LINE.
           05 WS-EDT-SUSPENSE-DATE PIC 9(8).
           05 FILLER PIC X VALUE '-'.
           05 WS-EDT-SUSPENSE-SEQ PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EDT-TRANS-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EDT-STUDENT-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EDT-COURSE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EDT-ACTION PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EDT-REASON PIC X(22).

      * Second and later errors on the same transaction.
       01 WS-EDIT-ERROR-LINE.
           05 FILLER PIC X(47) VALUE SPACES.
           05 WS-EDT-MORE-REASON PIC X(22).

       01 WS-AGING-REPORT-HEADER.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'SUSPENSE AGING REPORT'.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-AGE-HDR-RUN-DATE PIC X(10).

       01 WS-AGING-RULE-LINE.
           05 FILLER PIC X(34)
               VALUE 'OPEN ENTRIES IN SUSPENSE OVER    '.
           05 WS-AGE-RULE-DAYS PIC ZZ9.
           05 FILLER PIC X(5) VALUE ' DAYS'.

       01 WS-AGING-COLUMN-HEADING.
           05 FILLER PIC X(17) VALUE 'SUSPENSE ENTRY'.
           05 FILLER PIC X(4) VALUE 'TY'.
           05 FILLER PIC X(8) VALUE 'STUDENT'.
           05 FILLER PIC X(8) VALUE 'COURSE'.
           05 FILLER PIC X(6) VALUE ' DAYS'.
           05 FILLER PIC X(5) VALUE 'CORR'.
           05 FILLER PIC X(22) VALUE 'FIRST ERROR'.

       01 WS-AGING-DETAIL-LINE.
           05 WS-AGE-SUSPENSE-DATE PIC 9(8).
           05 FILLER PIC X VALUE '-'.
           05 WS-AGE-SUSPENSE-SEQ PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGE-TRANS-TYPE PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-AGE-STUDENT-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGE-COURSE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AGE-DAYS-HELD PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-AGE-CORRECTIONS PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-AGE-FIRST-ERROR PIC X(22).

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
           PERFORM PARSE-EDIT-PARAMETERS
           PERFORM OPEN-EDIT-FILES
           PERFORM FIND-LAST-SUSPENSE-SEQ
           PERFORM WRITE-EDIT-HEADINGS
           IF WS-CORRECTION-FILE-OPEN
               PERFORM UNTIL WS-END-OF-CORRECTIONS
                   READ CORRECTION-FILE
                       AT END
                           SET WS-END-OF-CORRECTIONS TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-CORRECTION
                   END-READ
               END-PERFORM
           END-IF
           PERFORM UNTIL WS-END-OF-RAW-TRANS
               READ RAW-TRANS
                   AT END
                       SET WS-END-OF-RAW-TRANS TO TRUE
                   NOT AT END
                       PERFORM EDIT-ONE-RAW-TRANS
               END-READ
           END-PERFORM
           PERFORM WRITE-EDIT-TOTALS
           PERFORM WRITE-AGING-REPORT
           CLOSE RAW-TRANS
           IF WS-CORRECTION-FILE-OPEN
               CLOSE CORRECTION-FILE
           END-IF
           CLOSE STUDENT-TRANS
           CLOSE SUSPENSE-FILE
           CLOSE EDIT-REPORT
           CLOSE AGING-REPORT
           DISPLAY ' '
           DISPLAY "Raw Transactions Read: " WS-RAW-READ-COUNT
           DISPLAY "Passed To STUTRANS   : " WS-PASSED-COUNT
           DISPLAY "Suspended            : " WS-SUSPENDED-COUNT
           DISPLAY "Corrections Read     : " WS-CORRECTIONS-READ-COUNT
           DISPLAY "Released From Susp.  : " WS-RELEASED-COUNT
           DISPLAY "Open In Suspense     : " WS-OPEN-ENTRY-COUNT
           DISPLAY "Aged In Suspense     : " WS-AGED-ENTRY-COUNT
           IF WS-BATCH-KEY-OVERFLOW > ZEROS
               DISPLAY "** DUPLICATE TABLE FULL - "
                   WS-BATCH-KEY-OVERFLOW " NOT CHECKED **"
           END-IF
           IF WS-SUSPENDED-COUNT > ZEROS
               OR WS-RESUSPENDED-COUNT > ZEROS
               OR WS-CORRECTION-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-PASSED-COUNT TO WS-OPS-KEY-COUNT
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
               MOVE 'STUEDIT' TO OC-PROGRAM-ID
               MOVE WS-OPS-RECORD-TYPE TO OC-RECORD-TYPE
               MOVE WS-RUN-DATE-CCYYMMDD TO OC-RUN-DATE
               ACCEPT WS-OPS-TIME-RAW FROM TIME
               MOVE WS-OPS-TIME-RAW (1:6) TO OC-RUN-TIME
               MOVE RETURN-CODE TO OC-RETURN-CODE
               MOVE WS-OPS-KEY-COUNT TO OC-KEY-COUNT
               WRITE OC-CONTROL-RECORD
               CLOSE OPS-CONTROL
           END-IF.

       PARSE-EDIT-PARAMETERS.
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           IF WS-COMMAND-PARM (1:3) IS NUMERIC
               MOVE WS-COMMAND-PARM (1:3) TO WS-AGING-DAYS
           END-IF
           DISPLAY "Suspense Aging Days  : " WS-AGING-DAYS.

       OPEN-EDIT-FILES.
           OPEN INPUT RAW-TRANS
           IF NOT WS-RAW-TRANS-OK
               DISPLAY 'ERROR OPENING RAW-TRANS, STATUS = '
                   WS-RAW-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN INPUT CORRECTION-FILE
           EVALUATE TRUE
               WHEN WS-CORRECTION-OK
                   SET WS-CORRECTION-FILE-OPEN TO TRUE
               WHEN WS-CORRECTION-NOFILE
                   DISPLAY "No Suspense Corrections Tonight"
               WHEN OTHER
                   DISPLAY 'ERROR OPENING CORRECTION-FILE, STATUS = '
                       WS-CORRECTION-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-OPS-END
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT STUDENT-TRANS
           IF NOT WS-STUDENT-TRANS-OK
               DISPLAY 'ERROR OPENING STUDENT-TRANS, STATUS = '
                   WS-STUDENT-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
      * The suspense file is permanent; the first run ever creates it
      * empty before opening it for update.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-NOFILE
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF NOT WS-SUSPENSE-OK
               DISPLAY 'ERROR OPENING SUSPENSE-FILE, STATUS = '
                   WS-SUSPENSE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT EDIT-REPORT
           IF NOT WS-EDIT-REPORT-OK
               DISPLAY 'ERROR OPENING EDIT-REPORT, STATUS = '
                   WS-EDIT-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-REPORT
           IF NOT WS-AGING-REPORT-OK
               DISPLAY 'ERROR OPENING AGING-REPORT, STATUS = '
                   WS-AGING-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF.

      * A second run on the same date carries on numbering after the
      * entries the first one suspended.
       FIND-LAST-SUSPENSE-SEQ.
           MOVE 'N' TO WS-SEQ-SCAN-FLAG
           MOVE WS-RUN-DATE-CCYYMMDD TO SU-SUSPENSE-DATE
           MOVE ZEROS TO SU-SUSPENSE-SEQ
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   SET WS-SEQ-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SEQ-SCAN-DONE
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SEQ-SCAN-DONE TO TRUE
                   NOT AT END
                       IF SU-SUSPENSE-DATE = WS-RUN-DATE-CCYYMMDD
                           MOVE SU-SUSPENSE-SEQ
                               TO WS-LAST-SUSPENSE-SEQ
                       ELSE
                           SET WS-SEQ-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       BUILD-RUN-DATE-STAMP.
           ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-CC  '-'
                  WS-RUN-DATE-MM  '-'
                  WS-RUN-DATE-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING.

       EDIT-ONE-RAW-TRANS.
           ADD 1 TO WS-RAW-READ-COUNT
           MOVE RI-TRANS-RECORD TO WT-TRANS-RECORD
           PERFORM EDIT-STUDENT-TRANS
           IF WS-ERROR-COUNT = ZERO
               PERFORM PASS-CLEAN-TRANS
           ELSE
               PERFORM SUSPEND-NEW-TRANS
           END-IF.

      * Field edits first, then the cross-record duplicate edit; a
      * record collects every error it has, not just the first.
       EDIT-STUDENT-TRANS.
           MOVE ZEROS TO WS-ERROR-COUNT
           MOVE SPACES TO WS-ERROR-CODE-LIST
           IF WT-STUDENT-ID = SPACES
               MOVE '01' TO WS-NEW-ERROR-CODE
               PERFORM ADD-EDIT-ERROR
           END-IF
           EVALUATE TRUE
               WHEN WT-LOOKUP-TRANS
                   CONTINUE
               WHEN WT-ADD-TRANS OR WT-CHANGE-TRANS
                   IF WT-STUDENT-NAME = SPACES
                       MOVE '03' TO WS-NEW-ERROR-CODE
                       PERFORM ADD-EDIT-ERROR
                   END-IF
               WHEN WT-DELETE-TRANS
                   CONTINUE
               WHEN WT-ENROLL-TRANS OR WT-DROP-TRANS
                   IF WT-COURSE-ID = SPACES
                       MOVE '04' TO WS-NEW-ERROR-CODE
                       PERFORM ADD-EDIT-ERROR
                   END-IF
               WHEN WT-GRADE-TRANS
                   IF WT-COURSE-ID = SPACES
                       MOVE '04' TO WS-NEW-ERROR-CODE
                       PERFORM ADD-EDIT-ERROR
                   END-IF
                   IF NOT WT-VALID-GRADE
                       MOVE '05' TO WS-NEW-ERROR-CODE
                       PERFORM ADD-EDIT-ERROR
                   END-IF
               WHEN OTHER
                   MOVE '02' TO WS-NEW-ERROR-CODE
                   PERFORM ADD-EDIT-ERROR
           END-EVALUATE
           IF WT-OVERRIDE-FLAG NOT = SPACE
               AND NOT WT-OVERRIDE-APPROVED
               MOVE '06' TO WS-NEW-ERROR-CODE
               PERFORM ADD-EDIT-ERROR
           END-IF
           IF WT-STUDENT-ID NOT = SPACES
               PERFORM CHECK-BATCH-DUPLICATE
           END-IF.

       ADD-EDIT-ERROR.
           IF WS-ERROR-COUNT < 7
               ADD 1 TO WS-ERROR-COUNT
               MOVE WS-NEW-ERROR-CODE TO WS-ERROR-CODE (WS-ERROR-COUNT)
           END-IF.

      * The first transaction for a type/student/course to reach
      * STUTRANS goes through; any later one in the same batch is held
      * as a duplicate.  A record suspended for another error never
      * reached STUTRANS, so it does not block a good one behind it.
       CHECK-BATCH-DUPLICATE.
           PERFORM SET-THIS-BATCH-KEY
           SET WS-NO-DUPLICATE TO TRUE
           PERFORM SCAN-ONE-BATCH-KEY
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-BATCH-KEY-COUNT
                  OR WS-DUPLICATE-FOUND
           IF WS-DUPLICATE-FOUND
               MOVE '07' TO WS-NEW-ERROR-CODE
               PERFORM ADD-EDIT-ERROR
           END-IF.

       SET-THIS-BATCH-KEY.
           MOVE WT-TRANS-TYPE TO WS-THIS-TRANS-TYPE
           MOVE WT-STUDENT-ID TO WS-THIS-STUDENT-ID
           MOVE WT-COURSE-ID TO WS-THIS-COURSE-ID.

       REGISTER-BATCH-KEY.
           PERFORM SET-THIS-BATCH-KEY
           IF WS-BATCH-KEY-COUNT < 5000
               ADD 1 TO WS-BATCH-KEY-COUNT
               MOVE WS-THIS-BATCH-KEY
                   TO WS-BATCH-KEY (WS-BATCH-KEY-COUNT)
           ELSE
               ADD 1 TO WS-BATCH-KEY-OVERFLOW
           END-IF.

       SCAN-ONE-BATCH-KEY.
           IF WS-BATCH-KEY (WS-BX) = WS-THIS-BATCH-KEY
               SET WS-DUPLICATE-FOUND TO TRUE
           END-IF.

       PASS-CLEAN-TRANS.
           WRITE ST-TRANS-RECORD FROM WT-TRANS-RECORD
           IF NOT WS-STUDENT-TRANS-OK
               DISPLAY 'ERROR WRITING STUDENT-TRANS, STATUS = '
                   WS-STUDENT-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           PERFORM REGISTER-BATCH-KEY
           ADD 1 TO WS-PASSED-COUNT.

       SUSPEND-NEW-TRANS.
           ADD 1 TO WS-LAST-SUSPENSE-SEQ
           MOVE WS-RUN-DATE-CCYYMMDD TO SU-SUSPENSE-DATE
           MOVE WS-LAST-SUSPENSE-SEQ TO SU-SUSPENSE-SEQ
           SET SU-ENTRY-OPEN TO TRUE
           MOVE WS-RUN-DATE-CCYYMMDD TO SU-LAST-EDIT-DATE
           MOVE ZEROS TO SU-RESOLVED-DATE
           MOVE ZEROS TO SU-CORRECTION-COUNT
           PERFORM MOVE-ERRORS-TO-SUSPENSE
           MOVE WT-TRANS-RECORD TO SU-TRANS-IMAGE
           WRITE SU-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING SUSPENSE-FILE, STATUS = '
                       WS-SUSPENSE-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-OPS-END
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-SUSPENDED-COUNT
           MOVE 'SUSPENDED' TO WS-EDIT-ACTION
           MOVE SPACES TO WS-CORRECTION-REJECT
           PERFORM WRITE-EDIT-DETAIL.

       MOVE-ERRORS-TO-SUSPENSE.
           MOVE WS-ERROR-COUNT TO SU-ERROR-COUNT
           PERFORM MOVE-ONE-ERROR-CODE
               VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > 7.

       MOVE-ONE-ERROR-CODE.
           MOVE WS-ERROR-CODE (WS-EX) TO SU-ERROR-CODE (WS-EX).

      * A correction only acts on an entry still open.  A corrected
      * transaction is edited again like any raw one: clean, it goes
      * onto tonight's STUTRANS and the entry is released; still in
      * error, the entry stays open with its new error codes and
      * keeps its original suspense date for the aging report.
       APPLY-ONE-CORRECTION.
           ADD 1 TO WS-CORRECTIONS-READ-COUNT
           MOVE SPACES TO WS-CORRECTION-REJECT
           MOVE ZEROS TO WS-ERROR-COUNT
           MOVE SC-CORRECTED-TRANS TO WT-TRANS-RECORD
           MOVE SC-SUSPENSE-KEY TO SU-SUSPENSE-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE 'ENTRY NOT ON FILE' TO WS-CORRECTION-REJECT
           END-READ
           IF WS-CORRECTION-REJECT = SPACES
               EVALUATE TRUE
                   WHEN NOT SU-ENTRY-OPEN
                       MOVE 'ENTRY NOT OPEN' TO WS-CORRECTION-REJECT
                   WHEN SC-VOID-ENTRY
                       MOVE SU-TRANS-IMAGE TO WT-TRANS-RECORD
                       SET SU-ENTRY-VOIDED TO TRUE
                       MOVE WS-RUN-DATE-CCYYMMDD TO SU-RESOLVED-DATE
                       PERFORM REWRITE-SUSPENSE-ENTRY
                       ADD 1 TO WS-VOIDED-COUNT
                       MOVE 'VOIDED' TO WS-EDIT-ACTION
                   WHEN SC-CORRECT-ENTRY
                       PERFORM RE-EDIT-CORRECTED-TRANS
                   WHEN OTHER
                       MOVE 'UNKNOWN CORRECTION' TO WS-CORRECTION-REJECT
               END-EVALUATE
           END-IF
           IF WS-CORRECTION-REJECT NOT = SPACES
               ADD 1 TO WS-CORRECTION-REJECT-COUNT
               MOVE 'REJECTED' TO WS-EDIT-ACTION
               MOVE SC-SUSPENSE-KEY TO SU-SUSPENSE-KEY
           END-IF
           PERFORM WRITE-EDIT-DETAIL.

       RE-EDIT-CORRECTED-TRANS.
           PERFORM EDIT-STUDENT-TRANS
           ADD 1 TO SU-CORRECTION-COUNT
           MOVE WS-RUN-DATE-CCYYMMDD TO SU-LAST-EDIT-DATE
           MOVE WT-TRANS-RECORD TO SU-TRANS-IMAGE
           IF WS-ERROR-COUNT = ZERO
               PERFORM PASS-CLEAN-TRANS
               SET SU-ENTRY-RELEASED TO TRUE
               MOVE WS-RUN-DATE-CCYYMMDD TO SU-RESOLVED-DATE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE 'RELEASED' TO WS-EDIT-ACTION
           ELSE
               PERFORM MOVE-ERRORS-TO-SUSPENSE
               ADD 1 TO WS-RESUSPENDED-COUNT
               MOVE 'RESUSPEND' TO WS-EDIT-ACTION
           END-IF
           PERFORM REWRITE-SUSPENSE-ENTRY.

       REWRITE-SUSPENSE-ENTRY.
           REWRITE SU-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING SUSPENSE-FILE, STATUS = '
                       WS-SUSPENSE-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-OPS-END
                   STOP RUN
           END-REWRITE.

       SET-ERROR-DESCRIPTION.
           IF WS-LOOKUP-CODE IS NUMERIC
               AND WS-LOOKUP-INDEX > ZERO
               AND WS-LOOKUP-INDEX NOT > 7
               MOVE WS-ERROR-TEXT (WS-LOOKUP-INDEX)
                   TO WS-ERROR-DESCRIPTION
           ELSE
               MOVE SPACES TO WS-ERROR-DESCRIPTION
           END-IF.

       WRITE-EDIT-HEADINGS.
           MOVE WS-RUN-DATE-DISPLAY TO WS-EDIT-HDR-RUN-DATE
           WRITE EDIT-REPORT-REC FROM WS-EDIT-REPORT-HEADER
               AFTER ADVANCING PAGE
           WRITE EDIT-REPORT-REC FROM WS-EDIT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

      * One line per suspended record or correction, then one more
      * line for each further error the transaction carries.
       WRITE-EDIT-DETAIL.
           MOVE SU-SUSPENSE-DATE TO WS-EDT-SUSPENSE-DATE
           MOVE SU-SUSPENSE-SEQ TO WS-EDT-SUSPENSE-SEQ
           MOVE WT-TRANS-TYPE TO WS-EDT-TRANS-TYPE
           MOVE WT-STUDENT-ID TO WS-EDT-STUDENT-ID
           MOVE WT-COURSE-ID TO WS-EDT-COURSE-ID
           MOVE WS-EDIT-ACTION TO WS-EDT-ACTION
           IF WS-CORRECTION-REJECT NOT = SPACES
               MOVE WS-CORRECTION-REJECT TO WS-EDT-REASON
           ELSE
               IF WS-ERROR-COUNT > ZERO
                   MOVE WS-ERROR-CODE (1) TO WS-LOOKUP-CODE
                   PERFORM SET-ERROR-DESCRIPTION
                   MOVE WS-ERROR-DESCRIPTION TO WS-EDT-REASON
               ELSE
                   MOVE SPACES TO WS-EDT-REASON
               END-IF
           END-IF
           WRITE EDIT-REPORT-REC FROM WS-EDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           IF WS-CORRECTION-REJECT = SPACES
               PERFORM WRITE-EDIT-ERROR-LINE
                   VARYING WS-EX FROM 2 BY 1
                   UNTIL WS-EX > WS-ERROR-COUNT
           END-IF.

       WRITE-EDIT-ERROR-LINE.
           MOVE WS-ERROR-CODE (WS-EX) TO WS-LOOKUP-CODE
           PERFORM SET-ERROR-DESCRIPTION
           MOVE WS-ERROR-DESCRIPTION TO WS-EDT-MORE-REASON
           WRITE EDIT-REPORT-REC FROM WS-EDIT-ERROR-LINE
               AFTER ADVANCING 1 LINES.

       WRITE-EDIT-TOTALS.
           MOVE 'RAW RECORDS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RAW-READ-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE EDIT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'PASSED TO STUTRANS' TO WS-RPT-TOTAL-LABEL
           MOVE WS-PASSED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE EDIT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'NEWLY SUSPENDED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-SUSPENDED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE EDIT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'CORRECTIONS READ' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CORRECTIONS-READ-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE EDIT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'RELEASED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE EDIT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'STILL IN ERROR' TO WS-RPT-TOTAL-LABEL
           MOVE WS-RESUSPENDED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE EDIT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'VOIDED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-VOIDED-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE EDIT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'CORRECTIONS REJECTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CORRECTION-REJECT-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE EDIT-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE EDIT-REPORT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.

      * Sweep the whole suspense file for entries still open; the
      * ones held longer than the aging limit are listed.
       WRITE-AGING-REPORT.
           MOVE WS-RUN-DATE-DISPLAY TO WS-AGE-HDR-RUN-DATE
           WRITE AGING-REPORT-REC FROM WS-AGING-REPORT-HEADER
               AFTER ADVANCING PAGE
           MOVE WS-AGING-DAYS TO WS-AGE-RULE-DAYS
           WRITE AGING-REPORT-REC FROM WS-AGING-RULE-LINE
               AFTER ADVANCING 1 LINES
           WRITE AGING-REPORT-REC FROM WS-AGING-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE ZEROS TO SU-SUSPENSE-KEY
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   SET WS-END-OF-SUSPENSE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SUSPENSE
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SUSPENSE TO TRUE
                   NOT AT END
                       IF SU-ENTRY-OPEN
                           PERFORM AGE-ONE-SUSPENSE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'OPEN ENTRIES' TO WS-RPT-TOTAL-LABEL
           MOVE WS-OPEN-ENTRY-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE AGING-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'AGED ENTRIES' TO WS-RPT-TOTAL-LABEL
           MOVE WS-AGED-ENTRY-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE AGING-REPORT-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           WRITE AGING-REPORT-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.

       AGE-ONE-SUSPENSE-ENTRY.
           ADD 1 TO WS-OPEN-ENTRY-COUNT
           SET WS-DP-DAYS-BETWEEN TO TRUE
           MOVE SU-SUSPENSE-DATE TO WS-DP-DATE-1
           MOVE WS-RUN-DATE-CCYYMMDD TO WS-DP-DATE-2
           CALL 'DATEVAL' USING WS-DP-DATE-PARM
           END-CALL
           IF WS-DP-REQUEST-OK
               MOVE WS-DP-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE ZEROS TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-AGING-DAYS
               ADD 1 TO WS-AGED-ENTRY-COUNT
               MOVE SU-TRANS-IMAGE TO WT-TRANS-RECORD
               MOVE SU-SUSPENSE-DATE TO WS-AGE-SUSPENSE-DATE
               MOVE SU-SUSPENSE-SEQ TO WS-AGE-SUSPENSE-SEQ
               MOVE WT-TRANS-TYPE TO WS-AGE-TRANS-TYPE
               MOVE WT-STUDENT-ID TO WS-AGE-STUDENT-ID
               MOVE WT-COURSE-ID TO WS-AGE-COURSE-ID
               MOVE WS-AGE-DAYS TO WS-AGE-DAYS-HELD
               MOVE SU-CORRECTION-COUNT TO WS-AGE-CORRECTIONS
               MOVE SU-ERROR-CODE (1) TO WS-LOOKUP-CODE
               PERFORM SET-ERROR-DESCRIPTION
               MOVE WS-ERROR-DESCRIPTION TO WS-AGE-FIRST-ERROR
               WRITE AGING-REPORT-REC FROM WS-AGING-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
