       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADSTND.
      * End-of-term academic standing run.  Goes in the end-of-term
      * chain ahead of TERMROLL, while the closing term's grades are
      * still on the live enrollment file.  Every graded current-term
      * enrollment, and every graded TERMARCH detail from earlier
      * terms, is sorted by student; each student with at least one
      * graded current-term course then gets a term grade-point
      * average, a cumulative average over all terms, and a standing:
      *   suspension  - cumulative under the good-standing line for a
      *                 student already on probation or suspension
      *   probation   - cumulative under the good-standing line
      *   dean's list - term average at or above the dean's list line
      *   good        - everyone else
      * Points use the TRNSCRPT 4.0 scale, every course weighted
      * equally.  The result is saved on the indexed STUSTND file,
      * which the PLAYING enrollment pass reads to refuse suspended
      * students, and each standing prints on its own report:
      * STNDDEAN, STNDGOOD, STNDPROB and STNDSUSP.  Current-term
      * enrollments still ungraded are left out of the averages and
      * end the run with return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT TERM-ARCHIVE ASSIGN TO 'TERMARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERM-ARCHIVE-STATUS.

           SELECT SORT-FILE ASSIGN TO 'SORTWK'.

           SELECT STUDENT-MASTER ASSIGN TO 'STUMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT STANDING-FILE ASSIGN TO 'STUSTND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-STUDENT-ID
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT DEANS-LIST-REPORT ASSIGN TO 'STNDDEAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEANS-RPT-STATUS.

           SELECT GOOD-STANDING-REPORT ASSIGN TO 'STNDGOOD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOOD-RPT-STATUS.

           SELECT PROBATION-REPORT ASSIGN TO 'STNDPROB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROBATION-RPT-STATUS.

           SELECT SUSPENSION-REPORT ASSIGN TO 'STNDSUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSION-RPT-STATUS.

           SELECT TERM-CONTROL ASSIGN TO 'TERMCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

           SELECT OPS-CONTROL ASSIGN TO 'OPSCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
       COPY ENROLL.cpy.

       FD TERM-ARCHIVE.
       COPY TERMARCH.cpy.

      * One graded course per sort record; SG-FROM-CURRENT-TERM marks
      * the courses that count toward the term average as well.
       SD SORT-FILE.
       01 SG-GRADE-RECORD.
           05 SG-STUDENT-ID PIC X(6).
           05 SG-SOURCE PIC X.
               88 SG-FROM-CURRENT-TERM VALUE 'T'.
               88 SG-FROM-ARCHIVE VALUE 'A'.
           05 SG-TERM-ID PIC X(5).
           05 SG-COURSE-ID PIC X(6).
           05 SG-GRADE PIC X(2).

       FD STUDENT-MASTER.
       01 SM-STUDENT-RECORD.
           05 SM-STUDENT-ID PIC X(6).
           05 SM-STUDENT-NAME PIC X(25).

       FD STANDING-FILE.
       COPY STUSTND.cpy.

       FD DEANS-LIST-REPORT.
       01 DEANS-LIST-REC PIC X(80).

       FD GOOD-STANDING-REPORT.
       01 GOOD-STANDING-REC PIC X(80).

       FD PROBATION-REPORT.
       01 PROBATION-REC PIC X(80).

       FD SUSPENSION-REPORT.
       01 SUSPENSION-REC PIC X(80).

       FD TERM-CONTROL.
       COPY TERMCTL.cpy.

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

       01 WS-ENROLLMENT-STATUS PIC X(2).
           88 WS-ENROLLMENT-OK VALUE '00'.
           88 WS-ENROLLMENT-EOF VALUE '10'.

       01 WS-TERM-ARCHIVE-STATUS PIC X(2).
           88 WS-TERM-ARCHIVE-OK VALUE '00'.
           88 WS-TERM-ARCHIVE-NOFILE VALUE '35'.

       01 WS-STUDENT-MASTER-STATUS PIC X(2).
           88 WS-STUDENT-MASTER-OK VALUE '00'.

       01 WS-STANDING-STATUS PIC X(2).
           88 WS-STANDING-OK VALUE '00'.
           88 WS-STANDING-NOTFND VALUE '23'.
           88 WS-STANDING-NOFILE VALUE '35'.

       01 WS-DEANS-RPT-STATUS PIC X(2).
           88 WS-DEANS-RPT-OK VALUE '00'.

       01 WS-GOOD-RPT-STATUS PIC X(2).
           88 WS-GOOD-RPT-OK VALUE '00'.

       01 WS-PROBATION-RPT-STATUS PIC X(2).
           88 WS-PROBATION-RPT-OK VALUE '00'.

       01 WS-SUSPENSION-RPT-STATUS PIC X(2).
           88 WS-SUSPENSION-RPT-OK VALUE '00'.

       01 WS-TERM-CONTROL-STATUS PIC X(2).
           88 WS-TERM-CONTROL-OK VALUE '00'.

       01 WS-CURRENT-TERM PIC X(5).
       01 WS-NEXT-TERM PIC X(5).

       01 WS-ENROLL-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-ENROLLMENTS VALUE 'Y'.

       01 WS-ARCHIVE-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-ARCHIVE VALUE 'Y'.

       01 WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-END-OF-SORT VALUE 'Y'.

      * Standing lines.  A cumulative average under the good-standing
      * line is probation, or suspension for a student who went into
      * the term on probation or suspension already; a term average
      * at or over the dean's list line is dean's list.
       01 WS-DEANS-LIST-GPA PIC 9V99 VALUE 3.50.
       01 WS-GOOD-STANDING-GPA PIC 9V99 VALUE 2.00.

      * Per-student accumulators, cleared at each student break.
       01 WS-CURRENT-STUDENT-ID PIC X(6) VALUE SPACES.
       01 WS-GRADE-WORK PIC X(2).
       01 WS-GRADE-POINTS PIC 9V9 VALUE ZEROS.
       01 WS-TERM-POINTS PIC 9(5)V9 VALUE ZEROS.
       01 WS-TERM-GRADED-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-CUM-POINTS PIC 9(5)V9 VALUE ZEROS.
       01 WS-CUM-GRADED-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-TERM-GPA PIC 9V99 VALUE ZEROS.
       01 WS-CUM-GPA PIC 9V99 VALUE ZEROS.
       01 WS-PRIOR-STANDING PIC X.
           88 WS-PRIOR-ON-PROBATION VALUE 'P' 'S'.
       01 WS-NEW-STANDING PIC X.
           88 WS-NEW-DEANS-LIST VALUE 'D'.
           88 WS-NEW-GOOD-STANDING VALUE 'G'.
           88 WS-NEW-PROBATION VALUE 'P'.
           88 WS-NEW-SUSPENSION VALUE 'S'.
       01 WS-STANDING-ON-FILE PIC X.
           88 WS-STANDING-FOUND VALUE 'Y'.

       01 WS-TERM-GRADES-RELEASED PIC 9(6) VALUE ZEROS.
       01 WS-ARCHIVE-GRADES-RELEASED PIC 9(6) VALUE ZEROS.
       01 WS-UNGRADED-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-OTHER-TERM-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-STUDENTS-EVALUATED PIC 9(6) VALUE ZEROS.
       01 WS-ARCHIVE-ONLY-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-DEANS-LIST-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-GOOD-STANDING-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-PROBATION-COUNT PIC 9(6) VALUE ZEROS.
       01 WS-SUSPENSION-COUNT PIC 9(6) VALUE ZEROS.

      * Run-date stamp, same convention as the PLAYING batch pass.
       01 WS-RUN-DATE-CCYYMMDD PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-CCYYMMDD.
           05 WS-RUN-DATE-CC PIC 9(4).
           05 WS-RUN-DATE-MM PIC 9(2).
           05 WS-RUN-DATE-DD PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-REPORT-HEADER.
           05 FILLER PIC X(10) VALUE SPACES.
           05 WS-RPT-HDR-TITLE PIC X(26).
           05 FILLER PIC X(6) VALUE 'TERM '.
           05 WS-RPT-HDR-TERM-ID PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-HDR-RUN-DATE PIC X(10).

       01 WS-REPORT-COLUMN-HEADING.
           05 FILLER PIC X(9) VALUE 'STUDENT'.
           05 FILLER PIC X(27) VALUE 'NAME'.
           05 FILLER PIC X(10) VALUE 'TERM GPA'.
           05 FILLER PIC X(9) VALUE 'CUM GPA'.
           05 FILLER PIC X(9) VALUE 'COURSES'.
           05 FILLER PIC X(10) VALUE 'PRIOR'.

       01 WS-REPORT-DETAIL-LINE.
           05 WS-RPT-STUDENT-ID PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-STUDENT-NAME PIC X(25).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RPT-TERM-GPA PIC 9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-RPT-CUM-GPA PIC 9.99.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-RPT-COURSES PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RPT-PRIOR PIC X(10).

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
           PERFORM READ-TERM-CONTROL
           PERFORM OPEN-STANDING-FILES
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SG-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-GRADED-COURSES
               OUTPUT PROCEDURE IS ASSIGN-STUDENT-STANDINGS
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GRADE SORT FAILED'
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-MASTER
           CLOSE STANDING-FILE
           CLOSE DEANS-LIST-REPORT
           CLOSE GOOD-STANDING-REPORT
           CLOSE PROBATION-REPORT
           CLOSE SUSPENSION-REPORT
           DISPLAY ' '
           DISPLAY "Term Grades Read     : " WS-TERM-GRADES-RELEASED
           DISPLAY "Archive Grades Read  : " WS-ARCHIVE-GRADES-RELEASED
           DISPLAY "Students Evaluated   : " WS-STUDENTS-EVALUATED
           DISPLAY "Dean's List          : " WS-DEANS-LIST-COUNT
           DISPLAY "Good Standing        : " WS-GOOD-STANDING-COUNT
           DISPLAY "Probation            : " WS-PROBATION-COUNT
           DISPLAY "Suspension           : " WS-SUSPENSION-COUNT
           DISPLAY "Other-Term Enrolls   : " WS-OTHER-TERM-COUNT
           IF WS-UNGRADED-COUNT > ZEROS
               DISPLAY "** CURRENT-TERM ENROLLMENTS NOT GRADED: "
                   WS-UNGRADED-COUNT " **"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-STUDENTS-EVALUATED TO WS-OPS-KEY-COUNT
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
               MOVE 'ACADSTND' TO OC-PROGRAM-ID
               MOVE WS-OPS-RECORD-TYPE TO OC-RECORD-TYPE
               MOVE WS-RUN-DATE-CCYYMMDD TO OC-RUN-DATE
               ACCEPT WS-OPS-TIME-RAW FROM TIME
               MOVE WS-OPS-TIME-RAW (1:6) TO OC-RUN-TIME
               MOVE RETURN-CODE TO OC-RETURN-CODE
               MOVE WS-OPS-KEY-COUNT TO OC-KEY-COUNT
               WRITE OC-CONTROL-RECORD
               CLOSE OPS-CONTROL
           END-IF.

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
           MOVE TL-NEXT-TERM TO WS-NEXT-TERM
           DISPLAY "Academic Standing For Term " WS-CURRENT-TERM.

      * The standing file is permanent and keyed; the first run
      * creates it.  TERMARCH is opened later, by the sort input, since
      * there is no archive until the first TERMROLL.
       OPEN-STANDING-FILES.
           OPEN INPUT ENROLLMENT-FILE
           IF NOT WS-ENROLLMENT-OK
               DISPLAY 'ERROR OPENING ENROLLMENT-FILE, STATUS = '
                   WS-ENROLLMENT-STATUS
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
           OPEN I-O STANDING-FILE
           IF WS-STANDING-NOFILE
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF
           IF NOT WS-STANDING-OK
               DISPLAY 'ERROR OPENING STANDING-FILE, STATUS = '
                   WS-STANDING-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT DEANS-LIST-REPORT
           IF NOT WS-DEANS-RPT-OK
               DISPLAY 'ERROR OPENING DEANS-LIST-REPORT, STATUS = '
                   WS-DEANS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT GOOD-STANDING-REPORT
           IF NOT WS-GOOD-RPT-OK
               DISPLAY 'ERROR OPENING GOOD-STANDING-REPORT, STATUS = '
                   WS-GOOD-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT PROBATION-REPORT
           IF NOT WS-PROBATION-RPT-OK
               DISPLAY 'ERROR OPENING PROBATION-REPORT, STATUS = '
                   WS-PROBATION-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF
           OPEN OUTPUT SUSPENSION-REPORT
           IF NOT WS-SUSPENSION-RPT-OK
               DISPLAY 'ERROR OPENING SUSPENSION-REPORT, STATUS = '
                   WS-SUSPENSION-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE WS-CURRENT-TERM TO WS-RPT-HDR-TERM-ID
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-HDR-RUN-DATE
           MOVE "DEAN'S LIST" TO WS-RPT-HDR-TITLE
           WRITE DEANS-LIST-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE
           WRITE DEANS-LIST-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'GOOD ACADEMIC STANDING' TO WS-RPT-HDR-TITLE
           WRITE GOOD-STANDING-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE
           WRITE GOOD-STANDING-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'ACADEMIC PROBATION' TO WS-RPT-HDR-TITLE
           WRITE PROBATION-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE
           WRITE PROBATION-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'ACADEMIC SUSPENSION' TO WS-RPT-HDR-TITLE
           WRITE SUSPENSION-REC FROM WS-REPORT-HEADER
               AFTER ADVANCING PAGE
           WRITE SUSPENSION-REC FROM WS-REPORT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

      * Sort input: graded current-term enrollments first, then the
      * graded archive details of every earlier term.  Archive details
      * stamped with the current term (a rerun after TERMROLL has
      * already archived it) are left out so no grade counts twice.
       RELEASE-GRADED-COURSES.
           PERFORM UNTIL WS-END-OF-ENROLLMENTS
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-ENROLLMENTS TO TRUE
                   NOT AT END
                       PERFORM RELEASE-ONE-ENROLLMENT
               END-READ
           END-PERFORM
           OPEN INPUT TERM-ARCHIVE
           IF WS-TERM-ARCHIVE-NOFILE
               DISPLAY "No Term Archive On File"
           ELSE
               IF NOT WS-TERM-ARCHIVE-OK
                   DISPLAY 'ERROR OPENING TERM-ARCHIVE, STATUS = '
                       WS-TERM-ARCHIVE-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-OPS-END
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-ARCHIVE
                   READ TERM-ARCHIVE
                       AT END
                           SET WS-END-OF-ARCHIVE TO TRUE
                       NOT AT END
                           IF TA-DTL-RECORD-TYPE = 'D'
                               PERFORM RELEASE-ONE-ARCHIVED-COURSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-ARCHIVE
           END-IF.

       RELEASE-ONE-ENROLLMENT.
           EVALUATE TRUE
               WHEN EN-TERM-ID NOT = WS-CURRENT-TERM
                   ADD 1 TO WS-OTHER-TERM-COUNT
               WHEN EN-NOT-GRADED
                   ADD 1 TO WS-UNGRADED-COUNT
               WHEN OTHER
                   MOVE EN-STUDENT-ID TO SG-STUDENT-ID
                   SET SG-FROM-CURRENT-TERM TO TRUE
                   MOVE EN-TERM-ID TO SG-TERM-ID
                   MOVE EN-COURSE-ID TO SG-COURSE-ID
                   MOVE EN-GRADE TO SG-GRADE
                   RELEASE SG-GRADE-RECORD
                   ADD 1 TO WS-TERM-GRADES-RELEASED
           END-EVALUATE.

       RELEASE-ONE-ARCHIVED-COURSE.
           IF TA-DTL-GRADE NOT = SPACES
               AND TA-DTL-TERM-ID NOT = WS-CURRENT-TERM
               MOVE TA-DTL-STUDENT-ID TO SG-STUDENT-ID
               SET SG-FROM-ARCHIVE TO TRUE
               MOVE TA-DTL-TERM-ID TO SG-TERM-ID
               MOVE TA-DTL-COURSE-ID TO SG-COURSE-ID
               MOVE TA-DTL-GRADE TO SG-GRADE
               RELEASE SG-GRADE-RECORD
               ADD 1 TO WS-ARCHIVE-GRADES-RELEASED
           END-IF.

      * Sort output: one control break per student.
       ASSIGN-STUDENT-STANDINGS.
           PERFORM UNTIL WS-END-OF-SORT
               RETURN SORT-FILE
                   AT END
                       SET WS-END-OF-SORT TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-GRADE
               END-RETURN
           END-PERFORM
           IF WS-CURRENT-STUDENT-ID NOT = SPACES
               PERFORM FINISH-ONE-STUDENT
           END-IF.

       TAKE-ONE-GRADE.
           IF SG-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
               IF WS-CURRENT-STUDENT-ID NOT = SPACES
                   PERFORM FINISH-ONE-STUDENT
               END-IF
               MOVE SG-STUDENT-ID TO WS-CURRENT-STUDENT-ID
               MOVE ZEROS TO WS-TERM-POINTS
               MOVE ZEROS TO WS-TERM-GRADED-COUNT
               MOVE ZEROS TO WS-CUM-POINTS
               MOVE ZEROS TO WS-CUM-GRADED-COUNT
           END-IF
           MOVE SG-GRADE TO WS-GRADE-WORK
           PERFORM SET-GRADE-POINTS
           ADD 1 TO WS-CUM-GRADED-COUNT
           ADD WS-GRADE-POINTS TO WS-CUM-POINTS
           IF SG-FROM-CURRENT-TERM
               ADD 1 TO WS-TERM-GRADED-COUNT
               ADD WS-GRADE-POINTS TO WS-TERM-POINTS
           END-IF.

      * 4.0 scale, plus/minus worth three tenths, every course
      * weighted equally - the points TRNSCRPT prints a transcript
      * average with, so the two never disagree.
       SET-GRADE-POINTS.
           EVALUATE WS-GRADE-WORK
               WHEN 'A+'
               WHEN 'A '
                   MOVE 4.0 TO WS-GRADE-POINTS
               WHEN 'A-'
                   MOVE 3.7 TO WS-GRADE-POINTS
               WHEN 'B+'
                   MOVE 3.3 TO WS-GRADE-POINTS
               WHEN 'B '
                   MOVE 3.0 TO WS-GRADE-POINTS
               WHEN 'B-'
                   MOVE 2.7 TO WS-GRADE-POINTS
               WHEN 'C+'
                   MOVE 2.3 TO WS-GRADE-POINTS
               WHEN 'C '
                   MOVE 2.0 TO WS-GRADE-POINTS
               WHEN 'C-'
                   MOVE 1.7 TO WS-GRADE-POINTS
               WHEN 'D+'
                   MOVE 1.3 TO WS-GRADE-POINTS
               WHEN 'D '
                   MOVE 1.0 TO WS-GRADE-POINTS
               WHEN 'D-'
                   MOVE 0.7 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE ZEROS TO WS-GRADE-POINTS
           END-EVALUATE.

      * Students whose only grades are archived ones took nothing this
      * term and keep whatever standing they already hold.
       FINISH-ONE-STUDENT.
           IF WS-TERM-GRADED-COUNT = ZEROS
               ADD 1 TO WS-ARCHIVE-ONLY-COUNT
           ELSE
               ADD 1 TO WS-STUDENTS-EVALUATED
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-GRADED-COUNT
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-POINTS / WS-CUM-GRADED-COUNT
               PERFORM READ-PRIOR-STANDING
               PERFORM DECIDE-STANDING
               PERFORM SAVE-STANDING
               PERFORM WRITE-STANDING-DETAIL
           END-IF.

      * A record already stamped with this term means the run is being
      * repeated; the standing the student brought into the term is
      * then the prior standing saved the first time.
       READ-PRIOR-STANDING.
           MOVE WS-CURRENT-STUDENT-ID TO SS-STUDENT-ID
           READ STANDING-FILE
               INVALID KEY
                   MOVE 'N' TO WS-STANDING-ON-FILE
                   MOVE SPACE TO WS-PRIOR-STANDING
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STANDING-ON-FILE
                   IF SS-TERM-ID = WS-CURRENT-TERM
                       MOVE SS-PRIOR-STANDING TO WS-PRIOR-STANDING
                   ELSE
                       MOVE SS-STANDING-CODE TO WS-PRIOR-STANDING
                   END-IF
           END-READ.

       DECIDE-STANDING.
           EVALUATE TRUE
               WHEN WS-CUM-GPA < WS-GOOD-STANDING-GPA
                   AND WS-PRIOR-ON-PROBATION
                   SET WS-NEW-SUSPENSION TO TRUE
               WHEN WS-CUM-GPA < WS-GOOD-STANDING-GPA
                   SET WS-NEW-PROBATION TO TRUE
               WHEN WS-TERM-GPA NOT < WS-DEANS-LIST-GPA
                   SET WS-NEW-DEANS-LIST TO TRUE
               WHEN OTHER
                   SET WS-NEW-GOOD-STANDING TO TRUE
           END-EVALUATE.

       SAVE-STANDING.
           MOVE WS-CURRENT-STUDENT-ID TO SS-STUDENT-ID
           MOVE WS-NEW-STANDING TO SS-STANDING-CODE
           MOVE WS-PRIOR-STANDING TO SS-PRIOR-STANDING
           MOVE WS-CURRENT-TERM TO SS-TERM-ID
           IF WS-NEW-SUSPENSION
               MOVE WS-NEXT-TERM TO SS-SUSPENDED-TERM
           ELSE
               MOVE SPACES TO SS-SUSPENDED-TERM
           END-IF
           MOVE WS-TERM-GPA TO SS-TERM-GPA
           MOVE WS-CUM-GPA TO SS-CUM-GPA
           MOVE WS-TERM-GRADED-COUNT TO SS-TERM-COURSES
           MOVE WS-CUM-GRADED-COUNT TO SS-CUM-COURSES
           MOVE WS-RUN-DATE-CCYYMMDD TO SS-STANDING-DATE
           IF WS-STANDING-FOUND
               REWRITE SS-STANDING-RECORD
           ELSE
               WRITE SS-STANDING-RECORD
           END-IF
           IF NOT WS-STANDING-OK
               DISPLAY 'ERROR WRITING STANDING-FILE, STATUS = '
                   WS-STANDING-STATUS ' STUDENT ' SS-STUDENT-ID
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPS-END
               STOP RUN
           END-IF.

       WRITE-STANDING-DETAIL.
           MOVE WS-CURRENT-STUDENT-ID TO WS-RPT-STUDENT-ID
           MOVE WS-CURRENT-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NAME NOT ON MASTER' TO WS-RPT-STUDENT-NAME
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-RPT-STUDENT-NAME
           END-READ
           MOVE WS-TERM-GPA TO WS-RPT-TERM-GPA
           MOVE WS-CUM-GPA TO WS-RPT-CUM-GPA
           MOVE WS-CUM-GRADED-COUNT TO WS-RPT-COURSES
           EVALUATE WS-PRIOR-STANDING
               WHEN 'D'
                   MOVE "DEAN'S LST" TO WS-RPT-PRIOR
               WHEN 'G'
                   MOVE 'GOOD' TO WS-RPT-PRIOR
               WHEN 'P'
                   MOVE 'PROBATION' TO WS-RPT-PRIOR
               WHEN 'S'
                   MOVE 'SUSPENDED' TO WS-RPT-PRIOR
               WHEN OTHER
                   MOVE 'NEW' TO WS-RPT-PRIOR
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-NEW-DEANS-LIST
                   ADD 1 TO WS-DEANS-LIST-COUNT
                   WRITE DEANS-LIST-REC FROM WS-REPORT-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               WHEN WS-NEW-GOOD-STANDING
                   ADD 1 TO WS-GOOD-STANDING-COUNT
                   WRITE GOOD-STANDING-REC FROM WS-REPORT-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               WHEN WS-NEW-PROBATION
                   ADD 1 TO WS-PROBATION-COUNT
                   WRITE PROBATION-REC FROM WS-REPORT-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               WHEN OTHER
                   ADD 1 TO WS-SUSPENSION-COUNT
                   WRITE SUSPENSION-REC FROM WS-REPORT-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
           END-EVALUATE.

       WRITE-REPORT-TOTALS.
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           MOVE 'STUDENTS LISTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-DEANS-LIST-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE DEANS-LIST-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           WRITE DEANS-LIST-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES
           MOVE WS-GOOD-STANDING-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE GOOD-STANDING-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           WRITE GOOD-STANDING-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES
           MOVE WS-PROBATION-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE PROBATION-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           WRITE PROBATION-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES
           MOVE WS-SUSPENSION-COUNT TO WS-RPT-TOTAL-COUNT
           WRITE SUSPENSION-REC FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           WRITE SUSPENSION-REC FROM WS-REPORT-FOOTER
               AFTER ADVANCING 2 LINES.

       BUILD-RUN-DATE-STAMP.
           ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-CC  '-'
                  WS-RUN-DATE-MM  '-'
                  WS-RUN-DATE-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING.
