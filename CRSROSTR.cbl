      * control file), reads that course's enrollment records and
      * looks the students up on STUDENT-MASTER, printing one roster
      * page per course on PRTLINE with the enrolled count and seats
      * remaining.  Catalog entries for any other term, and entries
      * retired by the CRSMAINT catalog maintenance run, are bypassed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-SEATS-REMAINING PIC S9(3).
       01 WS-COURSE-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-OTHER-TERM-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-RETIRED-COUNT PIC 9(4) VALUE ZEROS.

      * Run-date stamp, same convention as the PLAYING batch pass.
       01 WS-RUN-DATE-CCYYMMDD PIC 9(8).
                   AT END
                       SET WS-END-OF-CATALOG TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CC-COURSE-RETIRED
                               ADD 1 TO WS-RETIRED-COUNT
                           WHEN CC-TERM-ID = WS-CURRENT-TERM
                               PERFORM PRINT-COURSE-ROSTER
                           WHEN OTHER
                               ADD 1 TO WS-OTHER-TERM-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE WS-RUN-DATE-DISPLAY TO WS-RPT-FTR-RUN-DATE
           CLOSE PRINT-LINE
           DISPLAY "Course Rosters Printed : " WS-COURSE-COUNT
           DISPLAY "Other-Term Entries     : " WS-OTHER-TERM-COUNT
           DISPLAY "Retired Entries        : " WS-RETIRED-COUNT
           MOVE WS-COURSE-COUNT TO WS-OPS-KEY-COUNT
           PERFORM WRITE-OPS-END
           STOP RUN.
