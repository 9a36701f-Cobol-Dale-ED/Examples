      * Course prerequisite record, keyed on the course that has the
      * prerequisites.  Each entry names a course that must already
      * be completed - graded on the TERMARCH term archive - and the
      * lowest grade that satisfies it; a blank minimum grade means
      * any passing grade (D- or better).  Unused entries are spaces.
      * Read by the PLAYING enrollment edit before an 'E' transaction
      * is seated or waitlisted.
       01 CP-PREREQ-RECORD.
           05 CP-COURSE-ID PIC X(6).
           05 CP-PREREQ-ENTRY OCCURS 5 TIMES.
               10 CP-REQUIRED-COURSE-ID PIC X(6).
               10 CP-MINIMUM-GRADE PIC X(2).
