      * Academic standing record, keyed on student ID.  Written by the
      * ACADSTND end-of-term run, which goes ahead of TERMROLL: one
      * record per student graded in the term, carrying the term and
      * cumulative grade-point averages (4.0 scale, the same points
      * TRNSCRPT prints) and the standing they earned.  The standing
      * the student held going into the term is kept beside it, since
      * a second term below the line turns probation into suspension.
      * A suspension is served in SS-SUSPENDED-TERM, the term that was
      * next on TERMCTL when the standing was set; the PLAYING
      * enrollment pass refuses 'E' transactions for the student
      * while that term is current.
       01 SS-STANDING-RECORD.
           05 SS-STUDENT-ID PIC X(6).
           05 SS-STANDING-CODE PIC X.
               88 SS-DEANS-LIST VALUE 'D'.
               88 SS-GOOD-STANDING VALUE 'G'.
               88 SS-ACADEMIC-PROBATION VALUE 'P'.
               88 SS-ACADEMIC-SUSPENSION VALUE 'S'.
           05 SS-PRIOR-STANDING PIC X.
               88 SS-NO-PRIOR-STANDING VALUE SPACE.
           05 SS-TERM-ID PIC X(5).
           05 SS-SUSPENDED-TERM PIC X(5).
           05 SS-TERM-GPA PIC 9V99.
           05 SS-CUM-GPA PIC 9V99.
           05 SS-TERM-COURSES PIC 9(3).
           05 SS-CUM-COURSES PIC 9(4).
           05 SS-STANDING-DATE PIC 9(8).
