      * record, 'E' is a course enrollment carrying the course ID,
      * 'W' is a course drop/withdrawal carrying the course ID, and
      * 'G' posts a grade, carrying the course ID and the grade.
      * ST-OVERRIDE-FLAG on an 'E' records a department-approved
      * exception to the prerequisite and repeat-course edit; every
      * override the PLAYING pass uses is listed on PREQEXC.
      * STUTRANS itself is written by the STUEDIT front-end edit from
      * the raw STUTRNIN batch; records failing that edit are held
      * on the STUSUSP suspense file until corrected or voided.
       01 ST-TRANS-RECORD.
           05 ST-TRANS-TYPE PIC X.
               88 ST-LOOKUP-TRANS VALUE 'L' SPACE.
               88 ST-VALID-GRADE VALUE 'A+' 'A ' 'A-' 'B+' 'B ' 'B-'
                                       'C+' 'C ' 'C-' 'D+' 'D ' 'D-'
                                       'F '.
           05 ST-OVERRIDE-FLAG PIC X.
               88 ST-OVERRIDE-APPROVED VALUE 'Y'.
