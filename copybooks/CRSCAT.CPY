      * Per-course tuition fee, debited to the student's account by
      * the enrollment pass and credited back on a drop.
           05 CC-TUITION-FEE PIC 9(5)V99.
      * Catalog status, set by the CRSMAINT maintenance run.  A retired
      * entry stays on file for history but takes no new enrollments;
      * entries loaded before the status existed read as active.
           05 CC-COURSE-STATUS PIC X.
               88 CC-COURSE-ACTIVE VALUE 'A' SPACE.
               88 CC-COURSE-RETIRED VALUE 'R'.
