      * until a grade is posted.
           05 EN-GRADE PIC X(2).
               88 EN-NOT-GRADED VALUE SPACES.
      * Tuition actually billed when the seat was taken.  A drop
      * credits this amount back, so a fee change made on the catalog
      * partway through the term never credits more or less than the
      * student was charged.
           05 EN-TUITION-CHARGED PIC 9(5)V99.
