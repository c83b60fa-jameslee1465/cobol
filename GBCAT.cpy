      *    GBCAT.cpy -- gradebook category record, one line per
      *    grading category of a course offering in a term : the
      *    category name (TESTS, HOMEWORK, PROJECTS or the teacher's
      *    own) and the percent of the term score it carries. Kept
      *    in GradeBk; GradeCalc weights each category's points by
      *    it when it rolls the term score up.
       01  GradeCatRecord.
           02 GC-CODE PIC X(6).
           02 GC-TERMIDX PIC 9(2).
           02 GC-CATEGORY PIC X(8).
           02 GC-WEIGHT PIC 9(3).
