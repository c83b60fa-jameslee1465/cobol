      *    GBSCORE.cpy -- gradebook score record, one line per
      *    student per assignment : the points earned, or a mark
      *    saying the work is missing (counts as zero) or excused
      *    (left out of the student's totals altogether), with the
      *    operator and date it was entered so a grade dispute can
      *    see who recorded what. A student with no line for an
      *    assignment that is due is missing that work too.
       01  GradeScoreRecord.
           02 GB-CODE PIC X(6).
           02 GB-TERMIDX PIC 9(2).
           02 GB-WORKNO PIC 9(3).
           02 GB-IDNUM PIC 9(9).
           02 GB-POINTS PIC 9(3)V9.
           02 GB-MARK PIC X.
               88 GB-SCORED VALUE " ".
               88 GB-MISSING VALUE "M".
               88 GB-EXCUSED VALUE "E".
           02 GB-OPERID PIC X(10).
           02 GB-ENTERED PIC 9(8).
