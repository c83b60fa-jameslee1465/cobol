      *    COVERAGE.cpy -- class coverage record, one line per class
      *    an absent teacher misses on a day : the homeroom section
      *    (kind S, period 00) or course offering (kind C, at its
      *    crsmeet.txt period and room), and who covers it - an
      *    outside substitute from the pool (cover type S) or an
      *    in-house teacher in a free period (cover type T). Written
      *    by SubCover; printed by CoverSht for the front office and
      *    totalled by SubDays for payroll.
       01  CoverageRecord.
           02 CV-DATE PIC 9(8).
           02 CV-TEACHID PIC 9(4).
           02 CV-KIND PIC X.
               88 CV-SECTION-CLASS VALUE "S".
               88 CV-COURSE-CLASS VALUE "C".
           02 CV-SECTION PIC 9(2).
           02 CV-CODE PIC X(6).
           02 CV-PERIOD PIC 9(2).
           02 CV-ROOM PIC X(6).
           02 CV-COVERTYPE PIC X.
               88 CV-BY-SUBSTITUTE VALUE "S".
               88 CV-BY-TEACHER VALUE "T".
           02 CV-COVERID PIC 9(4).
