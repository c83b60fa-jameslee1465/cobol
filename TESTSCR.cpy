      *    TESTSCR.cpy -- state assessment result, one line per
      *    student per test per administration, linked to
      *    StudentFile by IDNUM. Loaded once a year by TestLoad from
      *    the state's fixed-width results file; read by the TestProf
      *    proficiency report and the RecPkt records packet. The
      *    grade level is the student's grade when the results were
      *    loaded, so a later promotion doesn't move last spring's
      *    scores into the wrong grade on the report.
       01  StateTestRecord.
           02 TS-IDNUM PIC 9(9).
           02 TS-TESTDATE PIC 9(8).
           02 TS-TEST PIC X(8).
           02 TS-SCALE PIC 9(4).
      *    State proficiency level : 1 not met, 2 partially met,
      *    3 met, 4 exceeded - met and exceeded count as proficient.
           02 TS-LEVEL PIC 9.
               88 TS-PROFICIENT VALUE 3 4.
           02 TS-GRADE PIC 9(2).
           02 TS-LOADDATE PIC 9(8).
