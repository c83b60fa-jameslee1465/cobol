      *    per student per course per term, keyed by student and
      *    term, feeding the transcript's course listing. Shared by
      *    CrsEnrl (capture) and Transcpt (reporting).
      *    The live crsenrl.txt is an indexed file : CE-KEY (student,
      *    term, course) is the record key, and CE-ROSTERKEY (course,
      *    term) is an alternate key with duplicates for rosters and
      *    seat counts. The roster key repeats CE-CODE and CE-TERMIDX
      *    so the alternate key can be one contiguous field - every
      *    program that writes an enrollment fills both. The yearly
      *    crsenrl<YYYY>.txt archives stay line sequential with the
      *    same layout.
       01  CourseEnrlRecord.
           02 CE-KEY.
               03 CE-IDNUM PIC 9(9).
               03 CE-TERMIDX PIC 9(2).
               03 CE-CODE PIC X(6).
           02 CE-SCORE PIC 9(3).
      *    Grade mark : blank means CE-SCORE is a real numeric
      *    score; I (incomplete), E (exempt), and W (withdrawn)
               88 CE-MARK-INC VALUE "I".
               88 CE-MARK-EXEMPT VALUE "E".
               88 CE-MARK-WDRN VALUE "W".
           02 CE-ROSTERKEY.
               03 CE-RK-CODE PIC X(6).
               03 CE-RK-TERMIDX PIC 9(2).
