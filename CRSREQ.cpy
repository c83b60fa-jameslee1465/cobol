      *    CRSREQ.cpy -- next-year course request, one line per
      *    course a student asks for: the school year being planned,
      *    the catalog course, whether it is a first choice or an
      *    alternate and its priority within that list, and whether
      *    the student held the prerequisite when the request was
      *    taken. Captured by CrsReq, tallied by CrsDmd for
      *    StudSched / MeetMnt planning.
       01  CourseReqRecord.
           02 RQ-IDNUM PIC 9(9).
           02 RQ-FORYEAR PIC 9(4).
           02 RQ-KIND PIC X.
               88 RQ-PRIMARY VALUE "P".
               88 RQ-ALTERNATE VALUE "A".
           02 RQ-PRIORITY PIC 9(2).
           02 RQ-CODE PIC X(6).
      *    N flags a request the student won't qualify for as
      *    things stand - the prerequisite has not been passed here
      *    and no transfer credit covers it.
           02 RQ-PREREQOK PIC X.
               88 RQ-QUALIFIES VALUE "Y".
               88 RQ-PREREQ-SHORT VALUE "N".
           02 RQ-OPERID PIC X(10).
           02 RQ-ENTERED PIC 9(8).
