      *    ACCPLAN.cpy -- special education / 504 accommodation plan
      *    record, one line per student with a plan : the plan type
      *    (I an IEP, 5 a Section 504 plan), the date it started, the
      *    date its annual review is due, the case manager who owns
      *    it, and up to six accommodation codes from acccode.txt
      *    (extended time, separate setting, preferential seating
      *    and the like). Maintained in studfile.cob next to the
      *    meal eligibility screen; read by AccList (the per-teacher
      *    accommodation list) and AccRev (reviews coming due).
      *    Confidential, the same way meal eligibility is : it goes
      *    to the teachers who have the student and to the case
      *    managers, and prints on no roster, no ID card and no
      *    directory listing.
       01  AccPlanRecord.
           02 IE-IDNUM PIC 9(9).
           02 IE-TYPE PIC X.
               88 IE-IEP VALUE "I".
               88 IE-504 VALUE "5".
           02 IE-STARTDATE PIC 9(8).
           02 IE-REVIEWDATE PIC 9(8).
           02 IE-CASEMGR PIC X(20).
           02 IE-ACCOM PIC X(4) OCCURS 6 TIMES.
