      *    ACCCODE.cpy -- accommodation code list, one line per code
      *    a plan may carry (ET extended time, SS separate setting,
      *    PS preferential seating, ...), with the wording the
      *    teacher sees on the accommodation list. Added to from the
      *    accommodation plan screen in studfile.cob; a plan's codes
      *    are checked against it when the list is on file.
       01  AccCodeRecord.
           02 IK-CODE PIC X(4).
           02 IK-DESC PIC X(30).
