      *    CNSLNOTE.cpy -- counselor contact note, one line per line
      *    of note text : the student, the date and time of the
      *    contact, the operator who entered it, who the contact was
      *    with (P parent / guardian, S student, T teacher, O other)
      *    and the text. A note longer than one line is several
      *    lines with the same date, time and operator. Appended by
      *    CnslMnt and never rewritten; confidential - read back
      *    only through the CnslMnt history inquiry, which is
      *    limited to the student's assigned counselor and
      *    supervisors, and never printed on a report.
       01  CnslNoteRecord.
           02 KN-IDNUM PIC 9(9).
           02 KN-DATE PIC 9(8).
           02 KN-TIME PIC 9(4).
           02 KN-OPERID PIC X(10).
           02 KN-WITH PIC X.
               88 KN-PARENT VALUE "P".
               88 KN-STUDENT VALUE "S".
               88 KN-TEACHER VALUE "T".
               88 KN-OTHER VALUE "O".
           02 KN-TEXT PIC X(60).
