      *    PERATT.cpy -- period attendance record, one line per mark
      *    a teacher takes in a course meeting: the date, the CRSMEET
      *    period, the course code, the student and the mark. Present
      *    is the default and has no line, as in attlog.txt, except
      *    that a P line corrects an earlier A or T - the last line
      *    for a student, date and period is the one that stands.
      *    Each class taken also writes one marker line (student ID
      *    zero, mark *) so "taken, everyone present" can be told
      *    from "never taken". Written by PerAtt; read by PerDaily
      *    (daily marks for attlog.txt) and CutRpt (class cuts).
       01  PeriodAttRecord.
           02 PA-DATE PIC 9(8).
           02 PA-PERIOD PIC 9(2).
           02 PA-CODE PIC X(6).
           02 PA-IDNUM PIC 9(9).
           02 PA-MARK PIC X.
               88 PA-ABSENT VALUE "A".
               88 PA-TARDY VALUE "T".
               88 PA-PRESENT VALUE "P".
               88 PA-TAKEN VALUE "*".
           02 PA-TEACHID PIC 9(4).
