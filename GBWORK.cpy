      *    GBWORK.cpy -- gradebook assignment record, one line per
      *    assignment given in a course offering in a term : its
      *    number within the course, title, category, the points it
      *    is out of, and the date it is due. Kept in GradeBk.
       01  GradeWorkRecord.
           02 GW-CODE PIC X(6).
           02 GW-TERMIDX PIC 9(2).
           02 GW-WORKNO PIC 9(3).
           02 GW-TITLE PIC X(20).
           02 GW-CATEGORY PIC X(8).
           02 GW-MAXPOINTS PIC 9(3).
           02 GW-DUEDATE PIC 9(8).
