      *    SIGNOUT.cpy -- early dismissal sign-out log, one line per
      *    student released from the front desk during the day: the
      *    date and time, the adult who took the student and the
      *    reason given, the operator at the desk, and - when the
      *    adult was not an authorized pickup contact - the
      *    supervisor who overrode the refusal. SO-MARK is the
      *    partial-day attendance mark the release wrote to
      *    attlog.txt (A or T), blank when the day already had one.
      *    Written by SignOut; printed by SignRpt.
       01  SignOutRecord.
           02 SO-DATE PIC 9(8).
           02 SO-TIME PIC 9(4).
           02 SO-IDNUM PIC 9(9).
           02 SO-ADULT PIC X(20).
           02 SO-REASON PIC X(20).
           02 SO-OPERID PIC X(10).
           02 SO-OVERRIDE PIC X.
               88 SO-WAS-OVERRIDDEN VALUE "Y".
           02 SO-APPROVER PIC X(10).
           02 SO-MARK PIC X.
