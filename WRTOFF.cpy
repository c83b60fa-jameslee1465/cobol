      *    WRTOFF.cpy -- bad-debt write-off log, one line per balance
      *    written off : the student, the date, the amount taken off
      *    the books, the supervisor who approved it, and how much of
      *    it has since come back through the collections agency.
      *    Written by WriteOff; PayPost and SuspMnt's repost read it
      *    so a later payment on a written-off account is recognized
      *    as a recovery and adds to WO-RECOVERED until the amount is
      *    recovered in full.
       01  WriteOffRecord.
           02 WO-IDNUM PIC 9(9).
           02 WO-DATE PIC 9(8).
           02 WO-AMOUNT PIC 9(5)V99.
           02 WO-RECOVERED PIC 9(5)V99.
           02 WO-OPERID PIC X(10).
