      *    CIRCLOG.cpy -- circulation log, one line per checkout,
      *    return or lost-item charge, keyed by student ID. A copy's
      *    standing is its last line: O means out to CI-IDNUM until
      *    CI-DUEDATE, R back on the shelf, L charged to the student
      *    as lost at replacement cost (YearEnd / WdExit, audit
      *    action LOSTIT). Written by CircDesk and the two charge
      *    runs; read by OverDue and the transcript hold check.
       01  CircRecord.
           02 CI-DATE PIC 9(8).
           02 CI-BARCODE PIC X(12).
           02 CI-IDNUM PIC 9(9).
           02 CI-ACTION PIC X.
               88 CI-CHECKOUT VALUE "O".
               88 CI-RETURN VALUE "R".
               88 CI-LOST VALUE "L".
           02 CI-DUEDATE PIC 9(8).
           02 CI-OPERID PIC X(10).
