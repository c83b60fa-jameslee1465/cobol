      *    BALCTL.cpy -- tuition subledger close, one line kept in
      *    balctl.txt and rewritten by LedgBal every night : when the
      *    subledger was last closed, the StudentFile total and
      *    student count at that moment, and whether the night's
      *    activity tied to it. The timestamp is where the next
      *    night's audit activity starts; OpsStat reads the result
      *    for the morning status.
       01  BalanceControlRecord.
           02 BC-DATE PIC 9(8).
           02 BC-TIMESTAMP PIC X(21).
           02 BC-TOTAL PIC S9(9)V99.
           02 BC-COUNT PIC 9(5).
           02 BC-RESULT PIC X.
               88 BC-BALANCED VALUE "B".
               88 BC-OUT-OF-BALANCE VALUE "O".
           02 BC-DIFFERENCE PIC S9(9)V99.
