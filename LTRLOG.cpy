      *    LTRLOG.cpy -- correspondence log, one line per student a
      *    merge run selected : the template, the run date, who the
      *    letter was addressed to, and whether it was sent or held
      *    back for a directory opt-out. Appended by MergeLtr; read
      *    by LtrHist to answer "did we notify them".
       01  LetterLogRecord.
           02 MG-IDNUM PIC 9(9).
           02 MG-CODE PIC X(8).
           02 MG-DATE PIC 9(8).
           02 MG-GUARDIAN PIC X(20).
           02 MG-RESULT PIC X.
               88 MG-SENT VALUE "S".
               88 MG-OPTEDOUT VALUE "O".
