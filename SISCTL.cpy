      *    SISCTL.cpy -- district SIS change extract control, one line
      *    kept in sisctl.txt and rewritten by SisDelta after every
      *    extract it finishes : the extract's sequence number, when
      *    it ran, whether it was a delta or a full refresh, and how
      *    many students it carried. SC-TIMESTAMP is the high-water
      *    mark - the next delta takes audit entries written after
      *    it. stathist.txt lines carry only a date, so its mark is
      *    the last date taken and how many lines of that date were
      *    already sent.
       01  SisControlRecord.
           02 SC-SEQUENCE PIC 9(6).
           02 SC-DATE PIC 9(8).
           02 SC-TIMESTAMP PIC X(21).
           02 SC-MODE PIC X.
               88 SC-DELTA VALUE "D".
               88 SC-FULL VALUE "F".
           02 SC-COUNT PIC 9(5).
           02 SC-SH-DATE PIC 9(8).
           02 SC-SH-SEEN PIC 9(5).
