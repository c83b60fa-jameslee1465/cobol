      *    LOTUSE.cpy -- powder lot usage record, one line per shake
      *    (or per part of a shake, when one lot ran out under it)
      *    written by the nightly usage posting in PwdrInv : which
      *    proteinlog entry - its timestamp and student - was served
      *    from which lot, and how many grams. LotTrace reads it to
      *    find everyone served from a recalled lot. Stock on hand
      *    from before lots were recorded is drawn first and shows
      *    as lot UNLOTTED.
       01  LotUseRecord.
           02 LU-DATE PIC 9(8).
           02 LU-TIMESTAMP PIC X(21).
           02 LU-IDNUM PIC 9(9).
           02 LU-LOTNO PIC X(12).
           02 LU-GRAMS PIC 9(3)V99.
