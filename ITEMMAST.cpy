      *    ITEMMAST.cpy -- circulation item master, one line per
      *    copy the school lends: the barcode on the copy, whether it
      *    is a textbook (due back at term end) or a library book
      *    (due back in two weeks), the title, and what it costs to
      *    replace - the amount charged to the family when it is
      *    not returned. Maintained in CircDesk.
       01  ItemRecord.
           02 IM-BARCODE PIC X(12).
           02 IM-KIND PIC X.
               88 IM-TEXTBOOK VALUE "T".
               88 IM-LIBRARY VALUE "L".
           02 IM-TITLE PIC X(30).
           02 IM-COST PIC 9(4)V99.
