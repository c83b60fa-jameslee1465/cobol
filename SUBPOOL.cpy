      *    SUBPOOL.cpy -- substitute teacher pool, one line per
      *    outside substitute the office can call : an ID of their
      *    own (not a teacher.txt ID), name, phone, and the daily
      *    rate payroll pays. Kept by SubCover; read by the coverage
      *    sheet and the monthly substitute-days report. A substitute
      *    taken off the list is marked inactive, not removed, so
      *    old coverage still names them.
       01  SubPoolRecord.
           02 SP-SUBID PIC 9(4).
           02 SP-NAME PIC X(20).
           02 SP-PHONE PIC X(12).
           02 SP-DAYRATE PIC 9(3)V99.
           02 SP-STATUS PIC X.
               88 SP-ACTIVE VALUE "A".
               88 SP-INACTIVE VALUE "I".
