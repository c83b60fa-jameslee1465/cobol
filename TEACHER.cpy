           02 TE-ID PIC 9(4).
           02 TE-NAME PIC X(20).
           02 TE-SUBJECT PIC X(8).
      *    Campus the teacher works at; blank is the home campus.
           02 TE-CAMPUS PIC X(2).
