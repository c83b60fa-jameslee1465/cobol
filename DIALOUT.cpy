      *    DIALOUT.cpy -- outbound call file for the automated
      *    dialer (dialout.txt), rebuilt each morning by DialOut and
      *    read back by DialRslt to know who should have been
      *    called. A header carries the attendance date, one detail
      *    per guardian phone to ring, in contact-file order within
      *    the student, and a trailer the detail count.
       01  DialOutRecord.
           02 DO-RECTYPE PIC X.
           02 DO-IDNUM PIC 9(9).
           02 DO-SEQ PIC 9.
           02 DO-PHONE PIC X(12).
           02 DO-MSGTYPE PIC X(8).
           02 DO-CONTACT PIC X(20).
           02 DO-STUDNAME PIC X(20).
       01  DialOutHeader.
           02 DH-RECTYPE PIC X.
           02 DH-DATE PIC 9(8).
           02 FILLER PIC X(62).
       01  DialOutTrailer.
           02 DT-RECTYPE PIC X.
           02 DT-COUNT PIC 9(5).
           02 FILLER PIC X(65).
