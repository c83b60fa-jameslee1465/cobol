           02 CM-CODE PIC X(6).
           02 CM-PERIOD PIC 9(2).
           02 CM-ROOM PIC X(6).
      *    Building the room is in; blank is the home campus. Room
      *    numbers repeat between buildings, so two meetings only
      *    collide when the campus matches too.
           02 CM-CAMPUS PIC X(2).
