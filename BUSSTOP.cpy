      *    BUSSTOP.cpy -- bus stop master, one line per stop: the
      *    route it is on, its order along the route, where it is,
      *    and the morning pick-up and afternoon drop-off times
      *    (HHMM). Maintained in BusMnt.
       01  BusStopRecord.
           02 BS-STOP PIC 9(4).
           02 BS-ROUTE PIC X(4).
           02 BS-SEQ PIC 9(2).
           02 BS-PLACE PIC X(30).
           02 BS-AMTIME PIC 9(4).
           02 BS-PMTIME PIC 9(4).
