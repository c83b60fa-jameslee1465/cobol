      *    BUSRIDE.cpy -- rider assignment, one line per student who
      *    rides: the stop the student is picked up at. A student
      *    has at most one stop; the route comes from the stop.
      *    Maintained in BusMnt, dropped by WdExit on withdrawal.
       01  BusRiderRecord.
           02 RI-IDNUM PIC 9(9).
           02 RI-STOP PIC 9(4).
