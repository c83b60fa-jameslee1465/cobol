      *    BUSROUTE.cpy -- bus route master, one line per route: the
      *    bus that runs it and its seat capacity, the driver, and
      *    the times the route leaves its first stop in the morning
      *    and the school in the afternoon (HHMM). Maintained in
      *    BusMnt; read by the rider lists in BusRpt.
       01  BusRouteRecord.
           02 BR-ROUTE PIC X(4).
           02 BR-BUSNO PIC X(4).
           02 BR-SEATS PIC 9(3).
           02 BR-DRIVER PIC X(20).
           02 BR-AMTIME PIC 9(4).
           02 BR-PMTIME PIC 9(4).
