       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusMnt.
      *Bus route, stop and rider maintenance: keeps busroute.txt
      *(each route's bus, seats, driver and times), busstop.txt (the
      *stops along each route) and busride.txt (which stop each
      *student rides from), so transportation stops running from a
      *binder. A rider must be on the student master and Active,
      *and has one stop; assigning a new stop replaces the old one.
      *Whenever a rider is assigned or a route's seats change, the
      *route's rider count is checked against the bus's seats and a
      *warning shown when it goes over - the office decides what to
      *do, the assignment still stands. A stop with riders can't be
      *removed until they are moved. The files are small, so they
      *are loaded into tables, edited there, and written back in
      *full when the session ends, the same way TchrMnt works.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT BusRouteFile ASSIGN TO "busroute.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusRouteStatus.
           SELECT BusStopFile ASSIGN TO "busstop.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusStopStatus.
           SELECT BusRiderFile ASSIGN TO "busride.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusRiderStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD BusRouteFile.
       COPY BUSROUTE.

       FD BusStopFile.
       COPY BUSSTOP.

       FD BusRiderFile.
       COPY BUSRIDE.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  BusRouteStatus PIC XX.
       01  BusStopStatus PIC XX.
       01  BusRiderStatus PIC XX.
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  ChangedFlag PIC A VALUE "N".
       01  WorkRoute PIC X(4).
       01  WorkStop PIC 9(4).
       01  WorkIDNum PIC 9(9).
       01  RouteTable.
           02 RouteEntry OCCURS 50 TIMES.
               03 RT-ROUTE PIC X(4).
               03 RT-BUSNO PIC X(4).
               03 RT-SEATS PIC 9(3).
               03 RT-DRIVER PIC X(20).
               03 RT-AMTIME PIC 9(4).
               03 RT-PMTIME PIC 9(4).
       01  RouteCount PIC 9(2) VALUE 0.
       01  RouteIdx PIC 9(2).
       01  StopTable.
           02 StopEntry OCCURS 500 TIMES.
               03 ST-STOP PIC 9(4).
               03 ST-ROUTE PIC X(4).
               03 ST-SEQ PIC 9(2).
               03 ST-PLACE PIC X(30).
               03 ST-AMTIME PIC 9(4).
               03 ST-PMTIME PIC 9(4).
       01  StopCount PIC 9(3) VALUE 0.
       01  StopIdx PIC 9(3).
       01  RiderTable.
           02 RiderEntry OCCURS 3000 TIMES.
               03 RD-IDNUM PIC 9(9).
               03 RD-STOP PIC 9(4).
       01  RiderCount PIC 9(4) VALUE 0.
       01  RiderIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  ShiftIdx PIC 9(4).
       01  RouteRiders PIC 9(4).
       01  StopRiders PIC 9(4).
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "BusMnt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadRoutes.
           PERFORM LoadStops.
           PERFORM LoadRiders.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Bus Route Maintenance"
               DISPLAY "1 : List routes"
               DISPLAY "2 : Add / update a route"
               DISPLAY "3 : List stops"
               DISPLAY "4 : Add / update a stop"
               DISPLAY "5 : Remove a stop"
               DISPLAY "6 : Assign a student to a stop"
               DISPLAY "7 : Drop a student's stop"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1 PERFORM ListRoutes
                   WHEN 2 PERFORM AddOrUpdateRoute
                   WHEN 3 PERFORM ListStops
                   WHEN 4 PERFORM AddOrUpdateStop
                   WHEN 5 PERFORM RemoveStop
                   WHEN 6 PERFORM AssignRider
                   WHEN 7 PERFORM DropRider
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENTFILE.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveRoutes
               PERFORM SaveStops
               PERFORM SaveRiders
               DISPLAY "Bus files saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

       LoadRoutes.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT BUSROUTEFILE.
           IF BUSROUTESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ BUSROUTEFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ROUTECOUNT < 50
                       ADD 1 TO ROUTECOUNT
                       MOVE BUSROUTERECORD TO ROUTEENTRY (ROUTECOUNT)
                   END-IF
               END-PERFORM
               CLOSE BUSROUTEFILE
           END-IF.

       LoadStops.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT BUSSTOPFILE.
           IF BUSSTOPSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ BUSSTOPFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND STOPCOUNT < 500
                       ADD 1 TO STOPCOUNT
                       MOVE BUSSTOPRECORD TO STOPENTRY (STOPCOUNT)
                   END-IF
               END-PERFORM
               CLOSE BUSSTOPFILE
           END-IF.

       LoadRiders.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT BUSRIDERFILE.
           IF BUSRIDERSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ BUSRIDERFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND RIDERCOUNT < 3000
                       ADD 1 TO RIDERCOUNT
                       MOVE RI-IDNUM TO RD-IDNUM (RIDERCOUNT)
                       MOVE RI-STOP TO RD-STOP (RIDERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE BUSRIDERFILE
           END-IF.

       SaveRoutes.
           OPEN OUTPUT BUSROUTEFILE.
           IF BUSROUTESTATUS NOT = FS-SUCCESS
               DISPLAY "BusMnt : " MSG-CANT-OPEN BUSROUTESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING ROUTEIDX FROM 1 BY 1
                       UNTIL ROUTEIDX > ROUTECOUNT
                   MOVE ROUTEENTRY (ROUTEIDX) TO BUSROUTERECORD
                   WRITE BUSROUTERECORD
               END-PERFORM
               CLOSE BUSROUTEFILE
           END-IF.

       SaveStops.
           OPEN OUTPUT BUSSTOPFILE.
           IF BUSSTOPSTATUS NOT = FS-SUCCESS
               DISPLAY "BusMnt : " MSG-CANT-OPEN BUSSTOPSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING STOPIDX FROM 1 BY 1
                       UNTIL STOPIDX > STOPCOUNT
                   MOVE STOPENTRY (STOPIDX) TO BUSSTOPRECORD
                   WRITE BUSSTOPRECORD
               END-PERFORM
               CLOSE BUSSTOPFILE
           END-IF.

       SaveRiders.
           OPEN OUTPUT BUSRIDERFILE.
           IF BUSRIDERSTATUS NOT = FS-SUCCESS
               DISPLAY "BusMnt : " MSG-CANT-OPEN BUSRIDERSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING RIDERIDX FROM 1 BY 1
                       UNTIL RIDERIDX > RIDERCOUNT
                   MOVE RD-IDNUM (RIDERIDX) TO RI-IDNUM
                   MOVE RD-STOP (RIDERIDX) TO RI-STOP
                   WRITE BUSRIDERRECORD
               END-PERFORM
               CLOSE BUSRIDERFILE
           END-IF.

       FindRoute.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ROUTEIDX FROM 1 BY 1
                   UNTIL ROUTEIDX > ROUTECOUNT
               IF RT-ROUTE (ROUTEIDX) = WORKROUTE
                   MOVE ROUTEIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       FindStop.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING STOPIDX FROM 1 BY 1
                   UNTIL STOPIDX > STOPCOUNT
               IF ST-STOP (STOPIDX) = WORKSTOP
                   MOVE STOPIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

      *Riders on WORKROUTE, through the stops on that route.
       CountRouteRiders.
           MOVE 0 TO ROUTERIDERS.
           PERFORM VARYING RIDERIDX FROM 1 BY 1
                   UNTIL RIDERIDX > RIDERCOUNT
               PERFORM VARYING STOPIDX FROM 1 BY 1
                       UNTIL STOPIDX > STOPCOUNT
                   IF ST-STOP (STOPIDX) = RD-STOP (RIDERIDX)
                           AND ST-ROUTE (STOPIDX) = WORKROUTE
                       ADD 1 TO ROUTERIDERS
                   END-IF
               END-PERFORM
           END-PERFORM.

       CountStopRiders.
           MOVE 0 TO STOPRIDERS.
           PERFORM VARYING RIDERIDX FROM 1 BY 1
                   UNTIL RIDERIDX > RIDERCOUNT
               IF RD-STOP (RIDERIDX) = WORKSTOP
                   ADD 1 TO STOPRIDERS
               END-IF
           END-PERFORM.

      *A warning only : the seat count is the bus's, and the office
      *may be about to move riders or swap the bus.
       CheckCapacity.
           PERFORM FindRoute.
           IF FOUNDIDX > 0
               PERFORM CountRouteRiders
               IF ROUTERIDERS > RT-SEATS (FOUNDIDX)
                   DISPLAY "WARNING : route " WORKROUTE " has "
                       ROUTERIDERS " riders for "
                       RT-SEATS (FOUNDIDX) " seats on bus "
                       RT-BUSNO (FOUNDIDX) "."
               END-IF
           END-IF.

       ListRoutes.
           DISPLAY " ".
           DISPLAY "-- Bus Routes --".
           PERFORM ListOneRoute
               VARYING ROUTEIDX FROM 1 BY 1
               UNTIL ROUTEIDX > ROUTECOUNT.
           DISPLAY "-- " ROUTECOUNT " route(s) --".

       ListOneRoute.
           MOVE RT-ROUTE (ROUTEIDX) TO WORKROUTE.
           PERFORM CountRouteRiders.
           DISPLAY "  " RT-ROUTE (ROUTEIDX) "  BUS "
               RT-BUSNO (ROUTEIDX) "  " RT-DRIVER (ROUTEIDX)
               "  AM " RT-AMTIME (ROUTEIDX)
               "  PM " RT-PMTIME (ROUTEIDX)
               "  " ROUTERIDERS "/" RT-SEATS (ROUTEIDX).

       AddOrUpdateRoute.
           DISPLAY "Route : " WITH NO ADVANCING.
           ACCEPT WORKROUTE.
           IF WORKROUTE = SPACES
               DISPLAY "Route can't be blank."
           ELSE
               PERFORM FindRoute
               IF FOUNDIDX = 0
                   IF ROUTECOUNT >= 50
                       DISPLAY "Route master is full."
                   ELSE
                       ADD 1 TO ROUTECOUNT
                       MOVE ROUTECOUNT TO FOUNDIDX
                       MOVE WORKROUTE TO RT-ROUTE (FOUNDIDX)
                   END-IF
               END-IF
               IF FOUNDIDX > 0
                   DISPLAY "Bus number : " WITH NO ADVANCING
                   ACCEPT RT-BUSNO (FOUNDIDX)
                   DISPLAY "Seats on the bus : " WITH NO ADVANCING
                   ACCEPT RT-SEATS (FOUNDIDX)
                   DISPLAY "Driver : " WITH NO ADVANCING
                   ACCEPT RT-DRIVER (FOUNDIDX)
                   DISPLAY "Morning departure (HHMM) : "
                       WITH NO ADVANCING
                   ACCEPT RT-AMTIME (FOUNDIDX)
                   DISPLAY "Afternoon departure (HHMM) : "
                       WITH NO ADVANCING
                   ACCEPT RT-PMTIME (FOUNDIDX)
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Route saved."
                   PERFORM CheckCapacity
               END-IF
           END-IF.

       ListStops.
           DISPLAY " ".
           DISPLAY "-- Bus Stops --".
           PERFORM ListOneStop
               VARYING STOPIDX FROM 1 BY 1 UNTIL STOPIDX > STOPCOUNT.
           DISPLAY "-- " STOPCOUNT " stop(s) --".

       ListOneStop.
           MOVE ST-STOP (STOPIDX) TO WORKSTOP.
           PERFORM CountStopRiders.
           DISPLAY "  " ST-STOP (STOPIDX) "  " ST-ROUTE (STOPIDX)
               "-" ST-SEQ (STOPIDX) "  " ST-PLACE (STOPIDX)
               "  AM " ST-AMTIME (STOPIDX)
               "  PM " ST-PMTIME (STOPIDX)
               "  " STOPRIDERS " rider(s)".

       AddOrUpdateStop.
           DISPLAY "Stop number (1-9999) : " WITH NO ADVANCING.
           ACCEPT WORKSTOP.
           IF WORKSTOP = 0
               DISPLAY "Stop number can't be zero."
           ELSE
               DISPLAY "Route : " WITH NO ADVANCING
               ACCEPT WORKROUTE
               PERFORM FindRoute
               IF FOUNDIDX = 0
                   DISPLAY "Route : " MSG-NOT-FOUND
               ELSE
                   PERFORM FindStop
                   IF FOUNDIDX = 0
                       IF STOPCOUNT >= 500
                           DISPLAY "Stop master is full."
                       ELSE
                           ADD 1 TO STOPCOUNT
                           MOVE STOPCOUNT TO FOUNDIDX
                           MOVE WORKSTOP TO ST-STOP (FOUNDIDX)
                       END-IF
                   END-IF
                   IF FOUNDIDX > 0
                       MOVE WORKROUTE TO ST-ROUTE (FOUNDIDX)
                       DISPLAY "Order along the route : "
                           WITH NO ADVANCING
                       ACCEPT ST-SEQ (FOUNDIDX)
                       DISPLAY "Location : " WITH NO ADVANCING
                       ACCEPT ST-PLACE (FOUNDIDX)
                       DISPLAY "Morning pick-up (HHMM) : "
                           WITH NO ADVANCING
                       ACCEPT ST-AMTIME (FOUNDIDX)
                       DISPLAY "Afternoon drop-off (HHMM) : "
                           WITH NO ADVANCING
                       ACCEPT ST-PMTIME (FOUNDIDX)
                       MOVE 'Y' TO CHANGEDFLAG
                       DISPLAY "Stop saved."
                       PERFORM CheckCapacity
                   END-IF
               END-IF
           END-IF.

       RemoveStop.
           DISPLAY "Stop number to remove : " WITH NO ADVANCING.
           ACCEPT WORKSTOP.
           PERFORM FindStop.
           IF FOUNDIDX = 0
               DISPLAY "Stop : " MSG-NOT-FOUND
           ELSE
               PERFORM CountStopRiders
               IF STOPRIDERS > 0
                   DISPLAY "Refused : " STOPRIDERS
                       " rider(s) still assigned to this stop."
               ELSE
                   PERFORM VARYING SHIFTIDX FROM FOUNDIDX BY 1
                           UNTIL SHIFTIDX >= STOPCOUNT
                       MOVE STOPENTRY (SHIFTIDX + 1)
                           TO STOPENTRY (SHIFTIDX)
                   END-PERFORM
                   SUBTRACT 1 FROM STOPCOUNT
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Stop removed."
               END-IF
           END-IF.

      *One stop per student : a new stop replaces the old one.
       AssignRider.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           MOVE WORKIDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   MOVE 0 TO WORKIDNUM
           END-READ.
           IF WORKIDNUM = 0
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               IF NOT ACTIVE
                   DISPLAY "Refused : " FNAME " " LNAME
                       " is not an Active student."
               ELSE
                   DISPLAY "Student : " FNAME " " LNAME
                       "  grade " GRADELEVEL
                   DISPLAY "Stop number : " WITH NO ADVANCING
                   ACCEPT WORKSTOP
                   PERFORM FindStop
                   IF FOUNDIDX = 0
                       DISPLAY "Stop : " MSG-NOT-FOUND
                   ELSE
                       MOVE ST-ROUTE (FOUNDIDX) TO WORKROUTE
                       PERFORM PostRider
                   END-IF
               END-IF
           END-IF.

       PostRider.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING RIDERIDX FROM 1 BY 1
                   UNTIL RIDERIDX > RIDERCOUNT
               IF RD-IDNUM (RIDERIDX) = WORKIDNUM
                   MOVE RIDERIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               IF RIDERCOUNT >= 3000
                   DISPLAY "Rider table is full."
               ELSE
                   ADD 1 TO RIDERCOUNT
                   MOVE RIDERCOUNT TO FOUNDIDX
                   MOVE WORKIDNUM TO RD-IDNUM (FOUNDIDX)
               END-IF
           ELSE
               DISPLAY "Replaces stop " RD-STOP (FOUNDIDX) "."
           END-IF.
           IF FOUNDIDX > 0
               MOVE WORKSTOP TO RD-STOP (FOUNDIDX)
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Rider assigned to stop " WORKSTOP
                   " on route " WORKROUTE "."
               PERFORM CheckCapacity
           END-IF.

       DropRider.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING RIDERIDX FROM 1 BY 1
                   UNTIL RIDERIDX > RIDERCOUNT
               IF RD-IDNUM (RIDERIDX) = WORKIDNUM
                   MOVE RIDERIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               DISPLAY "No stop assigned to " WORKIDNUM "."
           ELSE
               PERFORM VARYING SHIFTIDX FROM FOUNDIDX BY 1
                       UNTIL SHIFTIDX >= RIDERCOUNT
                   MOVE RIDERENTRY (SHIFTIDX + 1)
                       TO RIDERENTRY (SHIFTIDX)
               END-PERFORM
               SUBTRACT 1 FROM RIDERCOUNT
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Stop assignment dropped."
           END-IF.
