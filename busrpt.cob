       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusRpt.
      *Driver rider lists: one page per bus route from
      *busroute.txt - bus, driver, seats and departure times - with
      *the route's stops from busstop.txt in their order along the
      *route and, under each stop, the students assigned to it in
      *busride.txt, so every driver carries a current list instead
      *of a copy out of the binder. Each page ends with the route's
      *rider count against the bus's seats and an OVER CAPACITY
      *flag when it has gone past them. Riders whose stop is no
      *longer on file are counted on a closing control section.
      *Printed through the shared PrintRpt routine (code BUSRIDE).
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
               03 RD-LISTED PIC A.
       01  RiderCount PIC 9(4) VALUE 0.
       01  RiderIdx PIC 9(4).
       01  SeqNo PIC 9(3).
       01  RouteRiders PIC 9(4).
       01  RoutesPrinted PIC 9(3) VALUE 0.
       01  RidersListed PIC 9(5) VALUE 0.
       01  OverRoutes PIC 9(3) VALUE 0.
       01  OrphanRiders PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "BUSRIDE".
       01  RptTitle PIC X(40) VALUE "BUS ROUTE RIDER LISTS".
       01  RptLine PIC X(80).
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
           PERFORM LoadStops.
           PERFORM LoadRiders.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "BusRpt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BUSROUTEFILE.
           IF BUSROUTESTATUS NOT = FS-SUCCESS
               DISPLAY "BusRpt : no routes on file."
               CLOSE STUDENTFILE
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ BUSROUTEFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   PERFORM PrintOneRoute
               END-IF
           END-PERFORM.
           CLOSE BUSROUTEFILE.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE STUDENTFILE.
           DISPLAY "BusRpt : " ROUTESPRINTED " route(s), "
               RIDERSLISTED " rider(s) listed.".
           IF OVERROUTES > 0 OR ORPHANRIDERS > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

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
           MOVE 'N' TO ATENDFLAG.

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
                       MOVE 'N' TO RD-LISTED (RIDERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE BUSRIDERFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *Stops print in their order along the route; the order runs
      *0-99.
       PrintOneRoute.
           IF ROUTESPRINTED > 0
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO ROUTESPRINTED.
           MOVE 0 TO ROUTERIDERS.
           MOVE SPACES TO RPTLINE.
           STRING "ROUTE " DELIMITED BY SIZE
               BR-ROUTE DELIMITED BY SIZE
               "   BUS " DELIMITED BY SIZE
               BR-BUSNO DELIMITED BY SIZE
               "   DRIVER " DELIMITED BY SIZE
               BR-DRIVER DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "LEAVES AM " DELIMITED BY SIZE
               BR-AMTIME DELIMITED BY SIZE
               "   PM " DELIMITED BY SIZE
               BR-PMTIME DELIMITED BY SIZE
               "   SEATS " DELIMITED BY SIZE
               BR-SEATS DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING SEQNO FROM 0 BY 1 UNTIL SEQNO > 99
               PERFORM VARYING STOPIDX FROM 1 BY 1
                       UNTIL STOPIDX > STOPCOUNT
                   IF ST-ROUTE (STOPIDX) = BR-ROUTE
                           AND ST-SEQ (STOPIDX) = SEQNO
                       PERFORM PrintOneStop
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "RIDERS : " DELIMITED BY SIZE
               ROUTERIDERS DELIMITED BY SIZE
               "   SEATS : " DELIMITED BY SIZE
               BR-SEATS DELIMITED BY SIZE
               INTO RPTLINE.
           IF ROUTERIDERS > BR-SEATS
               MOVE "** OVER CAPACITY **" TO RPTLINE (40:19)
               ADD 1 TO OVERROUTES
           END-IF.
           PERFORM EmitLine.

       PrintOneStop.
           MOVE SPACES TO RPTLINE.
           STRING "STOP " DELIMITED BY SIZE
               ST-STOP (STOPIDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ST-PLACE (STOPIDX) DELIMITED BY SIZE
               "  AM " DELIMITED BY SIZE
               ST-AMTIME (STOPIDX) DELIMITED BY SIZE
               "  PM " DELIMITED BY SIZE
               ST-PMTIME (STOPIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING RIDERIDX FROM 1 BY 1
                   UNTIL RIDERIDX > RIDERCOUNT
               IF RD-STOP (RIDERIDX) = ST-STOP (STOPIDX)
                   PERFORM PrintOneRider
               END-IF
           END-PERFORM.

       PrintOneRider.
           ADD 1 TO ROUTERIDERS.
           ADD 1 TO RIDERSLISTED.
           MOVE 'Y' TO RD-LISTED (RIDERIDX).
           MOVE RD-IDNUM (RIDERIDX) TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(not on" TO FNAME
                   MOVE "file)" TO LNAME
                   MOVE 0 TO GRADELEVEL
           END-READ.
           MOVE SPACES TO RPTLINE.
           STRING "    " DELIMITED BY SIZE
               RD-IDNUM (RIDERIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNAME DELIMITED BY SIZE
               "  GRADE " DELIMITED BY SIZE
               GRADELEVEL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       PrintControlSection.
           PERFORM VARYING RIDERIDX FROM 1 BY 1
                   UNTIL RIDERIDX > RIDERCOUNT
               IF RD-LISTED (RIDERIDX) = 'N'
                   ADD 1 TO ORPHANRIDERS
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "RIDER LIST CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  ROUTES : " DELIMITED BY SIZE
               ROUTESPRINTED DELIMITED BY SIZE
               "   RIDERS LISTED : " DELIMITED BY SIZE
               RIDERSLISTED DELIMITED BY SIZE
               "   OVER CAPACITY : " DELIMITED BY SIZE
               OVERROUTES DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF ORPHANRIDERS > 0
               MOVE SPACES TO RPTLINE
               STRING "  RIDERS WHOSE STOP OR ROUTE IS NOT ON FILE : "
                   DELIMITED BY SIZE
                   ORPHANRIDERS DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.
