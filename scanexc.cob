       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScanExc.
      *Daily badge-scan exception listing: every read in the scan
      *log (scanlog.txt, written by ScanBadge) for one day that
      *didn't resolve to a student - unreadable, wrong check digit,
      *or a valid-looking ID not on file - with its time, station
      *and the raw read, so a failing scanner or a worn card shows
      *up the next morning instead of as typos in ShakeBill and the
      *attendance reports. The control section counts every read
      *by station, good and bad.
      *The day is SCANDATE in the environment (CCYYMMDD), today
      *when unset. Ends with a warning when any exception was
      *listed. Runs from the batch calendar as step SCANEXC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScanLogFile ASSIGN TO "scanlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScanLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ScanLogFile.
       COPY SCANLOG.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanLogStatus PIC XX.
       01  ScanDateText PIC X(8).
       01  ScanDate PIC 9(8).
       01  ReasonText PIC X(16).
      *Reads for the day by station.
       01  StationTable.
           02 StationEntry OCCURS 50 TIMES.
               03 SX-STATION PIC X(8).
               03 SX-READS PIC 9(5).
               03 SX-VALID PIC 9(5).
               03 SX-EXCEPT PIC 9(5).
       01  StationCount PIC 9(2) VALUE 0.
       01  StationIdx PIC 9(2).
       01  StationFound PIC 9(2).
       01  ReadCount PIC 9(5) VALUE 0.
       01  ValidCount PIC 9(5) VALUE 0.
       01  UnreadCount PIC 9(5) VALUE 0.
       01  BadCheckCount PIC 9(5) VALUE 0.
       01  NotOnFileCount PIC 9(5) VALUE 0.
       01  ExceptCount PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "SCANEXC".
       01  RptTitle PIC X(40) VALUE "BADGE SCAN EXCEPTIONS".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT SCANDATETEXT FROM ENVIRONMENT "SCANDATE".
           IF SCANDATETEXT NOT = SPACES
               COMPUTE SCANDATE = FUNCTION NUMVAL (SCANDATETEXT)
           ELSE
               MOVE 0 TO SCANDATE
           END-IF.
           IF SCANDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO SCANDATE
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  TIME    STATION   RAW READ              ID NUMBER" &
               "  REASON" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           OPEN INPUT SCANLOGFILE.
           IF SCANLOGSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SCANLOGFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SN-DATE = SCANDATE
                       PERFORM CountOneRead
                   END-IF
               END-PERFORM
               CLOSE SCANLOGFILE
           END-IF.
           IF EXCEPTCOUNT = 0
               MOVE "  NO EXCEPTIONS - EVERY READ RESOLVED TO A STUDENT"
                   TO RPTLINE
               PERFORM EmitLine
           END-IF.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "Scans on " SCANDATE " : " READCOUNT
               "  exceptions : " EXCEPTCOUNT.
           IF EXCEPTCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       CountOneRead.
           ADD 1 TO READCOUNT.
           PERFORM FindStation.
           ADD 1 TO SX-READS (STATIONFOUND).
           EVALUATE TRUE
               WHEN SN-VALID
                   ADD 1 TO VALIDCOUNT
                   ADD 1 TO SX-VALID (STATIONFOUND)
               WHEN SN-BADCHECK
                   ADD 1 TO BADCHECKCOUNT
                   MOVE "BAD CHECK DIGIT" TO REASONTEXT
                   PERFORM PrintException
               WHEN SN-NOTONFILE
                   ADD 1 TO NOTONFILECOUNT
                   MOVE "NOT ON FILE" TO REASONTEXT
                   PERFORM PrintException
               WHEN OTHER
                   ADD 1 TO UNREADCOUNT
                   MOVE "UNREADABLE" TO REASONTEXT
                   PERFORM PrintException
           END-EVALUATE.

      *Stations past the fiftieth share the last slot - the counts
      *still total, only the station name is lost.
       FindStation.
           MOVE 0 TO STATIONFOUND.
           PERFORM VARYING STATIONIDX FROM 1 BY 1
                   UNTIL STATIONIDX > STATIONCOUNT
               IF SX-STATION (STATIONIDX) = SN-STATION
                   MOVE STATIONIDX TO STATIONFOUND
               END-IF
           END-PERFORM.
           IF STATIONFOUND = 0
               IF STATIONCOUNT < 50
                   ADD 1 TO STATIONCOUNT
                   MOVE SN-STATION TO SX-STATION (STATIONCOUNT)
                   MOVE 0 TO SX-READS (STATIONCOUNT)
                   MOVE 0 TO SX-VALID (STATIONCOUNT)
                   MOVE 0 TO SX-EXCEPT (STATIONCOUNT)
               END-IF
               MOVE STATIONCOUNT TO STATIONFOUND
           END-IF.

       PrintException.
           ADD 1 TO EXCEPTCOUNT.
           ADD 1 TO SX-EXCEPT (STATIONFOUND).
           MOVE SPACES TO RPTLINE.
           MOVE SN-TIME (1:2) TO RPTLINE (3:2).
           MOVE ":" TO RPTLINE (5:1).
           MOVE SN-TIME (3:2) TO RPTLINE (6:2).
           MOVE ":" TO RPTLINE (8:1).
           MOVE SN-TIME (5:2) TO RPTLINE (9:2).
           MOVE SN-STATION TO RPTLINE (13:8).
           MOVE SN-RAW TO RPTLINE (23:20).
           IF SN-IDNUM NOT = 0
               MOVE SN-IDNUM TO RPTLINE (45:9)
           END-IF.
           MOVE REASONTEXT TO RPTLINE (57:16).
           PERFORM EmitLine.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "SCAN CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Scan date               : " DELIMITED BY SIZE
               SCANDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Reads                   : " DELIMITED BY SIZE
               READCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Valid                   : " DELIMITED BY SIZE
               VALIDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Unreadable              : " DELIMITED BY SIZE
               UNREADCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Bad check digit         : " DELIMITED BY SIZE
               BADCHECKCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Not on file             : " DELIMITED BY SIZE
               NOTONFILECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "  STATION   READS  VALID  EXCEPTIONS" TO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING STATIONIDX FROM 1 BY 1
                   UNTIL STATIONIDX > STATIONCOUNT
               MOVE SPACES TO RPTLINE
               MOVE SX-STATION (STATIONIDX) TO RPTLINE (3:8)
               MOVE SX-READS (STATIONIDX) TO RPTLINE (12:5)
               MOVE SX-VALID (STATIONIDX) TO RPTLINE (19:5)
               MOVE SX-EXCEPT (STATIONIDX) TO RPTLINE (27:5)
               PERFORM EmitLine
           END-PERFORM.
