      *timetable. A clean timetable produces an empty report and a
      *zero return code; any collision ends the step with a
      *discrepancy code so the nightly log flags it.
      *Room numbers repeat from one campus to the next, so only two
      *meetings on the same campus can collide; a blank campus is
      *the home campus.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               03 MT-CODE PIC X(6).
               03 MT-PERIOD PIC 9(2).
               03 MT-ROOM PIC X(6).
               03 MT-CAMPUS PIC X(2).
       01  MeetCount PIC 9(3) VALUE 0.
       01  MeetIdx PIC 9(3).
       01  ScanIdx PIC 9(3).
       01  RptTitle PIC X(40) VALUE "DOUBLE-BOOKED ROOM REPORT".
       01  RptLine PIC X(80).
       COPY STATCODE.
       COPY CAMPUS.

       PROCEDURE DIVISION.
       StartPara.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  CAMPUS  ROOM    PERIOD  COURSES" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM CheckOneMeeting
               VARYING MEETIDX FROM 1 BY 1 UNTIL MEETIDX > MEETCOUNT.
                       MOVE CM-CODE TO MT-CODE (MEETCOUNT)
                       MOVE CM-PERIOD TO MT-PERIOD (MEETCOUNT)
                       MOVE CM-ROOM TO MT-ROOM (MEETCOUNT)
                       MOVE CM-CAMPUS TO MT-CAMPUS (MEETCOUNT)
                       IF CM-CAMPUS = SPACES
                           MOVE CAMPUS-HOME TO MT-CAMPUS (MEETCOUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COURSEMEETFILE
       CheckOnePair.
           IF MT-ROOM (SCANIDX + 1) = MT-ROOM (MEETIDX)
                   AND MT-PERIOD (SCANIDX + 1) = MT-PERIOD (MEETIDX)
                   AND MT-CAMPUS (SCANIDX + 1) = MT-CAMPUS (MEETIDX)
               ADD 1 TO CLASHCOUNT
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   MT-CAMPUS (MEETIDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   MT-ROOM (MEETIDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MT-PERIOD (MEETIDX) DELIMITED BY SIZE
