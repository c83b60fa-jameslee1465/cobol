      *loaded into tables, edited there, and written back in full
      *when the session ends, the same way CrsMaint and TermMnt
      *work.
      *Every meeting names the campus its room is in; a line from
      *before campuses were kept reads as the home campus.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  ChangedFlag PIC A VALUE "N".
       01  WorkPeriod PIC 9(2).
       01  WorkCode PIC X(6).
       01  WorkCampus PIC X(2).
       01  PeriodTable.
           02 PeriodEntry OCCURS 12 TIMES.
               03 PT-PERIOD PIC 9(2).
               03 MT-CODE PIC X(6).
               03 MT-PERIOD PIC 9(2).
               03 MT-ROOM PIC X(6).
               03 MT-CAMPUS PIC X(2).
       01  MeetCount PIC 9(3) VALUE 0.
       01  MeetIdx PIC 9(3).
       01  CourseTable.
       01  CourseIdx PIC 9(3).
       01  FoundIdx PIC 9(3).
       COPY STATCODE.
       COPY CAMPUS.

       PROCEDURE DIVISION.
       StartPara.
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
           MOVE MT-CODE (MEETIDX) TO CM-CODE.
           MOVE MT-PERIOD (MEETIDX) TO CM-PERIOD.
           MOVE MT-ROOM (MEETIDX) TO CM-ROOM.
           MOVE MT-CAMPUS (MEETIDX) TO CM-CAMPUS.
           WRITE COURSEMEETRECORD.

       ListPeriods.

       ListOneMeeting.
           DISPLAY "  " MT-CODE (MEETIDX) "  period "
               MT-PERIOD (MEETIDX) "  room " MT-ROOM (MEETIDX)
               "  campus " MT-CAMPUS (MEETIDX).

       FindCourse.
           MOVE 0 TO FOUNDIDX.
                       ADD 1 TO MEETCOUNT
                       MOVE MEETCOUNT TO FOUNDIDX
                       MOVE WORKCODE TO MT-CODE (FOUNDIDX)
                       MOVE CAMPUS-HOME TO MT-CAMPUS (FOUNDIDX)
                   END-IF
                   DISPLAY "Period (1-12) : " WITH NO ADVANCING
                   ACCEPT MT-PERIOD (FOUNDIDX)
                   DISPLAY "Room : " WITH NO ADVANCING
                   ACCEPT MT-ROOM (FOUNDIDX)
                   PERFORM AskMeetCampus
                   PERFORM WarnRoomTaken
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Meeting saved."
               END-IF
           END-IF.

      *Blank keeps the campus the meeting already has; a code not
      *in the campus table is refused.
       AskMeetCampus.
           DISPLAY "Campus (blank = " MT-CAMPUS (FOUNDIDX) ") : "
               WITH NO ADVANCING.
           MOVE SPACES TO WORKCAMPUS.
           ACCEPT WORKCAMPUS.
           INSPECT WORKCAMPUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WORKCAMPUS NOT = SPACES
               MOVE CAMPUS-SLOTS TO CAMPUSIDX
               PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                       UNTIL CAMPUSSCAN >= CAMPUS-SLOTS
                   IF CP-CODE (CAMPUSSCAN) = WORKCAMPUS
                       MOVE CAMPUSSCAN TO CAMPUSIDX
                   END-IF
               END-PERFORM
               IF CAMPUSIDX = CAMPUS-SLOTS
                   DISPLAY "Unknown campus - campus not changed."
               ELSE
                   MOVE WORKCAMPUS TO MT-CAMPUS (FOUNDIDX)
               END-IF
           END-IF.

      *The same room number at another campus is another room, so
      *only a meeting on the same campus counts as double-booked.
      *The assignment still saves; RoomRpt lists the collision.
       WarnRoomTaken.
           PERFORM VARYING MEETIDX FROM 1 BY 1
                   UNTIL MEETIDX > MEETCOUNT
               IF MEETIDX NOT = FOUNDIDX
                       AND MT-CAMPUS (MEETIDX) = MT-CAMPUS (FOUNDIDX)
                       AND MT-PERIOD (MEETIDX) = MT-PERIOD (FOUNDIDX)
                       AND MT-ROOM (MEETIDX) = MT-ROOM (FOUNDIDX)
                   DISPLAY "Warning : room " MT-ROOM (FOUNDIDX)
                       " is already booked period "
                       MT-PERIOD (FOUNDIDX) " by " MT-CODE (MEETIDX)
               END-IF
           END-PERFORM.

      *Removing a meeting closes the slot up so the save never
      *writes a blank line, same as CrsMaint's course removal.
       RemoveMeeting.
