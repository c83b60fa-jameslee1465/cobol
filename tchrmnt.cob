      *way CrsEnrl validates them. Both files are small, so they
      *are loaded into tables, edited there, and written back in
      *full when the session ends, the same way MeetMnt works.
      *Each teacher belongs to a campus; blank is the home campus.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WorkTeachID PIC 9(4).
       01  WorkSection PIC 9(2).
       01  WorkCode PIC X(6).
       01  WorkCampus PIC X(2).
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
               03 TT-SUBJECT PIC X(8).
               03 TT-CAMPUS PIC X(2).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  AsgnTable.
       01  FoundIdx PIC 9(3).
       01  ShiftIdx PIC 9(3).
       COPY STATCODE.
       COPY CAMPUS.

       PROCEDURE DIVISION.
       StartPara.
                       MOVE TE-ID TO TT-ID (TEACHERCOUNT)
                       MOVE TE-NAME TO TT-NAME (TEACHERCOUNT)
                       MOVE TE-SUBJECT TO TT-SUBJECT (TEACHERCOUNT)
                       MOVE TE-CAMPUS TO TT-CAMPUS (TEACHERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHERFILE
           MOVE TT-ID (TEACHERIDX) TO TE-ID.
           MOVE TT-NAME (TEACHERIDX) TO TE-NAME.
           MOVE TT-SUBJECT (TEACHERIDX) TO TE-SUBJECT.
           MOVE TT-CAMPUS (TEACHERIDX) TO TE-CAMPUS.
           WRITE TEACHERRECORD.

       SaveAssignments.
           DISPLAY "-- " TEACHERCOUNT " teacher(s) --".

       ListOneTeacher.
           MOVE TT-CAMPUS (TEACHERIDX) TO CAMPUSWORK.
           IF CAMPUSWORK = SPACES
               MOVE CAMPUS-HOME TO CAMPUSWORK
           END-IF.
           DISPLAY "  " TT-ID (TEACHERIDX) "  "
               TT-NAME (TEACHERIDX) "  " TT-SUBJECT (TEACHERIDX)
               "  " CAMPUSWORK.

       AddOrUpdateTeacher.
           IF TEACHERCOUNT >= 100
                       ADD 1 TO TEACHERCOUNT
                       MOVE TEACHERCOUNT TO FOUNDIDX
                       MOVE WORKTEACHID TO TT-ID (FOUNDIDX)
                       MOVE SPACES TO TT-CAMPUS (FOUNDIDX)
                   END-IF
                   DISPLAY "Name : " WITH NO ADVANCING
                   ACCEPT TT-NAME (FOUNDIDX)
                   DISPLAY "Subject : " WITH NO ADVANCING
                   ACCEPT TT-SUBJECT (FOUNDIDX)
                   PERFORM AskTeacherCampus
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Teacher saved."
               END-IF
           END-IF.

      *Blank keeps the campus the teacher already has (home for a
      *new teacher); a code not in the campus table is refused.
       AskTeacherCampus.
           DISPLAY "Campus (blank = unchanged) : " WITH NO ADVANCING.
           MOVE SPACES TO WORKCAMPUS.
           ACCEPT WORKCAMPUS.
           INSPECT WORKCAMPUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WORKCAMPUS NOT = SPACES
               MOVE WORKCAMPUS TO CAMPUSWORK
               MOVE CAMPUS-SLOTS TO CAMPUSIDX
               PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                       UNTIL CAMPUSSCAN >= CAMPUS-SLOTS
                   IF CP-CODE (CAMPUSSCAN) = CAMPUSWORK
                       MOVE CAMPUSSCAN TO CAMPUSIDX
                   END-IF
               END-PERFORM
               IF CAMPUSIDX = CAMPUS-SLOTS
                   DISPLAY "Unknown campus - campus not changed."
               ELSE
                   MOVE WORKCAMPUS TO TT-CAMPUS (FOUNDIDX)
               END-IF
           END-IF.

       ListAssignments.
           DISPLAY " ".
           DISPLAY "-- Teacher Assignments --".
