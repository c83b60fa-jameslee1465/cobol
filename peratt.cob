       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerAtt.
      *Period attendance capture: the teacher's own class sheets,
      *so a student who shows up for homeroom and walks out before
      *third period no longer looks present all day. The teacher
      *keys a teacher ID and the date; the course offerings
      *assigned to that teacher in tchasgn.txt are listed with
      *their CRSMEET period and room, and picking one walks the
      *class list - the current term's crsenrl.txt lines for the
      *course, withdrawn lines left off - one P/A/T keystroke per
      *student, the same sheet Attend gives a homeroom. Only the
      *absent and tardy marks become lines in perattn.txt, plus
      *one marker line saying the class was taken. A class already
      *taken that day is not taken again; instead single marks can
      *be corrected by student ID (P clears an earlier A or T), the
      *latest line standing. PerDaily turns the period marks into
      *the daily attlog.txt lines AdaRpt and AbsLtr read, and
      *CutRpt lists the day's class cuts for the deans.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.
           SELECT TeachAsgnFile ASSIGN TO "tchasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeachAsgnStatus.
           SELECT CourseMeetFile ASSIGN TO "crsmeet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseMeetStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT PeriodAttFile ASSIGN TO "perattn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PeriodAttStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD TeacherFile.
       COPY TEACHER.

       FD TeachAsgnFile.
       COPY TCHASGN.

       FD CourseMeetFile.
       COPY CRSMEET.

       FD TermCalFile.
       COPY TERMCAL.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD PeriodAttFile.
       COPY PERATT.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  TeachAsgnStatus PIC XX.
       01  CourseMeetStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  PeriodAttStatus PIC XX.
       01  MarkDate PIC 9(8).
       01  TeachID PIC 9(4).
       01  TeachName PIC X(20).
       01  CurrentTermIdx PIC 9(2) VALUE 0.
      *The teacher's course offerings with their meeting period.
       01  ClassTable.
           02 ClassEntry OCCURS 20 TIMES.
               03 CL-CODE PIC X(6).
               03 CL-PERIOD PIC 9(2).
               03 CL-ROOM PIC X(6).
       01  ClassCount PIC 9(2) VALUE 0.
       01  ClassIdx PIC 9(2).
       01  PickClass PIC 9(2).
       01  MeetFound PIC A.
       01  RosterTable.
           02 RosterEntry OCCURS 300 TIMES.
               03 RO-IDNUM PIC 9(9).
       01  RosterCount PIC 9(3).
       01  RosterIdx PIC 9(3).
       01  FoundIdx PIC 9(3).
       01  TakenFlag PIC A.
       01  StayOpen PIC A VALUE "Y".
       01  StudIDNum PIC 9(9).
       01  StudExist PIC A.
       01  MarkCode PIC X.
       01  MarkedCount PIC 9(5) VALUE 0.
       01  PresentCount PIC 9(3).
       01  AbsentCount PIC 9(3).
       01  TardyCount PIC 9(3).
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
           DISPLAY "-- Period Attendance --".
           DISPLAY "Date (YYYYMMDD, 0 = today) : " WITH NO ADVANCING.
           ACCEPT MARKDATE.
           IF MARKDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO MARKDATE
           END-IF.
           DISPLAY "Teacher ID : " WITH NO ADVANCING.
           ACCEPT TEACHID.
           PERFORM FindTeacher.
           IF TEACHNAME = SPACES
               DISPLAY "Teacher : " MSG-NOT-FOUND
               STOP RUN
           END-IF.
           PERFORM FindCurrentTerm.
           PERFORM LoadClasses.
           IF CLASSCOUNT = 0
               DISPLAY "No course offerings assigned to " TEACHNAME
                   " - nothing to take."
               STOP RUN
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "PerAtt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY TEACHNAME " - classes for " MARKDATE
               PERFORM VARYING CLASSIDX FROM 1 BY 1
                       UNTIL CLASSIDX > CLASSCOUNT
                   DISPLAY CLASSIDX " : " CL-CODE (CLASSIDX)
                       "  period " CL-PERIOD (CLASSIDX)
                       "  room " CL-ROOM (CLASSIDX)
               END-PERFORM
               DISPLAY "0 : Done"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT PICKCLASS
               IF PICKCLASS = 0 OR PICKCLASS > CLASSCOUNT
                   MOVE 'N' TO STAYOPEN
               ELSE
                   PERFORM CheckClassTaken
                   IF TAKENFLAG = 'Y'
                       PERFORM CorrectMarks
                   ELSE
                       PERFORM TakeClass
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STUDENTFILE.
           DISPLAY MARKEDCOUNT " period mark(s) recorded for "
               MARKDATE.
           STOP RUN.

       FindTeacher.
           MOVE SPACES TO TEACHNAME.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEACHERFILE.
           IF TEACHERFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEACHERFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TE-ID = TEACHID
                       MOVE TE-NAME TO TEACHNAME
                   END-IF
               END-PERFORM
               CLOSE TEACHERFILE
           END-IF.

       FindCurrentTerm.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TERMCALFILE.
           IF TERMCALSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TERMCALFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TC-IS-CURRENT
                       MOVE TC-TERMIDX TO CURRENTTERMIDX
                   END-IF
               END-PERFORM
               CLOSE TERMCALFILE
           END-IF.

      *Course assignments only; a homeroom is taken through Attend.
       LoadClasses.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEACHASGNFILE.
           IF TEACHASGNSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEACHASGNFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TA-COURSE-ASGN
                           AND TA-TEACHID = TEACHID
                           AND CLASSCOUNT < 20
                       ADD 1 TO CLASSCOUNT
                       MOVE TA-CODE TO CL-CODE (CLASSCOUNT)
                       MOVE 0 TO CL-PERIOD (CLASSCOUNT)
                       MOVE SPACES TO CL-ROOM (CLASSCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHASGNFILE
           END-IF.
           PERFORM FindClassMeeting
               VARYING CLASSIDX FROM 1 BY 1 UNTIL CLASSIDX > CLASSCOUNT.

       FindClassMeeting.
           MOVE 'N' TO MEETFOUND.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSEMEETFILE.
           IF COURSEMEETSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEMEETFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND MEETFOUND = 'N'
                           AND CM-CODE = CL-CODE (CLASSIDX)
                       MOVE 'Y' TO MEETFOUND
                       MOVE CM-PERIOD TO CL-PERIOD (CLASSIDX)
                       MOVE CM-ROOM TO CL-ROOM (CLASSIDX)
                   END-IF
               END-PERFORM
               CLOSE COURSEMEETFILE
           END-IF.

       CheckClassTaken.
           MOVE 'N' TO TAKENFLAG.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT PERIODATTFILE.
           IF PERIODATTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PERIODATTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PA-TAKEN
                           AND PA-DATE = MARKDATE
                           AND PA-CODE = CL-CODE (PICKCLASS)
                           AND PA-PERIOD = CL-PERIOD (PICKCLASS)
                       MOVE 'Y' TO TAKENFLAG
                   END-IF
               END-PERFORM
               CLOSE PERIODATTFILE
           END-IF.

      *The current term's enrollment lines for the course, each
      *student once, withdrawn lines left off.
       LoadRoster.
           MOVE 0 TO ROSTERCOUNT.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE CL-CODE (PICKCLASS) TO CE-RK-CODE
               MOVE CURRENTTERMIDX TO CE-RK-TERMIDX
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-ROSTERKEY
                   INVALID KEY MOVE 'Y' TO ATENDFLAG
               END-START
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       IF CE-RK-CODE NOT = CL-CODE (PICKCLASS)
                               OR CE-RK-TERMIDX NOT = CURRENTTERMIDX
                           MOVE 'Y' TO ATENDFLAG
                       END-IF
                   END-IF
                   IF ATENDFLAG = 'N' AND NOT CE-MARK-WDRN
                       PERFORM AddToRoster
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
           END-IF.

       AddToRoster.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ROSTERIDX FROM 1 BY 1
                   UNTIL ROSTERIDX > ROSTERCOUNT
               IF RO-IDNUM (ROSTERIDX) = CE-IDNUM
                   MOVE ROSTERIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND ROSTERCOUNT < 300
               ADD 1 TO ROSTERCOUNT
               MOVE CE-IDNUM TO RO-IDNUM (ROSTERCOUNT)
           END-IF.

      *Class-sheet mode : one keystroke per student - P (or Enter)
      *present, A absent, T tardy - and only the A/T marks become
      *lines, with the taken marker written first.
       TakeClass.
           PERFORM LoadRoster.
           IF ROSTERCOUNT = 0
               DISPLAY "No students enrolled in " CL-CODE (PICKCLASS)
                   " this term."
           ELSE
               MOVE 0 TO PRESENTCOUNT
               MOVE 0 TO ABSENTCOUNT
               MOVE 0 TO TARDYCOUNT
               OPEN EXTEND PERIODATTFILE
               IF PERIODATTSTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT PERIODATTFILE
               END-IF
               IF PERIODATTSTATUS NOT = FS-SUCCESS
                   DISPLAY "PerAtt : " MSG-CANT-OPEN PERIODATTSTATUS
               ELSE
                   MOVE 0 TO STUDIDNUM
                   MOVE '*' TO MARKCODE
                   PERFORM WritePeriodMark
                   PERFORM MarkOneRosterStudent
                       VARYING ROSTERIDX FROM 1 BY 1
                       UNTIL ROSTERIDX > ROSTERCOUNT
                   CLOSE PERIODATTFILE
                   DISPLAY CL-CODE (PICKCLASS) " period "
                       CL-PERIOD (PICKCLASS) " : "
                       PRESENTCOUNT " present, "
                       ABSENTCOUNT " absent, "
                       TARDYCOUNT " tardy."
               END-IF
           END-IF.

       MarkOneRosterStudent.
           MOVE RO-IDNUM (ROSTERIDX) TO STUDIDNUM.
           MOVE STUDIDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   MOVE SPACES TO FNAME
                   MOVE SPACES TO LNAME
           END-READ.
           DISPLAY STUDIDNUM " " FNAME " " LNAME " (P/A/T) : "
               WITH NO ADVANCING.
           ACCEPT MARKCODE.
           IF MARKCODE = 'a'
               MOVE 'A' TO MARKCODE
           END-IF.
           IF MARKCODE = 't'
               MOVE 'T' TO MARKCODE
           END-IF.
           EVALUATE MARKCODE
               WHEN 'A'
                   PERFORM WritePeriodMark
                   ADD 1 TO ABSENTCOUNT
               WHEN 'T'
                   PERFORM WritePeriodMark
                   ADD 1 TO TARDYCOUNT
               WHEN OTHER
                   ADD 1 TO PRESENTCOUNT
           END-EVALUATE.

      *A class already taken : single marks by student ID, each a
      *new line that overrides the earlier one.
       CorrectMarks.
           DISPLAY CL-CODE (PICKCLASS) " was already taken for "
               MARKDATE " - correcting single marks.".
           PERFORM LoadRoster.
           MOVE 1 TO STUDIDNUM.
           PERFORM CorrectOneMark UNTIL STUDIDNUM = 0.

       CorrectOneMark.
           DISPLAY "Student ID (0 = done) : " WITH NO ADVANCING.
           ACCEPT STUDIDNUM.
           IF STUDIDNUM NOT = 0
               MOVE 0 TO FOUNDIDX
               PERFORM VARYING ROSTERIDX FROM 1 BY 1
                       UNTIL ROSTERIDX > ROSTERCOUNT
                   IF RO-IDNUM (ROSTERIDX) = STUDIDNUM
                       MOVE ROSTERIDX TO FOUNDIDX
                   END-IF
               END-PERFORM
               IF FOUNDIDX = 0
                   DISPLAY "Not on the class list for "
                       CL-CODE (PICKCLASS) "."
               ELSE
                   DISPLAY "P = present, A = absent, T = tardy : "
                       WITH NO ADVANCING
                   ACCEPT MARKCODE
                   EVALUATE MARKCODE
                       WHEN 'p' MOVE 'P' TO MARKCODE
                       WHEN 'a' MOVE 'A' TO MARKCODE
                       WHEN 't' MOVE 'T' TO MARKCODE
                   END-EVALUATE
                   IF MARKCODE NOT = 'P' AND MARKCODE NOT = 'A'
                           AND MARKCODE NOT = 'T'
                       DISPLAY "Unknown code - not recorded."
                   ELSE
                       OPEN EXTEND PERIODATTFILE
                       IF PERIODATTSTATUS NOT = FS-SUCCESS
                           DISPLAY "PerAtt : " MSG-CANT-OPEN
                               PERIODATTSTATUS
                       ELSE
                           PERFORM WritePeriodMark
                           CLOSE PERIODATTFILE
                           DISPLAY "Recorded."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WritePeriodMark.
           MOVE MARKDATE TO PA-DATE.
           MOVE CL-PERIOD (PICKCLASS) TO PA-PERIOD.
           MOVE CL-CODE (PICKCLASS) TO PA-CODE.
           MOVE STUDIDNUM TO PA-IDNUM.
           MOVE MARKCODE TO PA-MARK.
           MOVE TEACHID TO PA-TEACHID.
           WRITE PERIODATTRECORD.
           IF MARKCODE NOT = '*'
               ADD 1 TO MARKEDCOUNT
           END-IF.
