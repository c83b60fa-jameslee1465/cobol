       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeamMnt.
      *Athletic team and roster maintenance: keeps team.txt (each
      *team's season, school year, coach from teacher.txt and the
      *season's first and last day) and teamrost.txt (the athletes
      *on each team, keyed by student ID, with the date of each
      *athlete's last sports physical), so the coaches' paper
      *rosters and the athletic director's physical binder are one
      *file the weekly eligibility run (EligRun) can read. An
      *athlete must be on the student master and Active, and is on
      *a team once. The same screen signs off a week's eligibility
      *list for the league audit : a supervisor-role operator (the
      *athletic director) reviews a team's lines for the week in
      *eliglog.txt and certifies them, which stamps each line with
      *the operator ID and the date; a certified week is not
      *re-run. Operators sign on with the same operator ID /
      *password gate CrsEnrl uses; inquiry-role operators may only
      *look. The team and roster files are small, so they are
      *loaded into tables, edited there, and written back in full
      *when the session ends, the same way BusMnt works.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.
           SELECT TeamFile ASSIGN TO "team.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeamFileStatus.
           SELECT TeamRostFile ASSIGN TO "teamrost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeamRostStatus.
           SELECT EligLogFile ASSIGN TO "eliglog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EligLogStatus.
           SELECT EligLogWork ASSIGN TO "eliglog.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EligLogWorkStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD TeacherFile.
       COPY TEACHER.

       FD TeamFile.
       COPY TEAM.

       FD TeamRostFile.
       COPY TEAMROST.

       FD EligLogFile.
       COPY ELIGLOG.

       FD EligLogWork.
       01  EligLogWorkRecord PIC X(82).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  TeamFileStatus PIC XX.
       01  TeamRostStatus PIC XX.
       01  EligLogStatus PIC XX.
       01  EligLogWorkStatus PIC XX.
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  ChangedFlag PIC A VALUE "N".
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "SYSTEM".
       01  OperRole PIC X VALUE "C".
           88 InquiryRole VALUE "I".
           88 SupervisorRole VALUE "S".
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  Today PIC 9(8).
       01  TodaySerial PIC 9(8).
       01  WorkTeamID PIC X(6).
       01  WorkIDNum PIC 9(9).
       01  WorkCoach PIC 9(4).
       01  WorkWeek PIC 9(8).
       01  CoachName PIC X(20).
       01  ConfirmFlag PIC X.
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  TeamTable.
           02 TeamEntry OCCURS 100 TIMES.
               03 TS-TEAMID PIC X(6).
               03 TS-NAME PIC X(24).
               03 TS-SEASON PIC X(6).
               03 TS-YEAR PIC 9(4).
               03 TS-COACH PIC 9(4).
               03 TS-STARTDATE PIC 9(8).
               03 TS-ENDDATE PIC 9(8).
       01  TeamCount PIC 9(3) VALUE 0.
       01  TeamIdx PIC 9(3).
       01  RosterTable.
           02 RosterEntry OCCURS 3000 TIMES.
               03 RS-IDNUM PIC 9(9).
               03 RS-TEAMID PIC X(6).
               03 RS-PHYSDATE PIC 9(8).
       01  RosterCount PIC 9(4) VALUE 0.
       01  RosterIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  ShiftIdx PIC 9(4).
       01  TeamAthletes PIC 9(4).
       01  WeekLines PIC 9(4).
       01  WeekIneligible PIC 9(4).
       01  WeekSignedBy PIC X(10).
       01  StudName PIC X(21).
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
           PERFORM Login.
           IF NOT LOGINSUCCESS
               DISPLAY "Login failed."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY.
           COMPUTE TODAYSERIAL = FUNCTION INTEGER-OF-DATE (TODAY).
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "TeamMnt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadTeachers.
           PERFORM LoadTeams.
           PERFORM LoadRoster.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Athletic Team Maintenance"
               DISPLAY "1 : List teams"
               DISPLAY "2 : Add / update a team"
               DISPLAY "3 : List a team's roster"
               DISPLAY "4 : Add an athlete to a team"
               DISPLAY "5 : Record a sports physical"
               DISPLAY "6 : Drop an athlete from a team"
               DISPLAY "7 : Sign off a week's eligibility list"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               IF INQUIRYROLE AND CHOICE NOT = 1 AND CHOICE NOT = 3
                       AND CHOICE NOT = 0
                   DISPLAY "Inquiry operators may only list."
                   MOVE 9 TO CHOICE
               END-IF
               EVALUATE CHOICE
                   WHEN 1 PERFORM ListTeams
                   WHEN 2 PERFORM AddOrUpdateTeam
                   WHEN 3 PERFORM ListRoster
                   WHEN 4 PERFORM AddAthlete
                   WHEN 5 PERFORM RecordPhysical
                   WHEN 6 PERFORM DropAthlete
                   WHEN 7 PERFORM SignOffWeek
                   WHEN 9 CONTINUE
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENTFILE.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveTeams
               PERFORM SaveRoster
               DISPLAY "Team files saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused, role carried for sign-off.
       Login.
           PERFORM TryOneLogin
               UNTIL LOGINSUCCESS OR ATTEMPTCOUNT >= 3.

       TryOneLogin.
           DISPLAY " ".
           DISPLAY "Operator ID : " WITH NO ADVANCING.
           ACCEPT LOGINID.
           DISPLAY "Password : " WITH NO ADVANCING.
           ACCEPT LOGINPASSWORD WITH NO-ECHO.
           ADD 1 TO ATTEMPTCOUNT.
           MOVE 'N' TO OPERATEND.
           OPEN INPUT OPERATORFILE.
           IF OPERATORFILESTATUS NOT = FS-SUCCESS
               DISPLAY "Operator file is missing - login refused."
               MOVE 3 TO ATTEMPTCOUNT
           ELSE
               PERFORM UNTIL OPERATEND = 'Y'
                   READ OPERATORFILE
                       AT END MOVE 'Y' TO OPERATEND
                   END-READ
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                       MOVE "CHECK" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID
                           LOGINPASSWORD OP-PASSWORD
                           OP-PWDATA PWDRESULT
                   END-IF
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                           AND PWDRESULT NOT = 'N'
                           AND OP-ACTIVE NOT = 'D'
                           AND OP-ACTIVE NOT = 'L'
                       SET LOGINSUCCESS TO TRUE
                       MOVE LOGINID TO OPERID
                       IF OP-ROLE = SPACE
                           MOVE 'C' TO OPERROLE
                       ELSE
                           MOVE OP-ROLE TO OPERROLE
                       END-IF
                       MOVE 'Y' TO OPERATEND
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
               IF LOGINSUCCESS AND PWDRESULT = 'C'
                   MOVE "FILE" TO PWDOP
                   CALL "PwdHash" USING PWDOP LOGINID
                       LOGINPASSWORD OP-PASSWORD
                       OP-PWDATA PWDRESULT
               END-IF
               IF NOT LOGINSUCCESS
                   DISPLAY "Invalid operator ID or password."
               END-IF
           END-IF.

       LoadTeachers.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEACHERFILE.
           IF TEACHERFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEACHERFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TEACHERCOUNT < 100
                       ADD 1 TO TEACHERCOUNT
                       MOVE TE-ID TO TT-ID (TEACHERCOUNT)
                       MOVE TE-NAME TO TT-NAME (TEACHERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHERFILE
           END-IF.

       LoadTeams.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEAMFILE.
           IF TEAMFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEAMFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TEAMCOUNT < 100
                       ADD 1 TO TEAMCOUNT
                       MOVE TEAMRECORD TO TEAMENTRY (TEAMCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEAMFILE
           END-IF.

       LoadRoster.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEAMROSTFILE.
           IF TEAMROSTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEAMROSTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ROSTERCOUNT < 3000
                       ADD 1 TO ROSTERCOUNT
                       MOVE TEAMROSTRECORD TO ROSTERENTRY (ROSTERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEAMROSTFILE
           END-IF.

       SaveTeams.
           OPEN OUTPUT TEAMFILE.
           IF TEAMFILESTATUS NOT = FS-SUCCESS
               DISPLAY "TeamMnt : " MSG-CANT-OPEN TEAMFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING TEAMIDX FROM 1 BY 1
                       UNTIL TEAMIDX > TEAMCOUNT
                   MOVE TEAMENTRY (TEAMIDX) TO TEAMRECORD
                   WRITE TEAMRECORD
               END-PERFORM
               CLOSE TEAMFILE
           END-IF.

       SaveRoster.
           OPEN OUTPUT TEAMROSTFILE.
           IF TEAMROSTSTATUS NOT = FS-SUCCESS
               DISPLAY "TeamMnt : " MSG-CANT-OPEN TEAMROSTSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING ROSTERIDX FROM 1 BY 1
                       UNTIL ROSTERIDX > ROSTERCOUNT
                   MOVE ROSTERENTRY (ROSTERIDX) TO TEAMROSTRECORD
                   WRITE TEAMROSTRECORD
               END-PERFORM
               CLOSE TEAMROSTFILE
           END-IF.

       FindTeam.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING TEAMIDX FROM 1 BY 1
                   UNTIL TEAMIDX > TEAMCOUNT
               IF TS-TEAMID (TEAMIDX) = WORKTEAMID
                   MOVE TEAMIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       FindAthlete.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ROSTERIDX FROM 1 BY 1
                   UNTIL ROSTERIDX > ROSTERCOUNT
               IF RS-IDNUM (ROSTERIDX) = WORKIDNUM
                       AND RS-TEAMID (ROSTERIDX) = WORKTEAMID
                   MOVE ROSTERIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       FindCoach.
           MOVE SPACES TO COACHNAME.
           PERFORM VARYING TEACHERIDX FROM 1 BY 1
                   UNTIL TEACHERIDX > TEACHERCOUNT
               IF TT-ID (TEACHERIDX) = WORKCOACH
                   MOVE TT-NAME (TEACHERIDX) TO COACHNAME
               END-IF
           END-PERFORM.

       CountTeamAthletes.
           MOVE 0 TO TEAMATHLETES.
           PERFORM VARYING ROSTERIDX FROM 1 BY 1
                   UNTIL ROSTERIDX > ROSTERCOUNT
               IF RS-TEAMID (ROSTERIDX) = WORKTEAMID
                   ADD 1 TO TEAMATHLETES
               END-IF
           END-PERFORM.

       ListTeams.
           DISPLAY " ".
           DISPLAY "-- Teams --".
           PERFORM ListOneTeam
               VARYING TEAMIDX FROM 1 BY 1 UNTIL TEAMIDX > TEAMCOUNT.
           DISPLAY "-- " TEAMCOUNT " team(s) --".

       ListOneTeam.
           MOVE TS-TEAMID (TEAMIDX) TO WORKTEAMID.
           MOVE TS-COACH (TEAMIDX) TO WORKCOACH.
           PERFORM FindCoach.
           PERFORM CountTeamAthletes.
           DISPLAY "  " TS-TEAMID (TEAMIDX) "  " TS-NAME (TEAMIDX)
               "  " TS-SEASON (TEAMIDX) " " TS-YEAR (TEAMIDX)
               "  " COACHNAME.
           DISPLAY "          " TS-STARTDATE (TEAMIDX) " - "
               TS-ENDDATE (TEAMIDX) "  " TEAMATHLETES " athlete(s)".

       AddOrUpdateTeam.
           DISPLAY "Team code : " WITH NO ADVANCING.
           ACCEPT WORKTEAMID.
           INSPECT WORKTEAMID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Coach teacher ID : " WITH NO ADVANCING.
           ACCEPT WORKCOACH.
           PERFORM FindCoach.
           EVALUATE TRUE
               WHEN WORKTEAMID = SPACES
                   DISPLAY "Team code can't be blank."
               WHEN COACHNAME = SPACES
                   DISPLAY "Coach : " MSG-NOT-FOUND
               WHEN OTHER
                   PERFORM PostTeam
           END-EVALUATE.

       PostTeam.
           PERFORM FindTeam.
           IF FOUNDIDX = 0
               IF TEAMCOUNT >= 100
                   DISPLAY "Team master is full."
               ELSE
                   ADD 1 TO TEAMCOUNT
                   MOVE TEAMCOUNT TO FOUNDIDX
                   MOVE WORKTEAMID TO TS-TEAMID (FOUNDIDX)
               END-IF
           END-IF.
           IF FOUNDIDX > 0
               MOVE WORKCOACH TO TS-COACH (FOUNDIDX)
               DISPLAY "Team name : " WITH NO ADVANCING
               ACCEPT TS-NAME (FOUNDIDX)
               DISPLAY "Season (FALL / WINTER / SPRING) : "
                   WITH NO ADVANCING
               ACCEPT TS-SEASON (FOUNDIDX)
               INSPECT TS-SEASON (FOUNDIDX) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "School year (CCYY) : " WITH NO ADVANCING
               ACCEPT TS-YEAR (FOUNDIDX)
               DISPLAY "First day of season (YYYYMMDD) : "
                   WITH NO ADVANCING
               ACCEPT TS-STARTDATE (FOUNDIDX)
               DISPLAY "Last day of season (YYYYMMDD) : "
                   WITH NO ADVANCING
               ACCEPT TS-ENDDATE (FOUNDIDX)
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Team saved - coach " COACHNAME "."
           END-IF.

       ListRoster.
           DISPLAY "Team code : " WITH NO ADVANCING.
           ACCEPT WORKTEAMID.
           INSPECT WORKTEAMID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM FindTeam.
           IF FOUNDIDX = 0
               DISPLAY "Team : " MSG-NOT-FOUND
           ELSE
               DISPLAY " "
               DISPLAY "-- " TS-NAME (FOUNDIDX) " --"
               PERFORM VARYING ROSTERIDX FROM 1 BY 1
                       UNTIL ROSTERIDX > ROSTERCOUNT
                   IF RS-TEAMID (ROSTERIDX) = WORKTEAMID
                       PERFORM ListOneAthlete
                   END-IF
               END-PERFORM
               PERFORM CountTeamAthletes
               DISPLAY "-- " TEAMATHLETES " athlete(s) --"
           END-IF.

       ListOneAthlete.
           MOVE RS-IDNUM (ROSTERIDX) TO IDNUM.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO STUDNAME
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.
           IF RS-PHYSDATE (ROSTERIDX) = 0
               DISPLAY "  " RS-IDNUM (ROSTERIDX) "  " STUDNAME
                   "  ** NO PHYSICAL ON FILE **"
           ELSE
               DISPLAY "  " RS-IDNUM (ROSTERIDX) "  " STUDNAME
                   "  physical " RS-PHYSDATE (ROSTERIDX)
           END-IF.

       AddAthlete.
           DISPLAY "Team code : " WITH NO ADVANCING.
           ACCEPT WORKTEAMID.
           INSPECT WORKTEAMID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM FindTeam.
           IF FOUNDIDX = 0
               DISPLAY "Team : " MSG-NOT-FOUND
           ELSE
               DISPLAY "Student ID : " WITH NO ADVANCING
               ACCEPT WORKIDNUM
               MOVE WORKIDNUM TO IDNUM
               READ STUDENTFILE
                   INVALID KEY
                       MOVE 0 TO WORKIDNUM
               END-READ
               IF WORKIDNUM = 0
                   DISPLAY "Student : " MSG-NOT-FOUND
               ELSE
                   IF NOT ACTIVE
                       DISPLAY "Refused : " FNAME " " LNAME
                           " is not an Active student."
                   ELSE
                       PERFORM PostAthlete
                   END-IF
               END-IF
           END-IF.

       PostAthlete.
           PERFORM FindAthlete.
           IF FOUNDIDX > 0
               DISPLAY FNAME " " LNAME " is already on this team."
           ELSE
               IF ROSTERCOUNT >= 3000
                   DISPLAY "Roster table is full."
               ELSE
                   ADD 1 TO ROSTERCOUNT
                   MOVE WORKIDNUM TO RS-IDNUM (ROSTERCOUNT)
                   MOVE WORKTEAMID TO RS-TEAMID (ROSTERCOUNT)
                   DISPLAY "Date of last physical (YYYYMMDD, "
                       "0 = none) : " WITH NO ADVANCING
                   ACCEPT RS-PHYSDATE (ROSTERCOUNT)
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY FNAME " " LNAME " added to the roster."
               END-IF
           END-IF.

       RecordPhysical.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           DISPLAY "Date of physical (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WORKWEEK.
           IF WORKWEEK = 0 OR WORKWEEK > TODAY
               DISPLAY "Physical date must be today or earlier."
           ELSE
               MOVE 0 TO FOUNDIDX
               PERFORM VARYING ROSTERIDX FROM 1 BY 1
                       UNTIL ROSTERIDX > ROSTERCOUNT
                   IF RS-IDNUM (ROSTERIDX) = WORKIDNUM
                       MOVE WORKWEEK TO RS-PHYSDATE (ROSTERIDX)
                       ADD 1 TO FOUNDIDX
                   END-IF
               END-PERFORM
               IF FOUNDIDX = 0
                   DISPLAY "Student is not on any team."
               ELSE
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Physical recorded on " FOUNDIDX
                       " roster line(s)."
               END-IF
           END-IF.

       DropAthlete.
           DISPLAY "Team code : " WITH NO ADVANCING.
           ACCEPT WORKTEAMID.
           INSPECT WORKTEAMID CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           PERFORM FindAthlete.
           IF FOUNDIDX = 0
               DISPLAY "Student is not on that team."
           ELSE
               PERFORM VARYING SHIFTIDX FROM FOUNDIDX BY 1
                       UNTIL SHIFTIDX >= ROSTERCOUNT
                   MOVE ROSTERENTRY (SHIFTIDX + 1)
                       TO ROSTERENTRY (SHIFTIDX)
               END-PERFORM
               SUBTRACT 1 FROM ROSTERCOUNT
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Athlete dropped from the team."
           END-IF.

      *Certification is the athletic director's : supervisor role
      *only. The week is keyed by its Monday, as EligRun keys it.
       SignOffWeek.
           IF NOT SUPERVISORROLE
               DISPLAY "Only a supervisor may certify eligibility."
           ELSE
               DISPLAY "Team code : " WITH NO ADVANCING
               ACCEPT WORKTEAMID
               INSPECT WORKTEAMID CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Week (Monday YYYYMMDD, 0 = this week) : "
                   WITH NO ADVANCING
               ACCEPT WORKWEEK
               IF WORKWEEK = 0
                   COMPUTE WORKWEEK = FUNCTION DATE-OF-INTEGER
                       (TODAYSERIAL - FUNCTION MOD (TODAYSERIAL + 6, 7))
               END-IF
               PERFORM CountWeekLines
               EVALUATE TRUE
                   WHEN WEEKLINES = 0
                       DISPLAY "No eligibility list for team "
                           WORKTEAMID " week of " WORKWEEK
                           " - run EligRun first."
                   WHEN WEEKSIGNEDBY NOT = SPACES
                       DISPLAY "Already certified by " WEEKSIGNEDBY "."
                   WHEN OTHER
                       DISPLAY "Team " WORKTEAMID " week of " WORKWEEK
                           " : " WEEKLINES " athlete(s), "
                           WEEKINELIGIBLE " ineligible."
                       DISPLAY "Certify this list as reviewed (Y/N) : "
                           WITH NO ADVANCING
                       ACCEPT CONFIRMFLAG
                       IF CONFIRMFLAG = 'Y' OR CONFIRMFLAG = 'y'
                           PERFORM StampWeekLines
                       ELSE
                           DISPLAY "Not certified."
                       END-IF
               END-EVALUATE
           END-IF.

       CountWeekLines.
           MOVE 0 TO WEEKLINES.
           MOVE 0 TO WEEKINELIGIBLE.
           MOVE SPACES TO WEEKSIGNEDBY.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ELIGLOGFILE.
           IF ELIGLOGSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ELIGLOGFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND EL-WEEK = WORKWEEK
                           AND EL-TEAMID = WORKTEAMID
                       ADD 1 TO WEEKLINES
                       IF EL-INELIGIBLE
                           ADD 1 TO WEEKINELIGIBLE
                       END-IF
                       IF EL-CERTBY NOT = SPACES
                           MOVE EL-CERTBY TO WEEKSIGNEDBY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ELIGLOGFILE
           END-IF.

      *The log is copied through a work file with the team's lines
      *for the week stamped on the way back.
       StampWeekLines.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ELIGLOGFILE.
           OPEN OUTPUT ELIGLOGWORK.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ ELIGLOGFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   IF EL-WEEK = WORKWEEK AND EL-TEAMID = WORKTEAMID
                       MOVE OPERID TO EL-CERTBY
                       MOVE TODAY TO EL-CERTDATE
                   END-IF
                   MOVE ELIGLOGRECORD TO ELIGLOGWORKRECORD
                   WRITE ELIGLOGWORKRECORD
               END-IF
           END-PERFORM.
           CLOSE ELIGLOGFILE.
           CLOSE ELIGLOGWORK.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ELIGLOGWORK.
           OPEN OUTPUT ELIGLOGFILE.
           IF ELIGLOGSTATUS NOT = FS-SUCCESS
               DISPLAY "TeamMnt : " MSG-CANT-OPEN ELIGLOGSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ELIGLOGWORK
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE ELIGLOGWORKRECORD TO ELIGLOGRECORD
                       WRITE ELIGLOGRECORD
                   END-IF
               END-PERFORM
               CLOSE ELIGLOGFILE
               DISPLAY "Certified by " OPERID " on " TODAY "."
           END-IF.
           CLOSE ELIGLOGWORK.
