       IDENTIFICATION DIVISION.
       PROGRAM-ID. EligRun.
      *Weekly athletic eligibility run: applies the league's rules to
      *every athlete on the roster (teamrost.txt) of every team in
      *season (team.txt), from data already on file, instead of the
      *athletic director phoning the counselors. An athlete is
      *ineligible for any of :
      *  - more failing courses in the current term than the league
      *    allows - crsenrl.txt scores through the shared letter
      *    mapping and GradeCheck rule, the same as the transcript;
      *  - more unexcused absences this term (attlog.txt A lines,
      *    less the days of a suspension, which are counted by the
      *    suspension rule instead) than the league allows;
      *  - a suspension in discip.txt covering the run date;
      *  - no sports physical on file, or one older than the
      *    league's limit;
      *  - no longer being an Active student.
      *The limits come from eligcfg.txt (failing courses 9(2),
      *unexcused absences 9(3), physical good for days 9(3), on one
      *line); defaults 00, 005 and 365 apply when it is absent.
      *Prints a certified eligible / ineligible list, a page per
      *team with the reasons for each ineligible athlete and a
      *signature line, through the shared PrintRpt routine (code
      *ELIGWK), and keeps every athlete's result by week (the Monday
      *of the run date's week) in eliglog.txt for the league audit.
      *The athletic director signs each team's week off in TeamMnt;
      *a rerun in the same week replaces the lines of teams not yet
      *signed off and leaves a signed-off team's list as certified.
      *The run date is today, or the ELIGDATE environment variable
      *(CCYYMMDD) to run an earlier week.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT TeamFile ASSIGN TO "team.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeamFileStatus.
           SELECT TeamRostFile ASSIGN TO "teamrost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeamRostStatus.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.
           SELECT DiscipFile ASSIGN TO "discip.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DiscipFileStatus.
           SELECT EligConfig ASSIGN TO "eligcfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EligConfigStatus.
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

       FD TeamFile.
       COPY TEAM.

       FD TeamRostFile.
       COPY TEAMROST.

       FD TeacherFile.
       COPY TEACHER.

       FD TermCalFile.
       COPY TERMCAL.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD AttendFile.
       COPY ATTLOG.

       FD DiscipFile.
       COPY DISCIP.

       FD EligConfig.
       01  EligConfigRecord.
           02 EG-MAXFAIL PIC 9(2).
           02 EG-MAXABSENT PIC 9(3).
           02 EG-PHYSDAYS PIC 9(3).

       FD EligLogFile.
       COPY ELIGLOG.

       FD EligLogWork.
       01  EligLogWorkRecord PIC X(82).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  TeamFileStatus PIC XX.
       01  TeamRostStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  DiscipFileStatus PIC XX.
       01  EligConfigStatus PIC XX.
       01  EligLogStatus PIC XX.
       01  EligLogWorkStatus PIC XX.
       01  MaxFail PIC 9(2) VALUE 0.
       01  MaxAbsent PIC 9(3) VALUE 5.
       01  PhysDays PIC 9(3) VALUE 365.
       01  RunDate PIC 9(8).
       01  RunDateText PIC X(8).
       01  RunSerial PIC 9(8).
       01  WeekStart PIC 9(8).
       01  PhysSerial PIC 9(8).
       01  PhysAge PIC S9(8).
       01  CurrentTermIdx PIC 9(2) VALUE 0.
       01  TermStartDate PIC 9(8) VALUE 0.
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  CoachName PIC X(20).
      *Teams in season on the run date.
       01  TeamTable.
           02 TeamEntry OCCURS 100 TIMES.
               03 TS-TEAMID PIC X(6).
               03 TS-NAME PIC X(24).
               03 TS-SEASON PIC X(6).
               03 TS-YEAR PIC 9(4).
               03 TS-COACH PIC 9(4).
               03 TS-SIGNED PIC X.
       01  TeamCount PIC 9(3) VALUE 0.
       01  TeamIdx PIC 9(3).
      *The athlete's suspensions, so their days come out of the
      *unexcused absence count.
       01  SuspTable.
           02 SuspEntry OCCURS 20 TIMES.
               03 SU-FROM PIC 9(8).
               03 SU-TO PIC 9(8).
       01  SuspCount PIC 9(2).
       01  SuspIdx PIC 9(2).
       01  InSuspension PIC A.
       01  SuspendedNow PIC A.
       01  FailCount PIC 9(2).
       01  AbsentCount PIC 9(3).
       01  SubjectGrade PIC X.
       01  GradePassFlag PIC X.
           88 GradePass VALUE "Y".
           88 GradeFail VALUE "N".
       01  ReasonText PIC X(40).
       01  ReasonPtr PIC 9(2).
       01  StudName PIC X(21).
       01  TeamAthletes PIC 9(3).
       01  TeamIneligible PIC 9(3).
       01  TeamsPrinted PIC 9(3) VALUE 0.
       01  TeamsSigned PIC 9(3) VALUE 0.
       01  AthleteTotal PIC 9(5) VALUE 0.
       01  IneligibleTotal PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "ELIGWK".
       01  RptTitle PIC X(40) VALUE "WEEKLY ATHLETIC ELIGIBILITY".
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
           MOVE SPACES TO RUNDATETEXT.
           ACCEPT RUNDATETEXT FROM ENVIRONMENT "ELIGDATE".
           IF RUNDATETEXT NOT = SPACES
               COMPUTE RUNDATE = FUNCTION NUMVAL (RUNDATETEXT)
           ELSE
               MOVE 0 TO RUNDATE
           END-IF.
           IF RUNDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO RUNDATE
           END-IF.
      *Day 1 of the date functions' epoch was a Monday, so the
      *serial plus six, mod 7, is the days since Monday.
           COMPUTE RUNSERIAL = FUNCTION INTEGER-OF-DATE (RUNDATE).
           COMPUTE WEEKSTART = FUNCTION DATE-OF-INTEGER
               (RUNSERIAL - FUNCTION MOD (RUNSERIAL + 6, 7)).
           PERFORM ReadEligConfig.
           PERFORM FindCurrentTerm.
           PERFORM LoadTeachers.
           PERFORM LoadTeams.
           IF TEAMCOUNT = 0
               DISPLAY "EligRun : no teams in season on " RUNDATE "."
               GOBACK
           END-IF.
           PERFORM MarkSignedTeams.
           PERFORM DropUnsignedWeekLines.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "EligRun : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ELIGLOGFILE.
           IF ELIGLOGSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT ELIGLOGFILE
           END-IF.
           IF ELIGLOGSTATUS NOT = FS-SUCCESS
               DISPLAY "EligRun : " MSG-CANT-OPEN ELIGLOGSTATUS
               CLOSE STUDENTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM CertifyOneTeam
               VARYING TEAMIDX FROM 1 BY 1 UNTIL TEAMIDX > TEAMCOUNT.
           CLOSE STUDENTFILE.
           CLOSE ELIGLOGFILE.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "EligRun : week of " WEEKSTART " - "
               ATHLETETOTAL " athlete(s), " INELIGIBLETOTAL
               " ineligible.".
           IF TEAMSSIGNED > 0
               DISPLAY "EligRun : " TEAMSSIGNED " team(s) already "
                   "signed off this week - left as certified."
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       ReadEligConfig.
           OPEN INPUT ELIGCONFIG.
           IF ELIGCONFIGSTATUS = FS-SUCCESS
               READ ELIGCONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF EG-MAXFAIL NUMERIC
                           MOVE EG-MAXFAIL TO MAXFAIL
                       END-IF
                       IF EG-MAXABSENT NUMERIC
                           MOVE EG-MAXABSENT TO MAXABSENT
                       END-IF
                       IF EG-PHYSDAYS NUMERIC AND EG-PHYSDAYS > 0
                           MOVE EG-PHYSDAYS TO PHYSDAYS
                       END-IF
               END-READ
               CLOSE ELIGCONFIG
           ELSE
               DISPLAY "EligRun : no eligcfg.txt - using defaults."
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
                       MOVE TC-STARTDATE TO TERMSTARTDATE
                   END-IF
               END-PERFORM
               CLOSE TERMCALFILE
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
                           AND TM-STARTDATE <= RUNDATE
                           AND TM-ENDDATE >= RUNDATE
                       ADD 1 TO TEAMCOUNT
                       MOVE TM-TEAMID TO TS-TEAMID (TEAMCOUNT)
                       MOVE TM-NAME TO TS-NAME (TEAMCOUNT)
                       MOVE TM-SEASON TO TS-SEASON (TEAMCOUNT)
                       MOVE TM-YEAR TO TS-YEAR (TEAMCOUNT)
                       MOVE TM-COACH TO TS-COACH (TEAMCOUNT)
                       MOVE 'N' TO TS-SIGNED (TEAMCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEAMFILE
           END-IF.

      *A team whose list for this week already carries a sign-off
      *stays as it was certified.
       MarkSignedTeams.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ELIGLOGFILE.
           IF ELIGLOGSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ELIGLOGFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND EL-WEEK = WEEKSTART
                           AND EL-CERTBY NOT = SPACES
                       PERFORM VARYING TEAMIDX FROM 1 BY 1
                               UNTIL TEAMIDX > TEAMCOUNT
                           IF TS-TEAMID (TEAMIDX) = EL-TEAMID
                               MOVE 'Y' TO TS-SIGNED (TEAMIDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ELIGLOGFILE
           END-IF.

      *Copy the log through a work file, leaving out this week's
      *unsigned lines, which this run writes again.
       DropUnsignedWeekLines.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ELIGLOGFILE.
           IF ELIGLOGSTATUS = FS-SUCCESS
               OPEN OUTPUT ELIGLOGWORK
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ELIGLOGFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       IF EL-WEEK NOT = WEEKSTART
                               OR EL-CERTBY NOT = SPACES
                           MOVE ELIGLOGRECORD TO ELIGLOGWORKRECORD
                           WRITE ELIGLOGWORKRECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ELIGLOGFILE
               CLOSE ELIGLOGWORK
               MOVE 'N' TO ATENDFLAG
               OPEN INPUT ELIGLOGWORK
               OPEN OUTPUT ELIGLOGFILE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ELIGLOGWORK
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE ELIGLOGWORKRECORD TO ELIGLOGRECORD
                       WRITE ELIGLOGRECORD
                   END-IF
               END-PERFORM
               CLOSE ELIGLOGWORK
               CLOSE ELIGLOGFILE
           END-IF.

       CertifyOneTeam.
           IF TS-SIGNED (TEAMIDX) = 'Y'
               ADD 1 TO TEAMSSIGNED
           ELSE
               PERFORM PrintTeamHeading
               MOVE 0 TO TEAMATHLETES
               MOVE 0 TO TEAMINELIGIBLE
               MOVE 'N' TO ATENDFLAG
               OPEN INPUT TEAMROSTFILE
               IF TEAMROSTSTATUS = FS-SUCCESS
                   PERFORM UNTIL ATENDFLAG = 'Y'
                       READ TEAMROSTFILE
                           AT END MOVE 'Y' TO ATENDFLAG
                       END-READ
                       IF ATENDFLAG = 'N'
                               AND RO-TEAMID = TS-TEAMID (TEAMIDX)
                           PERFORM CheckOneAthlete
                       END-IF
                   END-PERFORM
                   CLOSE TEAMROSTFILE
               END-IF
               PERFORM PrintTeamFooting
           END-IF.

       PrintTeamHeading.
           IF TEAMSPRINTED > 0
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO TEAMSPRINTED.
           MOVE SPACES TO COACHNAME.
           PERFORM VARYING TEACHERIDX FROM 1 BY 1
                   UNTIL TEACHERIDX > TEACHERCOUNT
               IF TT-ID (TEACHERIDX) = TS-COACH (TEAMIDX)
                   MOVE TT-NAME (TEACHERIDX) TO COACHNAME
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPTLINE.
           STRING "TEAM " DELIMITED BY SIZE
               TS-TEAMID (TEAMIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TS-NAME (TEAMIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TS-SEASON (TEAMIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TS-YEAR (TEAMIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "COACH " DELIMITED BY SIZE
               COACHNAME DELIMITED BY SIZE
               "   WEEK OF " DELIMITED BY SIZE
               WEEKSTART DELIMITED BY SIZE
               "   TERM " DELIMITED BY SIZE
               CURRENTTERMIDX DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.

      *The league's rules, one athlete : every rule is checked so
      *the list shows all the reasons, not just the first.
       CheckOneAthlete.
           ADD 1 TO TEAMATHLETES.
           ADD 1 TO ATHLETETOTAL.
           MOVE SPACES TO REASONTEXT.
           MOVE 1 TO REASONPTR.
           MOVE RO-IDNUM TO IDNUM.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO STUDNAME
                   MOVE 0 TO GRADELEVEL
                   STRING "NOT ON FILE " DELIMITED BY SIZE
                       INTO REASONTEXT WITH POINTER REASONPTR
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
                   IF NOT ACTIVE
                       STRING "NOT ACTIVE " DELIMITED BY SIZE
                           INTO REASONTEXT WITH POINTER REASONPTR
                   END-IF
           END-READ.
           PERFORM CountFailingCourses.
           IF FAILCOUNT > MAXFAIL
               STRING "FAILING " DELIMITED BY SIZE
                   FAILCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO REASONTEXT WITH POINTER REASONPTR
           END-IF.
           PERFORM LoadSuspensions.
           IF SUSPENDEDNOW = 'Y'
               STRING "SUSPENDED " DELIMITED BY SIZE
                   INTO REASONTEXT WITH POINTER REASONPTR
           END-IF.
           PERFORM CountUnexcusedAbsences.
           IF ABSENTCOUNT > MAXABSENT
               STRING "ABSENT " DELIMITED BY SIZE
                   ABSENTCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO REASONTEXT WITH POINTER REASONPTR
           END-IF.
           IF RO-PHYSDATE = 0 OR RO-PHYSDATE NOT NUMERIC
               STRING "NO PHYSICAL" DELIMITED BY SIZE
                   INTO REASONTEXT WITH POINTER REASONPTR
           ELSE
               COMPUTE PHYSSERIAL =
                   FUNCTION INTEGER-OF-DATE (RO-PHYSDATE)
               COMPUTE PHYSAGE = RUNSERIAL - PHYSSERIAL
               IF PHYSAGE > PHYSDAYS
                   STRING "PHYSICAL EXPIRED" DELIMITED BY SIZE
                       INTO REASONTEXT WITH POINTER REASONPTR
               END-IF
           END-IF.
           MOVE WEEKSTART TO EL-WEEK.
           MOVE TS-TEAMID (TEAMIDX) TO EL-TEAMID.
           MOVE RO-IDNUM TO EL-IDNUM.
           MOVE REASONTEXT TO EL-REASON.
           MOVE SPACES TO EL-CERTBY.
           MOVE 0 TO EL-CERTDATE.
           IF REASONTEXT = SPACES
               SET EL-ELIGIBLE TO TRUE
           ELSE
               SET EL-INELIGIBLE TO TRUE
               ADD 1 TO TEAMINELIGIBLE
               ADD 1 TO INELIGIBLETOTAL
           END-IF.
           WRITE ELIGLOGRECORD.
           MOVE SPACES TO RPTLINE.
           STRING RO-IDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STUDNAME DELIMITED BY SIZE
               " GR " DELIMITED BY SIZE
               GRADELEVEL DELIMITED BY SIZE
               INTO RPTLINE.
           IF EL-ELIGIBLE
               MOVE "ELIGIBLE" TO RPTLINE (40:8)
           ELSE
               MOVE "INELIGIBLE" TO RPTLINE (40:10)
           END-IF.
           PERFORM EmitLine.
           IF EL-INELIGIBLE
               MOVE SPACES TO RPTLINE
               STRING "      REASON : " DELIMITED BY SIZE
                   REASONTEXT DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

      *Current-term course scores through the same letter mapping
      *and GradeCheck rule the transcript applies; marked lines
      *(incomplete, exempt, withdrawn) are not grades.
       CountFailingCourses.
           MOVE 0 TO FAILCOUNT.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE RO-IDNUM TO CE-IDNUM
               MOVE CURRENTTERMIDX TO CE-TERMIDX
               MOVE LOW-VALUES TO CE-CODE
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
                   INVALID KEY MOVE 'Y' TO SCANATEND
               END-START
               PERFORM UNTIL SCANATEND = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                       IF CE-IDNUM NOT = RO-IDNUM
                               OR CE-TERMIDX NOT = CURRENTTERMIDX
                           MOVE 'Y' TO SCANATEND
                       END-IF
                   END-IF
                   IF SCANATEND = 'N' AND CE-SCORED
                       PERFORM CheckOneCourse
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
           END-IF.

       CheckOneCourse.
           EVALUATE TRUE
               WHEN CE-SCORE >= 90 MOVE "A" TO SUBJECTGRADE
               WHEN CE-SCORE >= 80 MOVE "B" TO SUBJECTGRADE
               WHEN CE-SCORE >= 70 MOVE "C" TO SUBJECTGRADE
               WHEN CE-SCORE >= 60 MOVE "D" TO SUBJECTGRADE
               WHEN OTHER MOVE "F" TO SUBJECTGRADE
           END-EVALUATE.
           CALL "GradeCheck" USING SUBJECTGRADE, GRADEPASSFLAG.
           IF GRADEFAIL
               ADD 1 TO FAILCOUNT
           END-IF.

      *Every suspension on the athlete's record, and whether one
      *covers the run date.
       LoadSuspensions.
           MOVE 0 TO SUSPCOUNT.
           MOVE 'N' TO SUSPENDEDNOW.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT DISCIPFILE.
           IF DISCIPFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ DISCIPFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND DI-IDNUM = RO-IDNUM
                           AND DI-SUSPFROM > 0
                       IF DI-SUSPFROM <= RUNDATE
                               AND DI-SUSPTO >= RUNDATE
                           MOVE 'Y' TO SUSPENDEDNOW
                       END-IF
                       IF SUSPCOUNT < 20
                           ADD 1 TO SUSPCOUNT
                           MOVE DI-SUSPFROM TO SU-FROM (SUSPCOUNT)
                           MOVE DI-SUSPTO TO SU-TO (SUSPCOUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DISCIPFILE
           END-IF.

      *Absences this term up to the run date, less the days the
      *discipline program logged for a suspension.
       CountUnexcusedAbsences.
           MOVE 0 TO ABSENTCOUNT.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT ATTENDFILE.
           IF ATTENDFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ ATTENDFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND AT-IDNUM = RO-IDNUM
                           AND AT-ABSENT
                           AND AT-DATE >= TERMSTARTDATE
                           AND AT-DATE <= RUNDATE
                       MOVE 'N' TO INSUSPENSION
                       PERFORM VARYING SUSPIDX FROM 1 BY 1
                               UNTIL SUSPIDX > SUSPCOUNT
                           IF AT-DATE >= SU-FROM (SUSPIDX)
                                   AND AT-DATE <= SU-TO (SUSPIDX)
                               MOVE 'Y' TO INSUSPENSION
                           END-IF
                       END-PERFORM
                       IF INSUSPENSION = 'N'
                           ADD 1 TO ABSENTCOUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ATTENDFILE
           END-IF.

       PrintTeamFooting.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "ATHLETES : " DELIMITED BY SIZE
               TEAMATHLETES DELIMITED BY SIZE
               "   INELIGIBLE : " DELIMITED BY SIZE
               TEAMINELIGIBLE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "CERTIFIED BY ______________________  DATE __________"
               TO RPTLINE.
           PERFORM EmitLine.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "ELIGIBILITY CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "TEAMS IN SEASON : " DELIMITED BY SIZE
               TEAMCOUNT DELIMITED BY SIZE
               "   LISTED : " DELIMITED BY SIZE
               TEAMSPRINTED DELIMITED BY SIZE
               "   ALREADY SIGNED OFF : " DELIMITED BY SIZE
               TEAMSSIGNED DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "ATHLETES : " DELIMITED BY SIZE
               ATHLETETOTAL DELIMITED BY SIZE
               "   INELIGIBLE : " DELIMITED BY SIZE
               INELIGIBLETOTAL DELIMITED BY SIZE
               "   FAIL LIMIT " DELIMITED BY SIZE
               MAXFAIL DELIMITED BY SIZE
               "  ABSENCE LIMIT " DELIMITED BY SIZE
               MAXABSENT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
