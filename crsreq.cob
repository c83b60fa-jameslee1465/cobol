       IDENTIFICATION DIVISION.
       PROGRAM-ID. CrsReq.
      *Next-year course request capture: replaces the paper request
      *forms counselors used to count by hand. For each Active
      *student the counselor keys the catalog courses wanted for
      *the coming school year in priority order (up to eight), then
      *up to four alternates, into crsreq.txt. Every course is
      *checked against the catalog, and its CC-PREREQ against the
      *student's crsenrl.txt history and transfer credits the same
      *way CrsEnrl's CheckPrerequisite does - a passing grade in the
      *course, or a transfer credit in its subject area with a
      *passing letter grade. A request the student won't qualify
      *for is still taken but flagged, on the screen and on the
      *record, so the counselor can talk it through and CrsDmd can
      *count it apart. Keying a student again replaces that
      *student's requests for the year. The year planned is the
      *current term's school year plus one. Operators sign on with
      *the CrsEnrl operator ID / password gate; inquiry-role
      *operators may list requests only. The request file is
      *loaded into a table, edited there, and written back in full
      *when the session ends, the same way TchrMnt works.
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
           SELECT CourseCatFile ASSIGN TO "crscat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCatStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT XferFile ASSIGN TO "xfercrs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XferFileStatus.
           SELECT CourseReqFile ASSIGN TO "crsreq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseReqStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD TermCalFile.
       COPY TERMCAL.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD XferFile.
       COPY XFERCRS.

       FD CourseReqFile.
       COPY CRSREQ.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  CourseCatStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  XferFileStatus PIC XX.
       01  CourseReqStatus PIC XX.
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
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  CourseTable.
           02 CourseEntry OCCURS 200 TIMES.
               03 CR-CODE PIC X(6).
               03 CR-TITLE PIC X(20).
               03 CR-SUBJECT PIC X(8).
               03 CR-PREREQ PIC X(6).
       01  CourseCount PIC 9(3) VALUE 0.
       01  CourseIdx PIC 9(3).
       01  ReqTable.
           02 ReqEntry OCCURS 6000 TIMES.
               03 RT-IDNUM PIC 9(9).
               03 RT-FORYEAR PIC 9(4).
               03 RT-KIND PIC X.
               03 RT-PRIORITY PIC 9(2).
               03 RT-CODE PIC X(6).
               03 RT-PREREQOK PIC X.
               03 RT-OPERID PIC X(10).
               03 RT-ENTERED PIC 9(8).
       01  ReqCount PIC 9(4) VALUE 0.
       01  ReqIdx PIC 9(4).
       01  KeepIdx PIC 9(4).
      *The student's list as it is keyed, posted only when complete.
       01  NewReqTable.
           02 NewReqEntry OCCURS 12 TIMES.
               03 NR-KIND PIC X.
               03 NR-PRIORITY PIC 9(2).
               03 NR-CODE PIC X(6).
               03 NR-PREREQOK PIC X.
       01  NewReqCount PIC 9(2).
       01  NewReqIdx PIC 9(2).
       01  MaxPrimary CONSTANT AS 8.
       01  MaxAlternate CONSTANT AS 4.
       01  KeyingKind PIC X.
       01  KeyingLimit PIC 9(2).
       01  KeyingPriority PIC 9(2).
       01  KeepKeying PIC A.
       01  CurrentTermIdx PIC 9(2) VALUE 0.
       01  CurrentYear PIC 9(4) VALUE 0.
       01  ForYear PIC 9(4).
       01  TodayDate PIC 9(8).
       01  StudIDNum PIC 9(9).
       01  StudExist PIC A.
       01  WorkCode PIC X(6).
       01  FoundIdx PIC 9(4).
       01  DupFlag PIC A.
       01  PrereqCode PIC X(6).
       01  PrereqSubject PIC X(8).
       01  PrereqMet PIC A.
       01  PrereqGrade PIC X.
       01  PrereqPassFlag PIC X.
           88 PrereqPass VALUE "Y".
           88 PrereqFail VALUE "N".
       01  KindText PIC X(9).
       01  FlagText PIC X(24).
       01  ShortCount PIC 9(2).
       01  ListedCount PIC 9(3).
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           PERFORM FindCurrentTerm.
           IF CURRENTYEAR = 0
               MOVE TODAYDATE (1:4) TO CURRENTYEAR
           END-IF.
           COMPUTE FORYEAR = CURRENTYEAR + 1.
           PERFORM LoadCourses.
           PERFORM LoadRequests.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "CrsReq : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Course requests for school year " FORYEAR
               DISPLAY "1 : Enter / replace a student's requests"
               DISPLAY "2 : List a student's requests"
               DISPLAY "3 : Remove a student's requests"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               IF INQUIRYROLE AND (CHOICE = 1 OR CHOICE = 3)
                   DISPLAY "Inquiry operators may only list "
                       "requests."
                   MOVE 9 TO CHOICE
               END-IF
               EVALUATE CHOICE
                   WHEN 1 PERFORM EnterRequests
                   WHEN 2 PERFORM ListStudentRequests
                   WHEN 3 PERFORM RemoveStudentRequests
                   WHEN 9 CONTINUE
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENTFILE.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveRequests
               DISPLAY "Course requests saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

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
                       MOVE TC-SCHOOLYEAR TO CURRENTYEAR
                   END-IF
               END-PERFORM
               CLOSE TERMCALFILE
           END-IF.

       LoadCourses.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSECATFILE.
           IF COURSECATSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSECATFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND COURSECOUNT < 200
                       ADD 1 TO COURSECOUNT
                       MOVE CC-CODE TO CR-CODE (COURSECOUNT)
                       MOVE CC-TITLE TO CR-TITLE (COURSECOUNT)
                       MOVE CC-SUBJECT TO CR-SUBJECT (COURSECOUNT)
                       MOVE CC-PREREQ TO CR-PREREQ (COURSECOUNT)
                   END-IF
               END-PERFORM
               CLOSE COURSECATFILE
           END-IF.

       LoadRequests.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSEREQFILE.
           IF COURSEREQSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEREQFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND REQCOUNT < 6000
                       ADD 1 TO REQCOUNT
                       MOVE RQ-IDNUM TO RT-IDNUM (REQCOUNT)
                       MOVE RQ-FORYEAR TO RT-FORYEAR (REQCOUNT)
                       MOVE RQ-KIND TO RT-KIND (REQCOUNT)
                       MOVE RQ-PRIORITY TO RT-PRIORITY (REQCOUNT)
                       MOVE RQ-CODE TO RT-CODE (REQCOUNT)
                       MOVE RQ-PREREQOK TO RT-PREREQOK (REQCOUNT)
                       MOVE RQ-OPERID TO RT-OPERID (REQCOUNT)
                       MOVE RQ-ENTERED TO RT-ENTERED (REQCOUNT)
                   END-IF
               END-PERFORM
               CLOSE COURSEREQFILE
           END-IF.

       SaveRequests.
           OPEN OUTPUT COURSEREQFILE.
           IF COURSEREQSTATUS NOT = FS-SUCCESS
               DISPLAY "CrsReq : " MSG-CANT-OPEN COURSEREQSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneRequest
                   VARYING REQIDX FROM 1 BY 1 UNTIL REQIDX > REQCOUNT
               CLOSE COURSEREQFILE
           END-IF.

       SaveOneRequest.
           MOVE RT-IDNUM (REQIDX) TO RQ-IDNUM.
           MOVE RT-FORYEAR (REQIDX) TO RQ-FORYEAR.
           MOVE RT-KIND (REQIDX) TO RQ-KIND.
           MOVE RT-PRIORITY (REQIDX) TO RQ-PRIORITY.
           MOVE RT-CODE (REQIDX) TO RQ-CODE.
           MOVE RT-PREREQOK (REQIDX) TO RQ-PREREQOK.
           MOVE RT-OPERID (REQIDX) TO RQ-OPERID.
           MOVE RT-ENTERED (REQIDX) TO RQ-ENTERED.
           WRITE COURSEREQRECORD.

      *Only Active students are planned for next year.
       ReadActiveStudent.
           MOVE 'Y' TO STUDEXIST.
           MOVE STUDIDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           IF STUDEXIST = 'N'
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               DISPLAY "  " FNAME " " LNAME "  grade " GRADELEVEL
               IF NOT ACTIVE
                   DISPLAY "Student is not Active - no requests "
                       "taken."
                   MOVE 'N' TO STUDEXIST
               END-IF
           END-IF.

       EnterRequests.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT STUDIDNUM.
           PERFORM ReadActiveStudent.
           IF STUDEXIST = 'Y'
               PERFORM ShowStudentRequests
               IF LISTEDCOUNT > 0
                   DISPLAY "These will be replaced by what is keyed "
                       "now."
               END-IF
               MOVE 0 TO NEWREQCOUNT
               MOVE 0 TO SHORTCOUNT
               DISPLAY "First choices in priority order (blank "
                   "course = done) :"
               MOVE 'P' TO KEYINGKIND
               MOVE MAXPRIMARY TO KEYINGLIMIT
               PERFORM KeyRequestList
               DISPLAY "Alternates in priority order (blank course "
                   "= done) :"
               MOVE 'A' TO KEYINGKIND
               MOVE MAXALTERNATE TO KEYINGLIMIT
               PERFORM KeyRequestList
               IF NEWREQCOUNT = 0
                   DISPLAY "No courses keyed - requests left as "
                       "they were."
               ELSE
                   PERFORM PostNewRequests
               END-IF
           END-IF.

       KeyRequestList.
           MOVE 0 TO KEYINGPRIORITY.
           MOVE 'Y' TO KEEPKEYING.
           PERFORM KeyOneRequest
               UNTIL KEEPKEYING = 'N' OR KEYINGPRIORITY >= KEYINGLIMIT.

       KeyOneRequest.
           COMPUTE NEWREQIDX = KEYINGPRIORITY + 1.
           DISPLAY "  " KEYINGKIND NEWREQIDX " course : "
               WITH NO ADVANCING.
           MOVE SPACES TO WORKCODE.
           ACCEPT WORKCODE.
           IF WORKCODE = SPACES
               MOVE 'N' TO KEEPKEYING
           ELSE
               PERFORM FindCourse
               PERFORM CheckDuplicateKeyed
               EVALUATE TRUE
                   WHEN FOUNDIDX = 0
                       DISPLAY "  Course not in the catalog."
                   WHEN DUPFLAG = 'Y'
                       DISPLAY "  Already requested above."
                   WHEN OTHER
                       PERFORM CheckPrerequisite
                       ADD 1 TO KEYINGPRIORITY
                       ADD 1 TO NEWREQCOUNT
                       MOVE KEYINGKIND TO NR-KIND (NEWREQCOUNT)
                       MOVE KEYINGPRIORITY TO NR-PRIORITY (NEWREQCOUNT)
                       MOVE WORKCODE TO NR-CODE (NEWREQCOUNT)
                       MOVE PREREQMET TO NR-PREREQOK (NEWREQCOUNT)
                       DISPLAY "  " CR-TITLE (FOUNDIDX)
               END-EVALUATE
           END-IF.

       FindCourse.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING COURSEIDX FROM 1 BY 1
                   UNTIL COURSEIDX > COURSECOUNT
               IF CR-CODE (COURSEIDX) = WORKCODE
                   MOVE COURSEIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       CheckDuplicateKeyed.
           MOVE 'N' TO DUPFLAG.
           PERFORM VARYING NEWREQIDX FROM 1 BY 1
                   UNTIL NEWREQIDX > NEWREQCOUNT
               IF NR-CODE (NEWREQIDX) = WORKCODE
                   MOVE 'Y' TO DUPFLAG
               END-IF
           END-PERFORM.

      *The CrsEnrl prerequisite rule without the override : a
      *request is never refused, only flagged.
       CheckPrerequisite.
           MOVE 'Y' TO PREREQMET.
           MOVE CR-PREREQ (FOUNDIDX) TO PREREQCODE.
           IF PREREQCODE NOT = SPACES
               MOVE 'N' TO PREREQMET
               PERFORM ScanPrereqHistory
               IF PREREQMET = 'N'
                   PERFORM ScanPrereqTransfers
               END-IF
               IF PREREQMET = 'N'
                   ADD 1 TO SHORTCOUNT
                   DISPLAY "  ** Prerequisite " PREREQCODE " has not "
                       "been passed - request flagged **"
               END-IF
           END-IF.

      *The student's enrollment history, read by key.
       ScanPrereqHistory.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE STUDIDNUM TO CE-IDNUM
               MOVE 0 TO CE-TERMIDX
               MOVE LOW-VALUES TO CE-CODE
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
                   INVALID KEY MOVE 'Y' TO SCANATEND
               END-START
               PERFORM UNTIL SCANATEND = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND CE-IDNUM NOT = STUDIDNUM
                       MOVE 'Y' TO SCANATEND
                   END-IF
                   IF SCANATEND = 'N'
                           AND CE-CODE = PREREQCODE
                           AND CE-SCORED
                       PERFORM ClassifyPrereqScore
                       IF PREREQPASS
                           MOVE 'Y' TO PREREQMET
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
           END-IF.

       ClassifyPrereqScore.
           EVALUATE TRUE
               WHEN CE-SCORE >= 90 MOVE "A" TO PREREQGRADE
               WHEN CE-SCORE >= 80 MOVE "B" TO PREREQGRADE
               WHEN CE-SCORE >= 70 MOVE "C" TO PREREQGRADE
               WHEN CE-SCORE >= 60 MOVE "D" TO PREREQGRADE
               WHEN OTHER MOVE "F" TO PREREQGRADE
           END-EVALUATE.
           CALL "GradeCheck" USING PREREQGRADE, PREREQPASSFLAG.

      *A transfer record stands in for the prerequisite when it
      *covers the same subject area and its letter grade passes.
       ScanPrereqTransfers.
           MOVE SPACES TO PREREQSUBJECT.
           PERFORM VARYING COURSEIDX FROM 1 BY 1
                   UNTIL COURSEIDX > COURSECOUNT
               IF CR-CODE (COURSEIDX) = PREREQCODE
                   MOVE CR-SUBJECT (COURSEIDX) TO PREREQSUBJECT
               END-IF
           END-PERFORM.
           IF PREREQSUBJECT NOT = SPACES
               MOVE 'N' TO SCANATEND
               OPEN INPUT XFERFILE
               IF XFERFILESTATUS = FS-SUCCESS
                   PERFORM UNTIL SCANATEND = 'Y'
                       READ XFERFILE
                           AT END MOVE 'Y' TO SCANATEND
                       END-READ
                       IF SCANATEND = 'N'
                               AND XF-IDNUM = STUDIDNUM
                               AND XF-SUBJECT = PREREQSUBJECT
                           MOVE XF-GRADE TO PREREQGRADE
                           CALL "GradeCheck" USING PREREQGRADE,
                               PREREQPASSFLAG
                           IF PREREQPASS
                               MOVE 'Y' TO PREREQMET
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE XFERFILE
               END-IF
           END-IF.

      *The student's old lines for the year come out and the keyed
      *list goes in behind the rest of the file.
       PostNewRequests.
           PERFORM DropStudentRequests.
           IF REQCOUNT + NEWREQCOUNT > 6000
               DISPLAY "Request table is full - not saved."
           ELSE
               PERFORM VARYING NEWREQIDX FROM 1 BY 1
                       UNTIL NEWREQIDX > NEWREQCOUNT
                   ADD 1 TO REQCOUNT
                   MOVE STUDIDNUM TO RT-IDNUM (REQCOUNT)
                   MOVE FORYEAR TO RT-FORYEAR (REQCOUNT)
                   MOVE NR-KIND (NEWREQIDX) TO RT-KIND (REQCOUNT)
                   MOVE NR-PRIORITY (NEWREQIDX)
                       TO RT-PRIORITY (REQCOUNT)
                   MOVE NR-CODE (NEWREQIDX) TO RT-CODE (REQCOUNT)
                   MOVE NR-PREREQOK (NEWREQIDX)
                       TO RT-PREREQOK (REQCOUNT)
                   MOVE OPERID TO RT-OPERID (REQCOUNT)
                   MOVE TODAYDATE TO RT-ENTERED (REQCOUNT)
               END-PERFORM
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY NEWREQCOUNT " request(s) saved, " SHORTCOUNT
                   " flagged for prerequisites."
           END-IF.

       DropStudentRequests.
           MOVE 0 TO KEEPIDX.
           PERFORM VARYING REQIDX FROM 1 BY 1 UNTIL REQIDX > REQCOUNT
               IF RT-IDNUM (REQIDX) NOT = STUDIDNUM
                       OR RT-FORYEAR (REQIDX) NOT = FORYEAR
                   ADD 1 TO KEEPIDX
                   IF KEEPIDX NOT = REQIDX
                       MOVE REQENTRY (REQIDX) TO REQENTRY (KEEPIDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE KEEPIDX TO REQCOUNT.

       RemoveStudentRequests.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT STUDIDNUM.
           PERFORM ShowStudentRequests.
           IF LISTEDCOUNT = 0
               DISPLAY "No requests for " FORYEAR " on file."
           ELSE
               PERFORM DropStudentRequests
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Requests removed."
           END-IF.

       ListStudentRequests.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT STUDIDNUM.
           PERFORM ShowStudentRequests.
           IF LISTEDCOUNT = 0
               DISPLAY "No requests for " FORYEAR " on file."
           END-IF.

       ShowStudentRequests.
           MOVE 0 TO LISTEDCOUNT.
           PERFORM VARYING REQIDX FROM 1 BY 1 UNTIL REQIDX > REQCOUNT
               IF RT-IDNUM (REQIDX) = STUDIDNUM
                       AND RT-FORYEAR (REQIDX) = FORYEAR
                   ADD 1 TO LISTEDCOUNT
                   IF RT-KIND (REQIDX) = 'A'
                       MOVE "ALTERNATE" TO KINDTEXT
                   ELSE
                       MOVE "CHOICE" TO KINDTEXT
                   END-IF
                   IF RT-PREREQOK (REQIDX) = 'N'
                       MOVE "** PREREQUISITE SHORT **" TO FLAGTEXT
                   ELSE
                       MOVE SPACES TO FLAGTEXT
                   END-IF
                   DISPLAY "  " KINDTEXT " " RT-PRIORITY (REQIDX)
                       "  " RT-CODE (REQIDX) "  " FLAGTEXT
               END-IF
           END-PERFORM.
