       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudHist.
      *Single-student history inquiry: when a former student calls,
      *one lookup shows everything the system ever recorded about
      *them, in date order, instead of opening a dozen files one at
      *a time. Searched, live and archived alike :
      *  - the audit trail, audit.txt and every auditYYYYMM.txt
      *    month the rollover job has closed;
      *  - attendance, attlog.txt and the att<YYYY>.txt years;
      *  - course enrollments, crsenrl.txt (read by key for each ID
      *    the student was filed under) and the crsenrl<YYYY>.txt
      *    years (dated by the term's end in the term calendar);
      *  - status history (stathist.txt) and name history
      *    (namehist.txt);
      *  - ID renumbers and duplicate merges (idxref.txt);
      *  - the move to the permanent-record archive (permarch.txt),
      *    which also supplies the name of a purged student.
      *Renumber links are followed both ways, so lines written under
      *an old ID (or a merged duplicate's ID) are part of the
      *history and marked with the ID they were filed under.
      *A student can be looked up by ID or by last name - the live
      *file, the name history and the archive markers are all
      *searched, so a former name still finds them.
      *Read-only : nothing is written but the optional printout
      *(report HISTORY through PrintRpt). Operators sign on with the
      *usual operator ID / password gate; inquiry-role operators see
      *the record history but not the audit-trail lines, which name
      *the operators behind each change.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNUM
               ALTERNATE RECORD KEY IS LNAME WITH DUPLICATES
               FILE STATUS IS StudentFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT AuditFile ASSIGN TO DYNAMIC AuditFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT AttendFile ASSIGN TO DYNAMIC AttFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT EnrlArchive ASSIGN TO DYNAMIC EnrlFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EnrlArchiveStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT StatHistFile ASSIGN TO "stathist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatHistStatus.
           SELECT NameHistFile ASSIGN TO "namehist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NameHistStatus.
           SELECT XrefFile ASSIGN TO "idxref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XrefFileStatus.
           SELECT PermArchFile ASSIGN TO "permarch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PermArchStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD AuditFile.
       COPY AUDITREC.

       FD AttendFile.
       COPY ATTLOG.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD EnrlArchive.
       01  EnrlArchiveRecord PIC X(29).

       FD TermCalFile.
       COPY TERMCAL.

       FD StatHistFile.
       COPY STATHIST.

       FD NameHistFile.
       COPY NAMEHIST.

       FD XrefFile.
       COPY IDXREF.

       FD PermArchFile.
       COPY PERMARCH.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  EnrlArchiveStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  StatHistStatus PIC XX.
       01  NameHistStatus PIC XX.
       01  XrefFileStatus PIC XX.
       01  PermArchStatus PIC XX.
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
       01  StayOpen PIC A VALUE "Y".
       01  LookupText PIC X(10).
       01  LookupName PIC A(10).
       01  PrintAnswer PIC X.
       01  MatchCount PIC 9(3).
       01  ArchHits PIC 9(3).
       01  ZeroID PIC 9(9) VALUE 0.
       01  SubjectID PIC 9(9).
       01  SubjectName PIC X(21).
       01  SubjectStatus PIC X(24).
      *Every ID the student's lines may be filed under : the ID
      *asked for plus everything linked to it through idxref.txt.
       01  IDSetTable.
           02 IDSetEntry OCCURS 20 TIMES PIC 9(9).
       01  IDSetCount PIC 9(2).
       01  IDSetIdx PIC 9(2).
       01  LiveSetIdx PIC 9(2).
       01  InSet PIC A.
       01  CheckID PIC 9(9).
       01  LinkAdded PIC A.
       01  LinkPasses PIC 9(2).
      *The history, kept in date order as it is collected.
       01  EventTable.
           02 EventEntry OCCURS 3000 TIMES.
               03 HE-DATE PIC 9(8).
               03 HE-SOURCE PIC X(9).
               03 HE-TEXT PIC X(60).
       01  EventCount PIC 9(4).
       01  EventIdx PIC 9(4).
       01  InsertIdx PIC 9(4).
       01  ShiftIdx PIC 9(4).
       01  EventsDropped PIC 9(5).
       01  NewDate PIC 9(8).
       01  NewSource PIC X(9).
       01  NewText PIC X(60).
       01  FiledUnder PIC X(14).
      *Term end dates for dating course enrollments.
       01  TermEndTable.
           02 TermEndDate OCCURS 20 TIMES PIC 9(8).
       01  FirstYear PIC 9(4) VALUE 0.
       01  ThisYear PIC 9(4).
       01  YearNum PIC 9(4).
       01  MonthNum PIC 9(2).
       01  AuditMonth PIC 9(6).
      *Archive files that exist, then the live files.
       01  AuditPathTable.
           02 AuditPath OCCURS 260 TIMES PIC X(40).
       01  AuditPathCount PIC 9(3) VALUE 0.
       01  AuditPathIdx PIC 9(3).
       01  EnrlPathTable.
           02 EnrlPath OCCURS 25 TIMES PIC X(40).
       01  EnrlPathCount PIC 9(2) VALUE 0.
       01  AttPathTable.
           02 AttPath OCCURS 25 TIMES PIC X(40).
       01  AttPathCount PIC 9(2) VALUE 0.
       01  ArchPathIdx PIC 9(2).
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "HISTORY".
       01  RptTitle PIC X(40) VALUE "STUDENT HISTORY".
       01  RptLine PIC X(80).
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  AuditFilePath PIC X(40).
       01  AttFilePath PIC X(40).
       01  EnrlFilePath PIC X(40).

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           DISPLAY "-- Student History Inquiry --".
           PERFORM Login.
           IF NOT LOGINSUCCESS
               DISPLAY "Login failed."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:4) TO THISYEAR.
           PERFORM LoadTermCalendar.
           PERFORM BuildArchivePathLists.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Student ID or last name (blank = done) : "
                   WITH NO ADVANCING
               MOVE SPACES TO LOOKUPTEXT
               ACCEPT LOOKUPTEXT
               EVALUATE TRUE
                   WHEN LOOKUPTEXT = SPACES
                       MOVE 'N' TO STAYOPEN
                   WHEN LOOKUPTEXT (1:9) IS NUMERIC
                           AND LOOKUPTEXT (10:1) = SPACE
                       MOVE LOOKUPTEXT (1:9) TO SUBJECTID
                       PERFORM ShowOneHistory
                   WHEN OTHER
                       MOVE LOOKUPTEXT TO LOOKUPNAME
                       PERFORM ResolveLastName
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused.
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

       LoadTermCalendar.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TERMCALFILE.
           IF TERMCALSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TERMCALFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       IF TC-TERMIDX >= 1 AND TC-TERMIDX <= 20
                           MOVE TC-ENDDATE
                               TO TERMENDDATE (TC-TERMIDX)
                       END-IF
                       IF TC-SCHOOLYEAR > 0
                           AND (FIRSTYEAR = 0
                               OR TC-SCHOOLYEAR < FIRSTYEAR)
                           MOVE TC-SCHOOLYEAR TO FIRSTYEAR
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TERMCALFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *Audit months from the year before the first school year in
      *the term calendar (at most twenty years back) to this year,
      *then the per-year attendance and enrollment archives, then
      *the live audit and attendance files. The live enrollments
      *are read by key instead.
       BuildArchivePathLists.
           IF FIRSTYEAR = 0 OR FIRSTYEAR > THISYEAR
               MOVE THISYEAR TO FIRSTYEAR
           END-IF.
           SUBTRACT 1 FROM FIRSTYEAR.
           IF THISYEAR - FIRSTYEAR > 20
               COMPUTE FIRSTYEAR = THISYEAR - 20
           END-IF.
           PERFORM NoteOneArchiveYear
               VARYING YEARNUM FROM FIRSTYEAR BY 1
               UNTIL YEARNUM > THISYEAR.
           ADD 1 TO AUDITPATHCOUNT.
           MOVE "audit.txt" TO AUDITPATH (AUDITPATHCOUNT).
           ADD 1 TO ATTPATHCOUNT.
           MOVE "attlog.txt" TO ATTPATH (ATTPATHCOUNT).

       NoteOneArchiveYear.
           PERFORM NoteOneAuditMonth
               VARYING MONTHNUM FROM 1 BY 1 UNTIL MONTHNUM > 12.
           MOVE SPACES TO ENRLFILEPATH.
           STRING "crsenrl" YEARNUM ".txt"
               DELIMITED BY SIZE INTO ENRLFILEPATH.
           OPEN INPUT ENRLARCHIVE.
           IF ENRLARCHIVESTATUS = FS-SUCCESS
               CLOSE ENRLARCHIVE
               ADD 1 TO ENRLPATHCOUNT
               MOVE ENRLFILEPATH TO ENRLPATH (ENRLPATHCOUNT)
           END-IF.
           MOVE SPACES TO ATTFILEPATH.
           STRING "att" YEARNUM ".txt"
               DELIMITED BY SIZE INTO ATTFILEPATH.
           OPEN INPUT ATTENDFILE.
           IF ATTENDFILESTATUS = FS-SUCCESS
               CLOSE ATTENDFILE
               ADD 1 TO ATTPATHCOUNT
               MOVE ATTFILEPATH TO ATTPATH (ATTPATHCOUNT)
           END-IF.

       NoteOneAuditMonth.
           COMPUTE AUDITMONTH = YEARNUM * 100 + MONTHNUM.
           MOVE SPACES TO AUDITFILEPATH.
           STRING "audit" AUDITMONTH ".txt"
               DELIMITED BY SIZE INTO AUDITFILEPATH.
           OPEN INPUT AUDITFILE.
           IF AUDITFILESTATUS = FS-SUCCESS
               CLOSE AUDITFILE
               ADD 1 TO AUDITPATHCOUNT
               MOVE AUDITFILEPATH TO AUDITPATH (AUDITPATHCOUNT)
           END-IF.

      *Everyone the last name could mean : live students under it,
      *former names in the name history, and archived students
      *(through ArchLook). The operator then picks the ID.
       ResolveLastName.
           MOVE 0 TO MATCHCOUNT.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS = FS-SUCCESS
               MOVE LOOKUPNAME TO LNAME
               START STUDENTFILE KEY IS NOT LESS THAN LNAME
                   INVALID KEY MOVE 'Y' TO ATENDFLAG
               END-START
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STUDENTFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND LNAME NOT = LOOKUPNAME
                       MOVE 'Y' TO ATENDFLAG
                   END-IF
                   IF ATENDFLAG = 'N'
                       ADD 1 TO MATCHCOUNT
                       DISPLAY "  " IDNUM " " FNAME " " LNAME
                           " (status " ENROLLSTATUS ")"
                   END-IF
               END-PERFORM
               CLOSE STUDENTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT NAMEHISTFILE.
           IF NAMEHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ NAMEHISTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND NH-OLDLNAME = LOOKUPNAME
                       ADD 1 TO MATCHCOUNT
                       DISPLAY "  " NH-IDNUM " " NH-OLDFNAME " "
                           NH-OLDLNAME " (former name, changed "
                           NH-DATE ")"
                   END-IF
               END-PERFORM
               CLOSE NAMEHISTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.
           CALL "ArchLook" USING ZEROID LOOKUPNAME ARCHHITS.
           ADD ARCHHITS TO MATCHCOUNT.
           IF MATCHCOUNT = 0
               DISPLAY "No student found with that last name."
           ELSE
               DISPLAY "Student ID to show (0 = none) : "
                   WITH NO ADVANCING
               ACCEPT SUBJECTID
               IF SUBJECTID NOT = 0
                   PERFORM ShowOneHistory
               END-IF
           END-IF.

       ShowOneHistory.
           MOVE 0 TO EVENTCOUNT.
           MOVE 0 TO EVENTSDROPPED.
           PERFORM BuildIDSet.
           PERFORM IdentifySubject.
           PERFORM CollectAudit
               VARYING AUDITPATHIDX FROM 1 BY 1
               UNTIL AUDITPATHIDX > AUDITPATHCOUNT.
           PERFORM CollectAttendance
               VARYING ARCHPATHIDX FROM 1 BY 1
               UNTIL ARCHPATHIDX > ATTPATHCOUNT.
           OPEN INPUT COURSEENRLFILE.
           PERFORM CollectEnrollments
               VARYING ARCHPATHIDX FROM 1 BY 1
               UNTIL ARCHPATHIDX > ENRLPATHCOUNT.
           IF COURSEENRLSTATUS = FS-SUCCESS
               PERFORM CollectLiveEnrollments
                   VARYING LIVESETIDX FROM 1 BY 1
                   UNTIL LIVESETIDX > IDSETCOUNT
               CLOSE COURSEENRLFILE
           END-IF.
           PERFORM CollectStatusHistory.
           PERFORM CollectNameHistory.
           PERFORM CollectRenumbers.
           PERFORM CollectArchive.
           PERFORM DisplayHistory.
           IF EVENTCOUNT > 0
               DISPLAY "Print this history? (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT PRINTANSWER
               IF PRINTANSWER = 'Y' OR PRINTANSWER = 'y'
                   PERFORM PrintHistory
               END-IF
           END-IF.

      *Renumber and merge links both ways, repeated until a pass
      *adds nothing, so a chain of moves is followed end to end.
       BuildIDSet.
           MOVE 1 TO IDSETCOUNT.
           MOVE SUBJECTID TO IDSETENTRY (1).
           MOVE 'Y' TO LINKADDED.
           MOVE 0 TO LINKPASSES.
           PERFORM FollowLinksOnce
               UNTIL LINKADDED = 'N' OR LINKPASSES >= 10.

       FollowLinksOnce.
           ADD 1 TO LINKPASSES.
           MOVE 'N' TO LINKADDED.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT XREFFILE.
           IF XREFFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ XREFFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE XR-NEWID TO CHECKID
                       PERFORM CheckInSet
                       IF INSET = 'Y'
                           MOVE XR-OLDID TO CHECKID
                           PERFORM AddToSet
                       END-IF
                       MOVE XR-OLDID TO CHECKID
                       PERFORM CheckInSet
                       IF INSET = 'Y'
                           MOVE XR-NEWID TO CHECKID
                           PERFORM AddToSet
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE XREFFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       CheckInSet.
           MOVE 'N' TO INSET.
           PERFORM VARYING IDSETIDX FROM 1 BY 1
                   UNTIL IDSETIDX > IDSETCOUNT
               IF IDSETENTRY (IDSETIDX) = CHECKID
                   MOVE 'Y' TO INSET
               END-IF
           END-PERFORM.

       AddToSet.
           PERFORM CheckInSet.
           IF INSET = 'N' AND CHECKID NOT = 0 AND IDSETCOUNT < 20
               ADD 1 TO IDSETCOUNT
               MOVE CHECKID TO IDSETENTRY (IDSETCOUNT)
               MOVE 'Y' TO LINKADDED
           END-IF.

      *Name and status from the live record, or from the archived
      *image when the student has been purged.
       IdentifySubject.
           MOVE "(not on file)" TO SUBJECTNAME.
           MOVE SPACES TO SUBJECTSTATUS.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS = FS-SUCCESS
               MOVE SUBJECTID TO IDNUM
               READ STUDENTFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM NoteSubjectName
                       MOVE "on file" TO SUBJECTSTATUS
               END-READ
               CLOSE STUDENTFILE
           END-IF.
           IF SUBJECTSTATUS = SPACES
               MOVE 'N' TO ATENDFLAG
               OPEN INPUT PERMARCHFILE
               IF PERMARCHSTATUS = FS-SUCCESS
                   PERFORM UNTIL ATENDFLAG = 'Y'
                       READ PERMARCHFILE
                           AT END MOVE 'Y' TO ATENDFLAG
                       END-READ
                       IF ATENDFLAG = 'N' AND RP-STUDENT
                               AND RP-IDNUM = SUBJECTID
                           MOVE RP-IMAGE TO STUDENTDATA
                           PERFORM NoteSubjectName
                           MOVE "permanent-record archive"
                               TO SUBJECTSTATUS
                       END-IF
                   END-PERFORM
                   CLOSE PERMARCHFILE
               END-IF
               MOVE 'N' TO ATENDFLAG
           END-IF.

       NoteSubjectName.
           MOVE SPACES TO SUBJECTNAME.
           STRING FNAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               LNAME DELIMITED BY "  "
               INTO SUBJECTNAME.

      *Marks a line filed under a linked ID rather than the one
      *asked for.
       NoteFiledUnder.
           IF CHECKID = SUBJECTID
               MOVE SPACES TO FILEDUNDER
           ELSE
               MOVE SPACES TO FILEDUNDER
               STRING " [ID " CHECKID "]"
                   DELIMITED BY SIZE INTO FILEDUNDER
           END-IF.

      *Inquiry operators don't see who made each change.
       CollectAudit.
           IF NOT INQUIRYROLE
               MOVE AUDITPATH (AUDITPATHIDX) TO AUDITFILEPATH
               MOVE 'N' TO ATENDFLAG
               OPEN INPUT AUDITFILE
               IF AUDITFILESTATUS = FS-SUCCESS
                   PERFORM UNTIL ATENDFLAG = 'Y'
                       READ AUDITFILE
                           AT END MOVE 'Y' TO ATENDFLAG
                       END-READ
                       IF ATENDFLAG = 'N'
                           MOVE AA-IDNUM TO CHECKID
                           PERFORM CheckInSet
                           IF INSET = 'Y'
                               PERFORM AddAuditEvent
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE AUDITFILE
               END-IF
               MOVE 'N' TO ATENDFLAG
           END-IF.

       AddAuditEvent.
           PERFORM NoteFiledUnder.
           MOVE AA-TIMESTAMP (1:8) TO NEWDATE.
           MOVE "AUDIT" TO NEWSOURCE.
           MOVE SPACES TO NEWTEXT.
           IF AA-AFT-STATUS = SPACE
               STRING AA-ACTION DELIMITED BY SPACE
                   " by " DELIMITED BY SIZE
                   AA-OPERID DELIMITED BY SPACE
                   " : was " DELIMITED BY SIZE
                   AA-BEF-FNAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AA-BEF-LNAME DELIMITED BY "  "
                   " status " DELIMITED BY SIZE
                   AA-BEF-STATUS DELIMITED BY SIZE
                   FILEDUNDER DELIMITED BY "  "
                   INTO NEWTEXT
           ELSE
               STRING AA-ACTION DELIMITED BY SPACE
                   " by " DELIMITED BY SIZE
                   AA-OPERID DELIMITED BY SPACE
                   " : " DELIMITED BY SIZE
                   AA-AFT-FNAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   AA-AFT-LNAME DELIMITED BY "  "
                   " status " DELIMITED BY SIZE
                   AA-AFT-STATUS DELIMITED BY SIZE
                   " grade " DELIMITED BY SIZE
                   AA-AFT-GRADE DELIMITED BY SIZE
                   FILEDUNDER DELIMITED BY "  "
                   INTO NEWTEXT
           END-IF.
           PERFORM AddEvent.

       CollectAttendance.
           MOVE ATTPATH (ARCHPATHIDX) TO ATTFILEPATH.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ATTENDFILE.
           IF ATTENDFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ATTENDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE AT-IDNUM TO CHECKID
                       PERFORM CheckInSet
                       IF INSET = 'Y'
                           PERFORM AddAttendEvent
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ATTENDFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       AddAttendEvent.
           PERFORM NoteFiledUnder.
           MOVE AT-DATE TO NEWDATE.
           MOVE "ATTEND" TO NEWSOURCE.
           MOVE SPACES TO NEWTEXT.
           IF AT-TARDY
               STRING "Tardy" DELIMITED BY SIZE
                   FILEDUNDER DELIMITED BY "  "
                   INTO NEWTEXT
           ELSE
               STRING "Absent" DELIMITED BY SIZE
                   FILEDUNDER DELIMITED BY "  "
                   INTO NEWTEXT
           END-IF.
           PERFORM AddEvent.

       CollectEnrollments.
           MOVE ENRLPATH (ARCHPATHIDX) TO ENRLFILEPATH.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ENRLARCHIVE.
           IF ENRLARCHIVESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ENRLARCHIVE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE ENRLARCHIVERECORD TO COURSEENRLRECORD
                       MOVE CE-IDNUM TO CHECKID
                       PERFORM CheckInSet
                       IF INSET = 'Y'
                           PERFORM AddEnrollEvent
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ENRLARCHIVE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *One ID of the set : its live enrollments, by key.
       CollectLiveEnrollments.
           MOVE IDSETENTRY (LIVESETIDX) TO CHECKID.
           MOVE 'N' TO ATENDFLAG.
           MOVE CHECKID TO CE-IDNUM.
           MOVE 0 TO CE-TERMIDX.
           MOVE LOW-VALUES TO CE-CODE.
           START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
               INVALID KEY MOVE 'Y' TO ATENDFLAG
           END-START.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ COURSEENRLFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N' AND CE-IDNUM NOT = CHECKID
                   MOVE 'Y' TO ATENDFLAG
               END-IF
               IF ATENDFLAG = 'N'
                   PERFORM AddEnrollEvent
               END-IF
           END-PERFORM.
           MOVE 'N' TO ATENDFLAG.

       AddEnrollEvent.
           PERFORM NoteFiledUnder.
           MOVE 0 TO NEWDATE.
           IF CE-TERMIDX >= 1 AND CE-TERMIDX <= 20
               MOVE TERMENDDATE (CE-TERMIDX) TO NEWDATE
           END-IF.
           MOVE "COURSE" TO NEWSOURCE.
           MOVE SPACES TO NEWTEXT.
           IF CE-SCORED
               STRING CE-CODE DELIMITED BY SPACE
                   " term " DELIMITED BY SIZE
                   CE-TERMIDX DELIMITED BY SIZE
                   " score " DELIMITED BY SIZE
                   CE-SCORE DELIMITED BY SIZE
                   FILEDUNDER DELIMITED BY "  "
                   INTO NEWTEXT
           ELSE
               STRING CE-CODE DELIMITED BY SPACE
                   " term " DELIMITED BY SIZE
                   CE-TERMIDX DELIMITED BY SIZE
                   " marked " DELIMITED BY SIZE
                   CE-MARK DELIMITED BY SIZE
                   FILEDUNDER DELIMITED BY "  "
                   INTO NEWTEXT
           END-IF.
           PERFORM AddEvent.

       CollectStatusHistory.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT STATHISTFILE.
           IF STATHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STATHISTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE SH-IDNUM TO CHECKID
                       PERFORM CheckInSet
                       IF INSET = 'Y'
                           PERFORM NoteFiledUnder
                           MOVE SH-DATE TO NEWDATE
                           MOVE "STATUS" TO NEWSOURCE
                           MOVE SPACES TO NEWTEXT
                           STRING "'" SH-OLDSTATUS "' to '"
                               SH-NEWSTATUS "' " DELIMITED BY SIZE
                               SH-REASON DELIMITED BY "  "
                               FILEDUNDER DELIMITED BY "  "
                               INTO NEWTEXT
                           PERFORM AddEvent
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STATHISTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       CollectNameHistory.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT NAMEHISTFILE.
           IF NAMEHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ NAMEHISTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE NH-IDNUM TO CHECKID
                       PERFORM CheckInSet
                       IF INSET = 'Y'
                           PERFORM NoteFiledUnder
                           MOVE NH-DATE TO NEWDATE
                           MOVE "NAME" TO NEWSOURCE
                           MOVE SPACES TO NEWTEXT
                           STRING "Name changed from "
                               DELIMITED BY SIZE
                               NH-OLDFNAME DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               NH-OLDLNAME DELIMITED BY "  "
                               FILEDUNDER DELIMITED BY "  "
                               INTO NEWTEXT
                           PERFORM AddEvent
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NAMEHISTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       CollectRenumbers.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT XREFFILE.
           IF XREFFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ XREFFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE XR-NEWID TO CHECKID
                       PERFORM CheckInSet
                       IF INSET = 'Y'
                           MOVE XR-DATE TO NEWDATE
                           MOVE "ID LINK" TO NEWSOURCE
                           MOVE SPACES TO NEWTEXT
                           STRING "ID " XR-OLDID " moved to "
                               XR-NEWID DELIMITED BY SIZE
                               INTO NEWTEXT
                           PERFORM AddEvent
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE XREFFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       CollectArchive.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT PERMARCHFILE.
           IF PERMARCHSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PERMARCHFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND RP-STUDENT
                       MOVE RP-IDNUM TO CHECKID
                       PERFORM CheckInSet
                       IF INSET = 'Y'
                           PERFORM NoteFiledUnder
                           MOVE RP-PURGEDATE TO NEWDATE
                           MOVE "ARCHIVE" TO NEWSOURCE
                           MOVE SPACES TO NEWTEXT
                           STRING "Moved to the permanent-record "
                               "archive" DELIMITED BY SIZE
                               FILEDUNDER DELIMITED BY "  "
                               INTO NEWTEXT
                           PERFORM AddEvent
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PERMARCHFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *Insert in date order; a line dated the same as ones already
      *held goes after them, so each file's own order is kept.
       AddEvent.
           IF EVENTCOUNT >= 3000
               ADD 1 TO EVENTSDROPPED
           ELSE
               MOVE 1 TO INSERTIDX
               PERFORM VARYING EVENTIDX FROM 1 BY 1
                       UNTIL EVENTIDX > EVENTCOUNT
                   IF HE-DATE (EVENTIDX) <= NEWDATE
                       COMPUTE INSERTIDX = EVENTIDX + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING SHIFTIDX FROM EVENTCOUNT BY -1
                       UNTIL SHIFTIDX < INSERTIDX
                   MOVE EVENTENTRY (SHIFTIDX)
                       TO EVENTENTRY (SHIFTIDX + 1)
               END-PERFORM
               ADD 1 TO EVENTCOUNT
               MOVE NEWDATE TO HE-DATE (INSERTIDX)
               MOVE NEWSOURCE TO HE-SOURCE (INSERTIDX)
               MOVE NEWTEXT TO HE-TEXT (INSERTIDX)
           END-IF.

       DisplayHistory.
           DISPLAY " ".
           DISPLAY "History of " SUBJECTID " " SUBJECTNAME
               " - " SUBJECTSTATUS.
           IF IDSETCOUNT > 1
               DISPLAY "  also filed under :" WITH NO ADVANCING
               PERFORM VARYING IDSETIDX FROM 2 BY 1
                       UNTIL IDSETIDX > IDSETCOUNT
                   DISPLAY " " IDSETENTRY (IDSETIDX)
                       WITH NO ADVANCING
               END-PERFORM
               DISPLAY " "
           END-IF.
           IF INQUIRYROLE
               DISPLAY "  (audit-trail entries not shown to inquiry "
                   "operators)"
           END-IF.
           PERFORM VARYING EVENTIDX FROM 1 BY 1
                   UNTIL EVENTIDX > EVENTCOUNT
               DISPLAY HE-DATE (EVENTIDX) " " HE-SOURCE (EVENTIDX)
                   " " HE-TEXT (EVENTIDX)
           END-PERFORM.
           IF EVENTCOUNT = 0
               DISPLAY "No history found for " SUBJECTID "."
           END-IF.
           IF EVENTSDROPPED > 0
               DISPLAY EVENTSDROPPED " further line(s) not shown - "
                   "more than 3000."
           END-IF.

       PrintHistory.
           MOVE "OPER" TO RPTOP.
           MOVE OPERID TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "DATE     SOURCE    DETAIL" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "STUDENT " SUBJECTID " " SUBJECTNAME " - "
               SUBJECTSTATUS DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF IDSETCOUNT > 1
               MOVE "  ALSO FILED UNDER :" TO RPTLINE
               PERFORM VARYING IDSETIDX FROM 2 BY 1
                       UNTIL IDSETIDX > IDSETCOUNT OR IDSETIDX > 6
                   MOVE IDSETENTRY (IDSETIDX)
                       TO RPTLINE (12 + IDSETIDX * 10:9)
               END-PERFORM
               PERFORM EmitLine
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING EVENTIDX FROM 1 BY 1
                   UNTIL EVENTIDX > EVENTCOUNT
               MOVE SPACES TO RPTLINE
               MOVE HE-DATE (EVENTIDX) TO RPTLINE (1:8)
               MOVE HE-SOURCE (EVENTIDX) TO RPTLINE (10:9)
               MOVE HE-TEXT (EVENTIDX) TO RPTLINE (20:60)
               PERFORM EmitLine
           END-PERFORM.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "HISTORY CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Lines shown : " EVENTCOUNT
               "   not shown (over 3000) : " EVENTSDROPPED
               DELIMITED BY SIZE INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Audit months searched : " AUDITPATHCOUNT
               "   printed by " OPERID
               DELIMITED BY SIZE INTO RPTLINE.
           PERFORM EmitLine.
           IF INQUIRYROLE
               MOVE "  Audit-trail entries withheld (inquiry role)"
                   TO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "History printed (report HISTORY).".
