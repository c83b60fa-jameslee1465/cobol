           SELECT MealEligFile ASSIGN TO "mealelig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MealEligStatus.
           SELECT TuitionAdjFile ASSIGN TO "tuitadj.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TuitionAdjStatus.
           SELECT AccPlanFile ASSIGN TO "accplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccPlanStatus.
           SELECT AccPlanWork ASSIGN TO "accplan.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccPlanWorkStatus.
           SELECT AccCodeFile ASSIGN TO "acccode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccCodeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MealEligFile.
       COPY MEALELIG.

       FD TuitionAdjFile.
       COPY TUITADJ.

       FD AccPlanFile.
       COPY ACCPLAN.

       FD AccPlanWork.
       01  AccPlanWorkRecord PIC X(70).

       FD AccCodeFile.
       COPY ACCCODE.

       WORKING-STORAGE SECTION.
       01  Choice PIC 99.
       01  StayOpen PIC A Value "Y".
       01  AtEndFlag PIC A Value "N".
       01  DelConfirm PIC A.
       01  SearchLName PIC A(10).
      *Hits in the archive markers when a student isn't on file.
       01  ArchHits PIC 9(3).
       01  ArchNoName PIC A(10) VALUE SPACES.
       01  DupCheckID PIC 9(9).
       01  SaveIDNum PIC 9(9).
       01  UpdField PIC A.
           88 ClerkRole VALUE "C".
           88 SupervisorRole VALUE "S".
       01  MenuAllowed PIC A.
      *Campus of the operator who logged in. Below district level
      *the menus only reach that campus's students; CampusRefused
      *marks a student read that was turned away for it.
       01  OperCampus PIC X(2).
       01  DistrictLevel PIC A VALUE "N".
           88 DistrictOper VALUE "Y".
       01  CampusRefused PIC A VALUE "N".
       01  SessionLockStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       01  TakeoverWord PIC X(10).
               03 OL-ACTIVE PIC X.
               03 OL-FAILCOUNT PIC 9.
               03 OL-PWDATE PIC 9(8).
               03 OL-CAMPUS PIC X(2).
               03 OL-PWDATA PIC X(121).
       01  OprCount PIC 9(3) VALUE 0.
       01  OprIdx PIC 9(3).
       01  OprFound PIC 9(3).
       01  AttemptCount PIC 9 VALUE 0.
       01  OperChanged PIC A VALUE "N".
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  TodayDate PIC 9(8).
       01  TodaySerial PIC 9(8).
       01  PwSerial PIC 9(8).
       01  StatusAllowed PIC A.
       01  OverrideWord PIC X(10).
       01  HistFoundFlag PIC A.
       01  TuitionAdjStatus PIC XX.
       01  AdjAtEnd PIC A.
       01  AdjSeq PIC 9(6).
       01  AdjReason PIC X(4).
       01  AdjAmountShow PIC -ZZ,ZZ9.99.
       01  AccPlanStatus PIC XX.
       01  AccPlanWorkStatus PIC XX.
       01  AccCodeStatus PIC XX.
       01  AccChoice PIC 9.
       01  AccStay PIC A.
       01  AccFound PIC A.
       01  AccAtEnd PIC A.
       01  AccIdx PIC 9.
       01  AccTypeName PIC X(10).
       01  AccCodeIn PIC X(4).
       01  AccCodeKnown PIC A.
       01  AccCodeOnFile PIC A.
       01  AccCodeShown PIC 9(3).
       01  AccCodeDesc PIC X(30).
       01  AccFill PIC 9.
      *Full-screen entry work fields : the form edits these, and the
      *record buffer is only touched after the operator confirms, so
      *Escape cancels cleanly without a partial record.
       01  FrmBirthDate PIC 9(8).
       01  FrmTuition PIC S9(5)V99.
       01  FrmOptOut PIC X.
       01  FrmCampus PIC X(2).
       01  EscapeKey CONSTANT AS 2005.
       01  BirthYear PIC 9(4).
       01  BirthMMDD PIC 9(4).
      *one go when the table fills; half the table, so a rollover
      *isn't needed again the very next term.
       01  RollCount CONSTANT AS 4.
       COPY AUDCHAIN.
       COPY STATCODE.
       COPY CAMPUS.
      *Defaults to student.txt in the current directory; set the
      *STUDENTFILE environment variable (a JCL DD-style external
      *assignment) to point this run at a test copy of the file
           05 LINE 13 COL 24 PIC S9(5)V99 USING FRMTUITION.
           05 LINE 14 COL 5 VALUE "Dir opt-out(Y/N):".
           05 LINE 14 COL 24 PIC X USING FRMOPTOUT.
           05 LINE 15 COL 5 VALUE "Campus          :".
           05 LINE 15 COL 24 PIC X(2) USING FRMCAMPUS.
           05 LINE 16 COL 5 PIC X(40) FROM FORMERROR.
       01  UpdStudentForm.
           05 BLANK SCREEN.
           05 LINE 13 COL 24 PIC S9(5)V99 USING FRMTUITION.
           05 LINE 14 COL 5 VALUE "Dir opt-out(Y/N):".
           05 LINE 14 COL 24 PIC X USING FRMOPTOUT.
           05 LINE 15 COL 5 VALUE "Campus          :".
           05 LINE 15 COL 24 PIC X(2) USING FRMCAMPUS.
           05 LINE 16 COL 5 PIC X(40) FROM FORMERROR.

       PROCEDURE DIVISION.
           END-IF.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Student Records - campus " OPERCAMPUS
               DISPLAY "1 : Get Student"
               IF NOT INQUIRYONLY
                   DISPLAY "2 : Add Student"
               DISPLAY "11 : Mailing Address"
               IF NOT INQUIRYONLY
                   DISPLAY "12 : Meal Eligibility (confidential)"
                   DISPLAY "13 : Accommodation Plan (confidential)"
               END-IF
               DISPLAY "0 : Exit"
               DISPLAY ": " WITH NO ADVANCING
                       WHEN 10 PERFORM ContactMenu
                       WHEN 11 PERFORM AddressMenu
                       WHEN 12 PERFORM MealMenu
                       WHEN 13 PERFORM AccPlanMenu
                       WHEN OTHER MOVE 'N' TO STAYOPEN
                   END-EVALUATE
               END-IF
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           PERFORM CheckCampusAccess.
           PERFORM CheckStudentIOStatus.
           IF STUDEXIST = 'N'
               IF CAMPUSREFUSED = 'N'
                   CALL "ArchLook" USING IDNUM ARCHNONAME ARCHHITS
                   IF ARCHHITS = 0
                       DISPLAY "Student : " MSG-NOT-FOUND
                   END-IF
               END-IF
           ELSE
               DISPLAY "StudentID : " IDNUM
               DISPLAY "First Name : " FNAME
               DISPLAY "Last Name : "LNAME
               DISPLAY "Enrollment Status : " ENROLLSTATUS
               DISPLAY "Grade Level : " GRADELEVEL
               DISPLAY "Campus : " CAMPUSWORK
               DISPLAY "Birth Date : " BIRTHDATE
               DISPLAY "Age : " AGE
               DISPLAY "Tuition Balance : " TUITIONBALANCE
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           PERFORM CheckCampusAccess.
           PERFORM CheckDelinquencyHold.
           IF STUDEXIST = 'Y' AND HOLDFOUND = 'Y'
               DISPLAY "No card - business office hold on this "
                   "account. See the business office."
           ELSE
           IF STUDEXIST = 'N'
               PERFORM ShowNotFound
           ELSE
               EVALUATE TRUE
                   WHEN ACTIVE MOVE "ACTIVE" TO IDCARDSTATUS
           MOVE 0 TO FRMBIRTHDATE.
           MOVE 0 TO FRMTUITION.
           MOVE 'N' TO FRMOPTOUT.
           IF DISTRICTOPER
               MOVE CAMPUS-HOME TO FRMCAMPUS
           ELSE
               MOVE OPERCAMPUS TO FRMCAMPUS
           END-IF.
           MOVE SPACES TO FORMERROR.
      *A cancel left over from an earlier form must not short the
      *test-before loop out of ever showing this one.
               DISPLAY "Add cancelled - nothing written."
           ELSE
               MOVE FRMIDNUM TO IDNUM
               CALL "ArchLook" USING IDNUM ARCHNONAME ARCHHITS
               IF ARCHHITS > 0
                   DISPLAY "StudentID belongs to an archived student "
                       "- not reused. Nothing written."
               ELSE
                   PERFORM WriteNewStudent
               END-IF
           END-IF.

      *An ID that went to the archive stays retired : the archive
      *marker and the permanent record still answer to it.
       WriteNewStudent.
           MOVE FRMFNAME TO FNAME.
           MOVE FRMLNAME TO LNAME.
           PERFORM CheckDuplicateName.
           MOVE 1 TO TERMCOUNT.
           MOVE 0 TO TERMBASE.
           MOVE FRMCHINS TO CHINS (1).
           MOVE FRMENGS TO ENGS (1).
           MOVE FRMMATHS TO MATHS (1).
           MOVE FRMSTATUS TO ENROLLSTATUS.
           MOVE FRMGRADE TO GRADELEVEL.
           MOVE FRMBIRTHDATE TO BIRTHDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           PERFORM DeriveAge.
           PERFORM SetCanVoteFlag.
           MOVE FRMTUITION TO TUITIONBALANCE.
           MOVE FRMOPTOUT TO DIROPTOUT.
           MOVE FRMCAMPUS TO CAMPUS.
           MOVE IDNUM TO DUPCHECKID.
           WRITE STUDENTDATA
               INVALID KEY
                   MOVE DUPCHECKID TO IDNUM
                   READ STUDENTFILE
                       INVALID KEY CONTINUE
                   END-READ
                   DISPLAY "StudentID taken! Already on file "
                       "as : " FNAME " " LNAME
               NOT INVALID KEY
                   MOVE "ADD" TO AA-ACTION
                   MOVE SPACES TO AA-BEFORE
                   MOVE FNAME TO AA-AFT-FNAME
                   MOVE LNAME TO AA-AFT-LNAME
                   MOVE CHINS (1) TO AA-AFT-CHINS
                   MOVE ENGS (1) TO AA-AFT-ENGS
                   MOVE MATHS (1) TO AA-AFT-MATHS
                   MOVE ENROLLSTATUS TO AA-AFT-STATUS
                   MOVE GRADELEVEL TO AA-AFT-GRADE
                   MOVE AGE TO AA-AFT-AGE
                   MOVE CANVOTEFLAG TO AA-AFT-CANVOTE
                   MOVE TUITIONBALANCE TO AA-AFT-TUITION
                   PERFORM LogAudit
                   DISPLAY "Student added!"
           END-WRITE.
           PERFORM CheckStudentIOStatus.

       AcceptAddForm.
           MOVE 'N' TO FORMCANCELLED.
           DISPLAY ADDSTUDENTFORM.
       ValidateStudentForm.
           MOVE "OK" TO FORMERROR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           MOVE FRMCAMPUS TO CAMPUSWORK.
           PERFORM FindCampus.
           MOVE CAMPUSWORK TO FRMCAMPUS.
           EVALUATE TRUE
               WHEN FRMIDNUM = 0
                   MOVE "STUDENT ID CAN'T BE ZERO" TO FORMERROR
               WHEN FRMOPTOUT NOT = 'Y' AND FRMOPTOUT NOT = 'N'
                   MOVE "DIRECTORY OPT-OUT MUST BE Y OR N"
                       TO FORMERROR
               WHEN CAMPUSIDX = CAMPUS-SLOTS
                   MOVE "CAMPUS CODE NOT KNOWN" TO FORMERROR
               WHEN NOT DISTRICTOPER AND FRMCAMPUS NOT = OPERCAMPUS
                   MOVE "CAMPUS MUST BE YOUR OWN CAMPUS" TO FORMERROR
           END-EVALUATE.

      *Non-blocking check (this is just a warning, not the req 007
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           PERFORM CheckCampusAccess.
           PERFORM CheckStudentIOStatus.
           IF STUDEXIST = 'N'
               PERFORM ShowNotFound
           ELSE
               DISPLAY "About to delete : " FNAME " " LNAME
               DISPLAY "Are you sure? (Y/N) : " WITH NO ADVANCING
                       MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
                       MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
                       MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
                   ELSE
                       MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
                   END-IF
                   MOVE ENROLLSTATUS TO AA-BEF-STATUS
                   MOVE GRADELEVEL TO AA-BEF-GRADE
                           PERFORM LogAudit
                           PERFORM RemoveStudentContacts
                           PERFORM RemoveStudentAddress
                           PERFORM DropStudentAccPlan
                           DISPLAY "Student deleted!"
                   END-DELETE
                   PERFORM CheckStudentIOStatus
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ
           PERFORM CheckCampusAccess
           PERFORM CheckStudentIOStatus
           IF STUDEXIST = 'N'
               PERFORM ShowNotFound
           ELSE
               MOVE FNAME TO SAVEFNAME
               MOVE LNAME TO SAVELNAME
               ELSE
                   MOVE 'N' TO FRMOPTOUT
               END-IF
               MOVE CAMPUSWORK TO FRMCAMPUS
               MOVE SPACES TO FORMERROR
               MOVE 'N' TO FORMCANCELLED
               PERFORM AcceptUpdForm
               PERFORM DeriveAge
           END-IF.
           PERFORM SetCanVoteFlag.
      *A changed tuition balance is not applied here : it goes to
      *the adjustment queue for a second operator with the
      *supervisor role to approve in AdjAppr.
           MOVE SAVETUITION TO TUITIONBALANCE.
           MOVE FRMOPTOUT TO DIROPTOUT.
           MOVE FRMCAMPUS TO CAMPUS.
           REWRITE STUDENTDATA
               INVALID KEY DISPLAY "Student is not updated!"
               NOT INVALID KEY
                       PERFORM WriteNameHistory
                   END-IF
                   DISPLAY "Student is updated!"
                   IF FRMTUITION NOT = SAVETUITION
                       PERFORM QueueTuitionAdj
                   END-IF
           END-REWRITE.
           PERFORM CheckStudentIOStatus.

      *The change is queued with a reason code and the requesting
      *operator; the balance itself stays as it was until approved.
       QueueTuitionAdj.
           MOVE SPACES TO ADJREASON.
           PERFORM UNTIL ADJREASON = "CORR" OR ADJREASON = "WAIV"
                   OR ADJREASON = "DISC" OR ADJREASON = "FEE "
                   OR ADJREASON = "OTHR" OR ADJREASON = "X   "
               DISPLAY "Tuition change reason - CORR correction, "
                   "WAIV waiver, DISC discount,"
               DISPLAY "  FEE fee, OTHR other, X to drop the "
                   "change : " WITH NO ADVANCING
               ACCEPT ADJREASON
           END-PERFORM.
           IF ADJREASON = "X   "
               DISPLAY "Tuition change dropped - balance unchanged."
           ELSE
               PERFORM FindNextAdjSeq
               OPEN EXTEND TUITIONADJFILE
               IF TUITIONADJSTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT TUITIONADJFILE
               END-IF
               IF TUITIONADJSTATUS NOT = FS-SUCCESS
                   DISPLAY "Adjustment queue : " MSG-CANT-OPEN
                       TUITIONADJSTATUS
                   DISPLAY "Tuition change NOT queued - balance "
                       "unchanged."
               ELSE
                   MOVE SPACES TO TUITIONADJRECORD
                   MOVE ADJSEQ TO TA-SEQ
                   MOVE IDNUM TO TA-IDNUM
                   COMPUTE TA-AMOUNT = FRMTUITION - SAVETUITION
                   MOVE SAVETUITION TO TA-BALANCE
                   MOVE ADJREASON TO TA-REASON
                   MOVE OPERID TO TA-REQUESTER
                   MOVE FUNCTION CURRENT-DATE TO TA-REQTIME
                   SET TA-PENDING TO TRUE
                   WRITE TUITIONADJRECORD
                   CLOSE TUITIONADJFILE
                   MOVE TA-AMOUNT TO ADJAMOUNTSHOW
                   DISPLAY "Tuition change " ADJAMOUNTSHOW
                       " queued for supervisor approval as #" ADJSEQ
                       "."
               END-IF
           END-IF.

       FindNextAdjSeq.
           MOVE 0 TO ADJSEQ.
           MOVE 'N' TO ADJATEND.
           OPEN INPUT TUITIONADJFILE.
           IF TUITIONADJSTATUS = FS-SUCCESS
               PERFORM UNTIL ADJATEND = 'Y'
                   READ TUITIONADJFILE
                       AT END MOVE 'Y' TO ADJATEND
                   END-READ
                   IF ADJATEND = 'N' AND TA-SEQ > ADJSEQ
                       MOVE TA-SEQ TO ADJSEQ
                   END-IF
               END-PERFORM
               CLOSE TUITIONADJFILE
           END-IF.
           ADD 1 TO ADJSEQ.

       AddTermScore.
           MOVE 'Y' TO STUDEXIST.
           DISPLAY " "
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           PERFORM CheckCampusAccess.
           PERFORM CheckStudentIOStatus.
           IF STUDEXIST = 'N'
               PERFORM ShowNotFound
           ELSE
      *The calendar decides which slot this posting lands in; with
      *no calendar the posting goes after the student's last term,
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG NOT = 'Y'
                   PERFORM CampusAccessQuiet
                   IF CAMPUSREFUSED = 'N'
                       DISPLAY IDNUM " " FNAME " " LNAME
                           " " ENROLLSTATUS " " GRADELEVEL
                           " " CAMPUSWORK
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "-- End of Roster --".
                   MOVE 'Y' TO ATENDFLAG
               END-IF
               IF ATENDFLAG = 'N'
                   PERFORM ShowOneNameHit
               END-IF
           END-PERFORM.
           PERFORM SearchFormerNames.
           IF STUDEXIST = 'N'
               MOVE 0 TO IDNUM
               CALL "ArchLook" USING IDNUM SEARCHLNAME ARCHHITS
               IF ARCHHITS = 0
                   DISPLAY "No student found with that last name."
               END-IF
           END-IF.

       SetCanVoteFlag.
               SET CANTVOTE TO TRUE
           END-IF.

      *Run after every student read from the menus. Operators below
      *district level only reach their own campus's students : one
      *at another campus is turned away with a line saying where
      *the student is, and reads as not found from there on.
      *CampusWork comes back as the student's campus either way.
       CheckCampusAccess.
           MOVE 'N' TO CAMPUSREFUSED.
           IF STUDEXIST = 'Y'
               PERFORM CampusAccessQuiet
               IF CAMPUSREFUSED = 'Y'
                   MOVE 'N' TO STUDEXIST
                   DISPLAY "Student " IDNUM " is enrolled at campus "
                       CAMPUSWORK " - outside your campus."
               END-IF
           END-IF.

      *The same test without the message, for the roster and the
      *name searches, which just leave the student out.
       CampusAccessQuiet.
           MOVE 'N' TO CAMPUSREFUSED.
           MOVE CAMPUS TO CAMPUSWORK.
           PERFORM FindCampus.
           IF NOT DISTRICTOPER AND CAMPUSWORK NOT = OPERCAMPUS
               MOVE 'Y' TO CAMPUSREFUSED
           END-IF.

      *Blank is the home campus; a code not in the campus table
      *falls to the UNKNOWN slot.
       FindCampus.
           IF CAMPUSWORK = SPACES
               MOVE CAMPUS-HOME TO CAMPUSWORK
           END-IF.
           MOVE CAMPUS-SLOTS TO CAMPUSIDX.
           PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                   UNTIL CAMPUSSCAN >= CAMPUS-SLOTS
               IF CP-CODE (CAMPUSSCAN) = CAMPUSWORK
                   MOVE CAMPUSSCAN TO CAMPUSIDX
               END-IF
           END-PERFORM.

       ShowNotFound.
           IF CAMPUSREFUSED = 'N'
               DISPLAY "Student : " MSG-NOT-FOUND
           END-IF.

       ShowOneNameHit.
           PERFORM CampusAccessQuiet.
           IF CAMPUSREFUSED = 'N'
               MOVE 'Y' TO STUDEXIST
               DISPLAY "StudentID : " IDNUM
               DISPLAY "First Name : " FNAME
               DISPLAY "Last Name : " LNAME
               DISPLAY " "
           END-IF.

      *INVALID KEY only distinguishes "record not found"/"duplicate
      *key" (status 22/23) from success; a permission error or a
      *corrupted index (status class 3x/9x) would otherwise pass
               DISPLAY "StudFile : " MSG-IO-ERROR STUDENTFILESTATUS
           END-IF.

      *Every entry is sealed into the audit chain (AudChain) just
      *before it is written.
       LogAudit.
           MOVE FUNCTION CURRENT-DATE TO AA-TIMESTAMP.
           MOVE OPERID TO AA-OPERID.
           MOVE IDNUM TO AA-IDNUM.
           MOVE SPACES TO AA-APPROVER.
           MOVE RETURN-CODE TO CH-SAVEDRC.
           MOVE "SEAL" TO CH-OP.
           MOVE "AUDIT" TO CH-TRAIL.
           CALL "AudChain" USING CHAINCALL AUDITRECORD.
           MOVE CH-SAVEDRC TO RETURN-CODE.
           WRITE AUDITRECORD.
           MOVE "DONE" TO CH-OP.
           CALL "AudChain" USING CHAINCALL AUDITRECORD.
           MOVE CH-SAVEDRC TO RETURN-CODE.
           PERFORM WriteCheckpoint.

       ShowLastCheckpoint.
               WHEN 3
               WHEN 7
      *Meal eligibility is confidential and a change like any other
      *student change : clerks and supervisors only. The
      *accommodation plan is held to the same rule.
               WHEN 12
               WHEN 13
                   IF INQUIRYONLY
                       MOVE 'N' TO MENUALLOWED
                   END-IF
      *dated) must be changed before the menu opens, and a missing
      *operator file refuses the run outright - renaming the file is
      *no longer a way around the gate.
      *Passwords are held only as a salted hash (PwdHash) : a record
      *still in clear text converts at its first good login, and a
      *forced change may not reuse the current password or any of
      *the four before it.
       Login.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           COMPUTE TODAYSERIAL = FUNCTION INTEGER-OF-DATE (TODAYDATE).
                   MOVE OPRIDX TO OPRFOUND
               END-IF
           END-PERFORM.
           IF OPRFOUND > 0
               MOVE "CHECK" TO PWDOP
               CALL "PwdHash" USING PWDOP LOGINID LOGINPASSWORD
                   OL-PASSWORD (OPRFOUND) OL-PWDATA (OPRFOUND)
                   PWDRESULT
           END-IF.
           EVALUATE TRUE
               WHEN OPRFOUND = 0
                   DISPLAY "Invalid operator ID or password."
                   MOVE 3 TO ATTEMPTCOUNT
                   MOVE "DISABLED" TO JOURNALOUTCOME
                   PERFORM WriteSessionJournal
               WHEN PWDRESULT = 'N'
                   ADD 1 TO OL-FAILCOUNT (OPRFOUND)
                   MOVE 'Y' TO OPERCHANGED
                   IF OL-FAILCOUNT (OPRFOUND) >= 3
                   END-IF
                   PERFORM WriteSessionJournal
               WHEN OTHER
                   IF PWDRESULT = 'C'
                       MOVE "CONV" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID LOGINPASSWORD
                           OL-PASSWORD (OPRFOUND) OL-PWDATA (OPRFOUND)
                           PWDRESULT
                       MOVE 'Y' TO OPERCHANGED
                   END-IF
                   IF OL-FAILCOUNT (OPRFOUND) > 0
                       MOVE 0 TO OL-FAILCOUNT (OPRFOUND)
                       MOVE 'Y' TO OPERCHANGED
                       ELSE
                           MOVE OL-ROLE (OPRFOUND) TO OPERROLE
                       END-IF
                       IF OL-CAMPUS (OPRFOUND) = SPACES
                           MOVE CAMPUS-HOME TO OPERCAMPUS
                       ELSE
                           MOVE OL-CAMPUS (OPRFOUND) TO OPERCAMPUS
                       END-IF
                       IF OPERCAMPUS = CAMPUS-DISTRICT
                           SET DISTRICTOPER TO TRUE
                       END-IF
                       MOVE "SUCCESS" TO JOURNALOUTCOME
                       PERFORM WriteSessionJournal
                   END-IF
           ACCEPT NEWPASSWORD WITH NO-ECHO.
           DISPLAY "Retype new password : " WITH NO ADVANCING.
           ACCEPT NEWPASSWORD2 WITH NO-ECHO.
           MOVE "REUSE" TO PWDOP.
           CALL "PwdHash" USING PWDOP LOGINID NEWPASSWORD
               OL-PASSWORD (OPRFOUND) OL-PWDATA (OPRFOUND) PWDRESULT.
           EVALUATE TRUE
               WHEN NEWPASSWORD = SPACES
                   DISPLAY "Password can't be blank - login refused."
                   MOVE 3 TO ATTEMPTCOUNT
                   MOVE "PWREFUSD" TO JOURNALOUTCOME
                   PERFORM WriteSessionJournal
               WHEN PWDRESULT = 'R'
                   DISPLAY "New password must differ from the "
                       "current one and the last four - login "
                       "refused."
                   MOVE 3 TO ATTEMPTCOUNT
                   MOVE "PWREFUSD" TO JOURNALOUTCOME
                   PERFORM WriteSessionJournal
               WHEN OTHER
                   MOVE "SET" TO PWDOP
                   CALL "PwdHash" USING PWDOP LOGINID NEWPASSWORD
                       OL-PASSWORD (OPRFOUND) OL-PWDATA (OPRFOUND)
                       PWDRESULT
                   MOVE TODAYDATE TO OL-PWDATE (OPRFOUND)
                   MOVE 'Y' TO OPERCHANGED
                   DISPLAY "Password changed."
                       MOVE OP-ACTIVE TO OL-ACTIVE (OPRCOUNT)
                       MOVE OP-FAILCOUNT TO OL-FAILCOUNT (OPRCOUNT)
                       MOVE OP-PWDATE TO OL-PWDATE (OPRCOUNT)
                       MOVE OP-CAMPUS TO OL-CAMPUS (OPRCOUNT)
                       MOVE OP-PWDATA TO OL-PWDATA (OPRCOUNT)
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
           MOVE OL-ACTIVE (OPRIDX) TO OP-ACTIVE.
           MOVE OL-FAILCOUNT (OPRIDX) TO OP-FAILCOUNT.
           MOVE OL-PWDATE (OPRIDX) TO OP-PWDATE.
           MOVE OL-CAMPUS (OPRIDX) TO OP-CAMPUS.
           MOVE OL-PWDATA (OPRIDX) TO OP-PWDATA.
           WRITE OPERATORRECORD.

      *Every login outcome and the session end go to the journal -
           ACCEPT IDNUM.
           MOVE 'N' TO HISTFOUNDFLAG.
           MOVE 'N' TO HOLDATENDFLAG.
      *A student no longer on file keeps their history reachable;
      *one on file at another campus doesn't.
           MOVE 'Y' TO STUDEXIST.
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           PERFORM CheckCampusAccess.
           IF CAMPUSREFUSED = 'Y'
               CONTINUE
           ELSE
           OPEN INPUT STATHISTFILE
           IF STATHISTSTATUS NOT = FS-SUCCESS
               DISPLAY "No status changes on file."
           ELSE
               IF HISTFOUNDFLAG = 'N'
                   DISPLAY "No status changes for that student."
               END-IF
           END-IF
           END-IF.

      *Every name change keeps the old names searchable : the record
           MOVE NH-IDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   CALL "ArchLook" USING IDNUM ARCHNONAME ARCHHITS
                   IF ARCHHITS = 0
                       DISPLAY "Former name " NH-OLDFNAME " "
                           NH-OLDLNAME " (ID " NH-IDNUM
                           ") - record no longer on file."
                   ELSE
                       MOVE 'Y' TO STUDEXIST
                   END-IF
               NOT INVALID KEY
                   PERFORM ShowFormerNameHit
           END-READ.

      *Another campus's student stays out of a campus operator's
      *search results altogether.
       ShowFormerNameHit.
           PERFORM CampusAccessQuiet.
           IF CAMPUSREFUSED = 'N'
               MOVE 'Y' TO STUDEXIST
               DISPLAY "Former name " NH-OLDFNAME " "
                   NH-OLDLNAME " (changed " NH-DATE ")"
               DISPLAY "  now enrolled as " FNAME " " LNAME
                   " (ID " IDNUM ")"
               DISPLAY " "
           END-IF.

      *Contact maintenance sits alongside the record maintenance it
      *belongs with : list, add, and remove the people to call for
      *one student. Adds and removals are for clerks and up.
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           PERFORM CheckCampusAccess.
           IF STUDEXIST = 'N'
               PERFORM ShowNotFound
           ELSE
               DISPLAY "Contacts for " FNAME " " LNAME
               PERFORM UNTIL CONTACTSTAY = 'N'
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           PERFORM CheckCampusAccess.
           IF STUDEXIST = 'N'
               PERFORM ShowNotFound
           ELSE
               DISPLAY "Mailing address for " FNAME " " LNAME
               PERFORM UNTIL ADDRSTAY = 'N'
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           PERFORM CheckCampusAccess.
           IF STUDEXIST = 'N'
               PERFORM ShowNotFound
           ELSE
               DISPLAY "Meal eligibility for " FNAME " " LNAME
               PERFORM UNTIL MEALSTAY = 'N'
                   DISPLAY "Eligibility recorded."
               END-IF
           END-IF.

      *Special education / 504 accommodation plan, one per student.
      *Confidential like the meal status : it lives on this screen,
      *the per-teacher accommodation list and the review-due report,
      *never on a roster, a card or a directory listing.
       AccPlanMenu.
           MOVE 'Y' TO ACCSTAY.
           DISPLAY " ".
           DISPLAY "Enter studentID for the accommodation plan : "
               WITH NO ADVANCING.
           ACCEPT IDNUM.
           MOVE 'Y' TO STUDEXIST.
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
           END-READ.
           PERFORM CheckCampusAccess.
           IF STUDEXIST = 'N'
               PERFORM ShowNotFound
           ELSE
               DISPLAY "Accommodation plan for " FNAME " " LNAME
               PERFORM UNTIL ACCSTAY = 'N'
                   DISPLAY " "
                   DISPLAY "1 : Show plan"
                   DISPLAY "2 : Set / replace plan"
                   DISPLAY "3 : End plan"
                   DISPLAY "4 : Show accommodation codes"
                   DISPLAY "5 : Add an accommodation code"
                   DISPLAY "0 : Back"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT ACCCHOICE
                   EVALUATE ACCCHOICE
                       WHEN 1 PERFORM ShowAccPlan
                       WHEN 2 PERFORM SetAccPlan
                       WHEN 3 PERFORM EndAccPlan
                       WHEN 4 PERFORM ShowAccCodes
                       WHEN 5 PERFORM AddAccCode
                       WHEN OTHER MOVE 'N' TO ACCSTAY
                   END-EVALUATE
               END-PERFORM
           END-IF.

       ShowAccPlan.
           MOVE 'N' TO ACCFOUND.
           MOVE 'N' TO ACCATEND.
           OPEN INPUT ACCPLANFILE.
           IF ACCPLANSTATUS = FS-SUCCESS
               PERFORM UNTIL ACCATEND = 'Y'
                   READ ACCPLANFILE
                       AT END MOVE 'Y' TO ACCATEND
                   END-READ
                   IF ACCATEND = 'N' AND IE-IDNUM = IDNUM
                       MOVE 'Y' TO ACCFOUND
                       MOVE 'Y' TO ACCATEND
                   END-IF
               END-PERFORM
               CLOSE ACCPLANFILE
           END-IF.
           IF ACCFOUND = 'N'
               DISPLAY "  No accommodation plan on file."
           ELSE
               IF IE-IEP
                   MOVE "IEP" TO ACCTYPENAME
               ELSE
                   MOVE "504 PLAN" TO ACCTYPENAME
               END-IF
               DISPLAY "  Plan type    : " ACCTYPENAME
               DISPLAY "  Started      : " IE-STARTDATE
               DISPLAY "  Review due   : " IE-REVIEWDATE
               DISPLAY "  Case manager : " IE-CASEMGR
               PERFORM VARYING ACCIDX FROM 1 BY 1 UNTIL ACCIDX > 6
                   IF IE-ACCOM (ACCIDX) NOT = SPACES
                       MOVE IE-ACCOM (ACCIDX) TO ACCCODEIN
                       PERFORM LookupAccCode
                       DISPLAY "    " ACCCODEIN " " ACCCODEDESC
                   END-IF
               END-PERFORM
           END-IF.

      *One plan per student : setting a plan drops whatever line the
      *student had and appends the replacement, as the address does.
       SetAccPlan.
           PERFORM DropStudentAccPlan.
           OPEN EXTEND ACCPLANFILE.
           IF ACCPLANSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT ACCPLANFILE
           END-IF.
           IF ACCPLANSTATUS NOT = FS-SUCCESS
               DISPLAY MSG-CANT-OPEN ACCPLANSTATUS
           ELSE
               MOVE IDNUM TO IE-IDNUM
               MOVE SPACE TO IE-TYPE
               PERFORM UNTIL IE-IEP OR IE-504
                   DISPLAY "Plan type (I = IEP, 5 = 504 plan) : "
                       WITH NO ADVANCING
                   ACCEPT IE-TYPE
                   IF IE-TYPE = 'i'
                       MOVE 'I' TO IE-TYPE
                   END-IF
               END-PERFORM
               DISPLAY "Start date (YYYYMMDD, 0 = today) : "
                   WITH NO ADVANCING
               ACCEPT IE-STARTDATE
               IF IE-STARTDATE = 0
                   MOVE FUNCTION CURRENT-DATE (1:8) TO IE-STARTDATE
               END-IF
               DISPLAY "Review due (YYYYMMDD, 0 = a year on) : "
                   WITH NO ADVANCING
               ACCEPT IE-REVIEWDATE
               IF IE-REVIEWDATE NOT > IE-STARTDATE
                   COMPUTE IE-REVIEWDATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (IE-STARTDATE) + 365)
               END-IF
               DISPLAY "Case manager : " WITH NO ADVANCING
               ACCEPT IE-CASEMGR
               MOVE SPACES TO IE-ACCOM (1) IE-ACCOM (2) IE-ACCOM (3)
                   IE-ACCOM (4) IE-ACCOM (5) IE-ACCOM (6)
               MOVE 0 TO ACCFILL
               MOVE "X" TO ACCCODEIN
               PERFORM UNTIL ACCCODEIN = SPACES OR ACCFILL = 6
                   DISPLAY "Accommodation code (blank = done) : "
                       WITH NO ADVANCING
                   ACCEPT ACCCODEIN
                   IF ACCCODEIN NOT = SPACES
                       INSPECT ACCCODEIN CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       PERFORM LookupAccCode
                       IF ACCCODEKNOWN = 'N' AND ACCCODEONFILE = 'Y'
                           DISPLAY "Not on the accommodation code "
                               "list - not added."
                       ELSE
                           ADD 1 TO ACCFILL
                           MOVE ACCCODEIN TO IE-ACCOM (ACCFILL)
                       END-IF
                   END-IF
               END-PERFORM
               WRITE ACCPLANRECORD
               CLOSE ACCPLANFILE
               DISPLAY "Accommodation plan saved."
           END-IF.

      *An ended plan (exited from services, or the family withdrew
      *consent) comes off file altogether; the case file keeps the
      *paper history.
       EndAccPlan.
           PERFORM DropStudentAccPlan.
           DISPLAY "Accommodation plan ended.".

      *Rewrites the plan file without this student's line, via the
      *work file, the same way address removal works. Also run when
      *the student record itself is deleted.
       DropStudentAccPlan.
           MOVE 'N' TO ACCATEND.
           OPEN INPUT ACCPLANFILE.
           IF ACCPLANSTATUS NOT = FS-SUCCESS
               CONTINUE
           ELSE
               OPEN OUTPUT ACCPLANWORK
               PERFORM UNTIL ACCATEND = 'Y'
                   READ ACCPLANFILE
                       AT END MOVE 'Y' TO ACCATEND
                   END-READ
                   IF ACCATEND = 'N' AND IE-IDNUM NOT = IDNUM
                       MOVE ACCPLANRECORD TO ACCPLANWORKRECORD
                       WRITE ACCPLANWORKRECORD
                   END-IF
               END-PERFORM
               CLOSE ACCPLANFILE
               CLOSE ACCPLANWORK
               PERFORM CopyWorkToAccPlan
           END-IF.

       CopyWorkToAccPlan.
           MOVE 'N' TO ACCATEND.
           OPEN INPUT ACCPLANWORK.
           OPEN OUTPUT ACCPLANFILE.
           PERFORM UNTIL ACCATEND = 'Y'
               READ ACCPLANWORK
                   AT END MOVE 'Y' TO ACCATEND
               END-READ
               IF ACCATEND = 'N'
                   MOVE ACCPLANWORKRECORD TO ACCPLANRECORD
                   WRITE ACCPLANRECORD
               END-IF
           END-PERFORM.
           CLOSE ACCPLANWORK.
           CLOSE ACCPLANFILE.

      *Looks ACCCODEIN up on the code list. ACCCODEONFILE says
      *whether there is a list at all - with none on file any code
      *is taken as typed.
       LookupAccCode.
           MOVE 'N' TO ACCCODEKNOWN.
           MOVE 'N' TO ACCCODEONFILE.
           MOVE SPACES TO ACCCODEDESC.
           MOVE 'N' TO ACCATEND.
           OPEN INPUT ACCCODEFILE.
           IF ACCCODESTATUS = FS-SUCCESS
               MOVE 'Y' TO ACCCODEONFILE
               PERFORM UNTIL ACCATEND = 'Y'
                   READ ACCCODEFILE
                       AT END MOVE 'Y' TO ACCATEND
                   END-READ
                   IF ACCATEND = 'N' AND IK-CODE = ACCCODEIN
                       MOVE 'Y' TO ACCCODEKNOWN
                       MOVE IK-DESC TO ACCCODEDESC
                       MOVE 'Y' TO ACCATEND
                   END-IF
               END-PERFORM
               CLOSE ACCCODEFILE
           END-IF.

       ShowAccCodes.
           MOVE 0 TO ACCCODESHOWN.
           MOVE 'N' TO ACCATEND.
           OPEN INPUT ACCCODEFILE.
           IF ACCCODESTATUS = FS-SUCCESS
               PERFORM UNTIL ACCATEND = 'Y'
                   READ ACCCODEFILE
                       AT END MOVE 'Y' TO ACCATEND
                   END-READ
                   IF ACCATEND = 'N'
                       ADD 1 TO ACCCODESHOWN
                       DISPLAY "  " IK-CODE " " IK-DESC
                   END-IF
               END-PERFORM
               CLOSE ACCCODEFILE
           END-IF.
           IF ACCCODESHOWN = 0
               DISPLAY "  No accommodation codes on file."
           END-IF.

       AddAccCode.
           DISPLAY "New code : " WITH NO ADVANCING.
           ACCEPT ACCCODEIN.
           INSPECT ACCCODEIN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM LookupAccCode.
           IF ACCCODEIN = SPACES
               DISPLAY "No code entered."
           ELSE
               IF ACCCODEKNOWN = 'Y'
                   DISPLAY "Already on the list : " ACCCODEDESC
               ELSE
                   OPEN EXTEND ACCCODEFILE
                   IF ACCCODESTATUS NOT = FS-SUCCESS
                       OPEN OUTPUT ACCCODEFILE
                   END-IF
                   IF ACCCODESTATUS NOT = FS-SUCCESS
                       DISPLAY MSG-CANT-OPEN ACCCODESTATUS
                   ELSE
                       MOVE ACCCODEIN TO IK-CODE
                       DISPLAY "Description : " WITH NO ADVANCING
                       ACCEPT IK-DESC
                       WRITE ACCCODERECORD
                       CLOSE ACCCODEFILE
                       DISPLAY "Code added."
                   END-IF
               END-IF
           END-IF.
