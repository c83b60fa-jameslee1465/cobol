       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdmMnt.
      *Admissions applicant maintenance: keeps applicnt.txt - the
      *application date, requested grade, birth date, prior school,
      *guardian contact and home address of everyone who applies,
      *and where each application stands (applied, accepted,
      *waitlisted, denied, enrolled) - in place of the paper folder
      *that used to go round the office before anyone keyed the
      *student in. Accepting an applicant enrolls them in the same
      *step : the next student ID after the highest ever issued -
      *on file, purged to the archive (archidx.txt) or given up in a
      *renumber or merge (idxref.txt), so no ID is used twice - is
      *issued with its check digit from the shared CheckDigit
      *routine (the way IDReissue shows it, check digit first), the
      *StudentFile record is written Active in the requested grade
      *with the age derived from the birth date, the guardian goes
      *to contact.txt as a pickup-authorized contact and the address
      *to addrrec.txt, and the add is audited and written to the
      *status history like an add in the student-records session.
      *The enrollment holds the session lock while it writes, as
      *every writer of the student master does; if it can't finish,
      *the application is left accepted so it can be tried again.
      *Operators sign on with the same operator ID / password gate
      *CrsEnrl uses; inquiry-role operators may only look. The
      *applicant file is loaded into a table and written back when
      *the session ends, the same way BusMnt works - and straight
      *after every enrollment, so an enrolled applicant can't be
      *enrolled twice.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT ApplicantFile ASSIGN TO "applicnt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApplicantStatus.
           SELECT AuditFile ASSIGN TO "audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT CheckpointFile ASSIGN TO "checkpnt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.
           SELECT StatHistFile ASSIGN TO "stathist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatHistStatus.
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.
           SELECT AddressFile ASSIGN TO "addrrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AddressFileStatus.
           SELECT ArchIdxFile ASSIGN TO "archidx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchIdxStatus.
           SELECT XrefFile ASSIGN TO "idxref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XrefFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD ApplicantFile.
       COPY APPLICNT.

       FD AuditFile.
       COPY AUDITREC.

       FD CheckpointFile.
       COPY CHKPTREC.

       FD SessionLock.
       COPY SESSLOCK.

       FD StatHistFile.
       COPY STATHIST.

       FD ContactFile.
       COPY CONTACT.

       FD AddressFile.
       COPY ADDRREC.

       FD ArchIdxFile.
       COPY ARCHIDX.

       FD XrefFile.
       COPY IDXREF.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  ApplicantStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  CheckpointStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  StatHistStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  AddressFileStatus PIC XX.
       01  ArchIdxStatus PIC XX.
       01  XrefFileStatus PIC XX.
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  ChangedFlag PIC A VALUE "N".
       01  LockAcquired PIC A VALUE "N".
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
       01  ApplTable.
           02 ApplEntry OCCURS 2000 TIMES.
               03 AJ-RECORD PIC X(176).
       01  ApplCount PIC 9(4) VALUE 0.
       01  ApplIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  WorkAppNum PIC 9(6).
       01  NextAppNum PIC 9(6).
       01  StatusFilter PIC X.
       01  NewStatus PIC X.
       01  StatusName PIC X(10).
       01  ListedCount PIC 9(4).
       01  ConfirmFlag PIC X.
      *Enrollment work fields.
       01  HighIDNum PIC 9(9).
       01  NewIDNum PIC 9(9).
       01  NewCheckBit PIC 9.
       01  DupFound PIC A.
       01  DupIDNum PIC 9(9).
       01  EnrollOK PIC A.
       01  BirthYear PIC 9(4).
       01  BirthMMDD PIC 9(4).
       01  ThisYear PIC 9(4).
       01  TodayMMDD PIC 9(4).
       01  AgeYears PIC S9(3).
       COPY AUDCHAIN.
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
           PERFORM LoadApplicants.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Admissions Applicants"
               DISPLAY "1 : List applicants"
               DISPLAY "2 : Show an applicant"
               DISPLAY "3 : Add / update an applicant"
               DISPLAY "4 : Record a decision (applied / waitlist "
                   "/ denied)"
               DISPLAY "5 : Accept and enroll"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               IF INQUIRYROLE AND CHOICE NOT = 1 AND CHOICE NOT = 2
                       AND CHOICE NOT = 0
                   DISPLAY "Inquiry operators may only look."
                   MOVE 9 TO CHOICE
               END-IF
               EVALUATE CHOICE
                   WHEN 1 PERFORM ListApplicants
                   WHEN 2 PERFORM ShowApplicant
                   WHEN 3 PERFORM AddOrUpdateApplicant
                   WHEN 4 PERFORM RecordDecision
                   WHEN 5 PERFORM AcceptAndEnroll
                   WHEN 9 CONTINUE
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveApplicants
               DISPLAY "Applicant file saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused; the operator ID goes on the audit
      *line of every enrollment.
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

       LoadApplicants.
           MOVE 0 TO NEXTAPPNUM.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT APPLICANTFILE.
           IF APPLICANTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ APPLICANTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND APPLCOUNT < 2000
                       ADD 1 TO APPLCOUNT
                       MOVE APPLICANTRECORD TO AJ-RECORD (APPLCOUNT)
                       IF AN-APPNUM > NEXTAPPNUM
                           MOVE AN-APPNUM TO NEXTAPPNUM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APPLICANTFILE
           END-IF.
           ADD 1 TO NEXTAPPNUM.

       SaveApplicants.
           OPEN OUTPUT APPLICANTFILE.
           IF APPLICANTSTATUS NOT = FS-SUCCESS
               DISPLAY "AdmMnt : " MSG-CANT-OPEN APPLICANTSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING APPLIDX FROM 1 BY 1
                       UNTIL APPLIDX > APPLCOUNT
                   MOVE AJ-RECORD (APPLIDX) TO APPLICANTRECORD
                   WRITE APPLICANTRECORD
               END-PERFORM
               CLOSE APPLICANTFILE
           END-IF.

      *Leaves the found applicant in the record buffer, where the
      *screens read and change it; PutBack stores it again.
       FindApplicant.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING APPLIDX FROM 1 BY 1
                   UNTIL APPLIDX > APPLCOUNT OR FOUNDIDX > 0
               MOVE AJ-RECORD (APPLIDX) TO APPLICANTRECORD
               IF AN-APPNUM = WORKAPPNUM
                   MOVE APPLIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       PutBack.
           MOVE APPLICANTRECORD TO AJ-RECORD (FOUNDIDX).
           MOVE 'Y' TO CHANGEDFLAG.

       SetStatusName.
           EVALUATE TRUE
               WHEN AN-APPLIED MOVE "APPLIED" TO STATUSNAME
               WHEN AN-ACCEPTED MOVE "ACCEPTED" TO STATUSNAME
               WHEN AN-WAITLISTED MOVE "WAITLIST" TO STATUSNAME
               WHEN AN-DENIED MOVE "DENIED" TO STATUSNAME
               WHEN AN-ENROLLED MOVE "ENROLLED" TO STATUSNAME
               WHEN OTHER MOVE "?" TO STATUSNAME
           END-EVALUATE.

       ListApplicants.
           DISPLAY "Status to list (A, C, W, D, E, blank = all) : "
               WITH NO ADVANCING.
           ACCEPT STATUSFILTER.
           INSPECT STATUSFILTER CONVERTING "acwde" TO "ACWDE".
           MOVE 0 TO LISTEDCOUNT.
           DISPLAY " ".
           DISPLAY "-- Applicants --".
           PERFORM ListOneApplicant
               VARYING APPLIDX FROM 1 BY 1 UNTIL APPLIDX > APPLCOUNT.
           DISPLAY "-- " LISTEDCOUNT " applicant(s) --".

       ListOneApplicant.
           MOVE AJ-RECORD (APPLIDX) TO APPLICANTRECORD.
           IF STATUSFILTER = SPACE OR STATUSFILTER = AN-STATUS
               ADD 1 TO LISTEDCOUNT
               PERFORM SetStatusName
               DISPLAY "  " AN-APPNUM "  " AN-FNAME " " AN-LNAME
                   "  grade " AN-GRADE "  applied " AN-APPDATE
                   "  " STATUSNAME
           END-IF.

       ShowApplicant.
           DISPLAY "Applicant number : " WITH NO ADVANCING.
           ACCEPT WORKAPPNUM.
           PERFORM FindApplicant.
           IF FOUNDIDX = 0
               DISPLAY "Applicant : " MSG-NOT-FOUND
           ELSE
               PERFORM SetStatusName
               DISPLAY "Applicant    : " AN-APPNUM "  " AN-FNAME " "
                   AN-LNAME
               DISPLAY "Applied      : " AN-APPDATE "  for grade "
                   AN-GRADE
               DISPLAY "Birth date   : " AN-BIRTHDATE
               DISPLAY "Prior school : " AN-PRIORSCHOOL
               DISPLAY "Guardian     : " AN-GUARDNAME " ("
                   AN-RELATION ") " AN-PHONE
               DISPLAY "Address      : " AN-STREET
               DISPLAY "               " AN-CITY " " AN-STATE " "
                   AN-ZIP
               DISPLAY "Status       : " STATUSNAME " since "
                   AN-STATDATE
               IF AN-ENROLLED
                   DISPLAY "Student ID   : " AN-CHECKBIT AN-IDNUM
               END-IF
           END-IF.

      *Applicant number 0 starts a new application; an existing one
      *is keyed again in full, as the team screen does, except
      *that an enrolled applicant is the student record's now.
       AddOrUpdateApplicant.
           DISPLAY "Applicant number (0 = new) : " WITH NO ADVANCING.
           ACCEPT WORKAPPNUM.
           IF WORKAPPNUM = 0
               IF APPLCOUNT >= 2000
                   DISPLAY "Applicant file is full."
               ELSE
                   ADD 1 TO APPLCOUNT
                   MOVE APPLCOUNT TO FOUNDIDX
                   MOVE SPACES TO APPLICANTRECORD
                   MOVE NEXTAPPNUM TO AN-APPNUM
                   ADD 1 TO NEXTAPPNUM
                   MOVE 'A' TO AN-STATUS
                   MOVE TODAY TO AN-STATDATE
                   MOVE 0 TO AN-IDNUM
                   MOVE 0 TO AN-CHECKBIT
                   PERFORM KeyApplicant
                   PERFORM PutBack
                   DISPLAY "Applicant " AN-APPNUM " added."
               END-IF
           ELSE
               PERFORM FindApplicant
               EVALUATE TRUE
                   WHEN FOUNDIDX = 0
                       DISPLAY "Applicant : " MSG-NOT-FOUND
                   WHEN AN-ENROLLED
                       DISPLAY "Already enrolled as student "
                           AN-IDNUM " - change the student record."
                   WHEN OTHER
                       PERFORM KeyApplicant
                       PERFORM PutBack
                       DISPLAY "Applicant " AN-APPNUM " updated."
               END-EVALUATE
           END-IF.

       KeyApplicant.
           DISPLAY "First name : " WITH NO ADVANCING.
           ACCEPT AN-FNAME.
           DISPLAY "Last name : " WITH NO ADVANCING.
           ACCEPT AN-LNAME.
           DISPLAY "Application date (YYYYMMDD, 0 = today) : "
               WITH NO ADVANCING.
           ACCEPT AN-APPDATE.
           IF AN-APPDATE = 0
               MOVE TODAY TO AN-APPDATE
           END-IF.
           DISPLAY "Requested grade (0-12) : " WITH NO ADVANCING.
           ACCEPT AN-GRADE.
           IF AN-GRADE > 12
               DISPLAY "Grade must be 0-12 - set to 0."
               MOVE 0 TO AN-GRADE
           END-IF.
           DISPLAY "Birth date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT AN-BIRTHDATE.
           DISPLAY "Prior school : " WITH NO ADVANCING.
           ACCEPT AN-PRIORSCHOOL.
           DISPLAY "Guardian name : " WITH NO ADVANCING.
           ACCEPT AN-GUARDNAME.
           DISPLAY "Relationship : " WITH NO ADVANCING.
           ACCEPT AN-RELATION.
           DISPLAY "Phone : " WITH NO ADVANCING.
           ACCEPT AN-PHONE.
           DISPLAY "Street : " WITH NO ADVANCING.
           ACCEPT AN-STREET.
           DISPLAY "City : " WITH NO ADVANCING.
           ACCEPT AN-CITY.
           DISPLAY "State : " WITH NO ADVANCING.
           ACCEPT AN-STATE.
           DISPLAY "ZIP : " WITH NO ADVANCING.
           ACCEPT AN-ZIP.

      *Everything short of acceptance : back to applied, onto the
      *waitlist, or denied. Acceptance is option 5, which enrolls.
       RecordDecision.
           DISPLAY "Applicant number : " WITH NO ADVANCING.
           ACCEPT WORKAPPNUM.
           PERFORM FindApplicant.
           EVALUATE TRUE
               WHEN FOUNDIDX = 0
                   DISPLAY "Applicant : " MSG-NOT-FOUND
               WHEN AN-ENROLLED
                   DISPLAY "Already enrolled as student " AN-IDNUM "."
               WHEN OTHER
                   DISPLAY "Decision (A applied, W waitlist, D denied)"
                       " : " WITH NO ADVANCING
                   ACCEPT NEWSTATUS
                   INSPECT NEWSTATUS CONVERTING "awd" TO "AWD"
                   IF NEWSTATUS NOT = 'A' AND NEWSTATUS NOT = 'W'
                           AND NEWSTATUS NOT = 'D'
                       DISPLAY "Unknown decision - not recorded."
                   ELSE
                       MOVE NEWSTATUS TO AN-STATUS
                       MOVE TODAY TO AN-STATDATE
                       PERFORM PutBack
                       PERFORM SetStatusName
                       DISPLAY AN-FNAME " " AN-LNAME " : "
                           STATUSNAME
                   END-IF
           END-EVALUATE.

       AcceptAndEnroll.
           DISPLAY "Applicant number : " WITH NO ADVANCING.
           ACCEPT WORKAPPNUM.
           PERFORM FindApplicant.
           EVALUATE TRUE
               WHEN FOUNDIDX = 0
                   DISPLAY "Applicant : " MSG-NOT-FOUND
               WHEN AN-ENROLLED
                   DISPLAY "Already enrolled as student "
                       AN-CHECKBIT AN-IDNUM "."
               WHEN AN-DENIED
                   DISPLAY "Application was denied - record a new "
                       "decision first."
               WHEN AN-BIRTHDATE <= 19000101 OR AN-BIRTHDATE >= TODAY
                   DISPLAY "Birth date must be a past date - update "
                       "the application first."
               WHEN AN-FNAME = SPACES OR AN-LNAME = SPACES
                   DISPLAY "Name is incomplete - update the "
                       "application first."
               WHEN OTHER
                   DISPLAY "Accept and enroll " AN-FNAME " "
                       AN-LNAME " in grade " AN-GRADE " (Y/N) : "
                       WITH NO ADVANCING
                   ACCEPT CONFIRMFLAG
                   IF CONFIRMFLAG = 'Y' OR CONFIRMFLAG = 'y'
                       PERFORM EnrollApplicant
                   ELSE
                       DISPLAY "Nothing changed."
                   END-IF
           END-EVALUATE.

      *The one-step enrollment. The application is marked accepted
      *first, so a run that stops part way leaves it to be tried
      *again rather than lost.
       EnrollApplicant.
           MOVE 'C' TO AN-STATUS.
           MOVE TODAY TO AN-STATDATE.
           PERFORM PutBack.
           MOVE 'N' TO ENROLLOK.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               DISPLAY "Accepted - enroll again once the student "
                   "records are free."
           ELSE
               OPEN I-O STUDENTFILE
               IF STUDENTFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "AdmMnt : " MSG-CANT-OPEN STUDENTFILESTATUS
               ELSE
                   PERFORM FindHighestID
                   IF DUPFOUND = 'Y'
                       DISPLAY "Student " DUPIDNUM " already on file "
                           "with this name and birth date."
                       DISPLAY "Enroll as a new student anyway (Y/N) "
                           ": " WITH NO ADVANCING
                       ACCEPT CONFIRMFLAG
                   ELSE
                       MOVE 'Y' TO CONFIRMFLAG
                   END-IF
                   IF CONFIRMFLAG = 'Y' OR CONFIRMFLAG = 'y'
                       PERFORM WriteNewStudent
                   ELSE
                       DISPLAY "Not enrolled - left accepted."
                   END-IF
                   CLOSE STUDENTFILE
               END-IF
               PERFORM ReleaseSessionLock
           END-IF.
           IF ENROLLOK = 'Y'
               PERFORM CarryContactAndAddress
               MOVE 'E' TO AN-STATUS
               MOVE NEWIDNUM TO AN-IDNUM
               MOVE NEWCHECKBIT TO AN-CHECKBIT
               PERFORM PutBack
               DISPLAY "Enrolled - student ID " NEWCHECKBIT NEWIDNUM
                   " (check digit " NEWCHECKBIT ")."
           END-IF.
           PERFORM SaveApplicants.

      *One pass of the master : the highest ID in use, and whether
      *this applicant is already a student under the same name and
      *birth date (a returning student should be re-activated, not
      *added twice).
       FindHighestID.
           MOVE 0 TO HIGHIDNUM.
           MOVE 'N' TO DUPFOUND.
           MOVE 'N' TO ATENDFLAG.
           MOVE LOW-VALUE TO IDNUM.
           START STUDENTFILE KEY IS NOT LESS THAN IDNUM
               INVALID KEY MOVE 'Y' TO ATENDFLAG
           END-START.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STUDENTFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   IF IDNUM > HIGHIDNUM
                       MOVE IDNUM TO HIGHIDNUM
                   END-IF
                   IF FNAME = AN-FNAME AND LNAME = AN-LNAME
                           AND BIRTHDATE = AN-BIRTHDATE
                       MOVE 'Y' TO DUPFOUND
                       MOVE IDNUM TO DUPIDNUM
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FoldArchivedIDs.
           PERFORM FoldRenumberedIDs.

      *An ID that left StudentFile for the archive, or was given up
      *in a renumber or merge, still has history filed under it, so
      *it counts as issued.
       FoldArchivedIDs.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ARCHIDXFILE.
           IF ARCHIDXSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ARCHIDXFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AI-IDNUM > HIGHIDNUM
                       MOVE AI-IDNUM TO HIGHIDNUM
                   END-IF
               END-PERFORM
               CLOSE ARCHIDXFILE
           END-IF.

       FoldRenumberedIDs.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT XREFFILE.
           IF XREFFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ XREFFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       IF XR-OLDID > HIGHIDNUM
                           MOVE XR-OLDID TO HIGHIDNUM
                       END-IF
                       IF XR-NEWID > HIGHIDNUM
                           MOVE XR-NEWID TO HIGHIDNUM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE XREFFILE
           END-IF.

       WriteNewStudent.
           COMPUTE NEWIDNUM = HIGHIDNUM + 1.
           CALL "CheckDigit" USING NEWIDNUM NEWCHECKBIT.
           INITIALIZE STUDENTDATA.
           MOVE NEWIDNUM TO IDNUM.
           MOVE AN-FNAME TO FNAME.
           MOVE AN-LNAME TO LNAME.
           MOVE 0 TO TERMCOUNT.
           MOVE 0 TO TERMBASE.
           MOVE 'A' TO ENROLLSTATUS.
           MOVE AN-GRADE TO GRADELEVEL.
           MOVE AN-BIRTHDATE TO BIRTHDATE.
           PERFORM DeriveAge.
           IF AGE >= 18
               SET CANVOTE TO TRUE
           ELSE
               SET CANTVOTE TO TRUE
           END-IF.
           MOVE 0 TO TUITIONBALANCE.
           MOVE 'N' TO DIROPTOUT.
           WRITE STUDENTDATA
               INVALID KEY
                   DISPLAY "AdmMnt : student ID " NEWIDNUM
                       " could not be written, status "
                       STUDENTFILESTATUS " - left accepted."
               NOT INVALID KEY
                   MOVE 'Y' TO ENROLLOK
                   PERFORM LogEnrollment
           END-WRITE.

       DeriveAge.
           DIVIDE BIRTHDATE BY 10000 GIVING BIRTHYEAR
               REMAINDER BIRTHMMDD.
           DIVIDE TODAY BY 10000 GIVING THISYEAR
               REMAINDER TODAYMMDD.
           COMPUTE AGEYEARS = THISYEAR - BIRTHYEAR.
           IF TODAYMMDD < BIRTHMMDD
               SUBTRACT 1 FROM AGEYEARS
           END-IF.
           MOVE AGEYEARS TO AGE.

      *An ADD on the audit trail and a blank-to-Active line on the
      *status history, as an add in the student-records session
      *writes them.
       LogEnrollment.
           OPEN EXTEND AUDITFILE.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT AUDITFILE
           END-IF.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               DISPLAY "AdmMnt : " MSG-CANT-OPEN AUDITFILESTATUS
           ELSE
               MOVE "ADD" TO AA-ACTION
               MOVE SPACES TO AA-BEFORE
               MOVE FNAME TO AA-AFT-FNAME
               MOVE LNAME TO AA-AFT-LNAME
               MOVE 0 TO AA-AFT-CHINS
               MOVE 0 TO AA-AFT-ENGS
               MOVE 0 TO AA-AFT-MATHS
               MOVE ENROLLSTATUS TO AA-AFT-STATUS
               MOVE GRADELEVEL TO AA-AFT-GRADE
               MOVE AGE TO AA-AFT-AGE
               MOVE CANVOTEFLAG TO AA-AFT-CANVOTE
               MOVE TUITIONBALANCE TO AA-AFT-TUITION
               PERFORM LogAudit
               CLOSE AUDITFILE
           END-IF.
           OPEN EXTEND STATHISTFILE.
           IF STATHISTSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT STATHISTFILE
           END-IF.
           IF STATHISTSTATUS NOT = FS-SUCCESS
               DISPLAY "AdmMnt : " MSG-CANT-OPEN STATHISTSTATUS
           ELSE
               MOVE IDNUM TO SH-IDNUM
               MOVE SPACE TO SH-OLDSTATUS
               MOVE ENROLLSTATUS TO SH-NEWSTATUS
               MOVE TODAY TO SH-DATE
               MOVE "ADMITTED" TO SH-REASON
               WRITE STATHISTRECORD
               CLOSE STATHISTFILE
           END-IF.

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

       WriteCheckpoint.
           OPEN OUTPUT CHECKPOINTFILE.
           MOVE AA-TIMESTAMP TO CK-TIMESTAMP.
           MOVE AA-ACTION TO CK-ACTION.
           MOVE AA-IDNUM TO CK-IDNUM.
           MOVE "COMMITTED" TO CK-STATUS.
           WRITE CHECKPOINTRECORD.
           CLOSE CHECKPOINTFILE.

      *The guardian on the application becomes the student's first
      *contact, authorized for pickup, and the application address
      *the mailing address - nothing typed twice.
       CarryContactAndAddress.
           IF AN-GUARDNAME NOT = SPACES
               OPEN EXTEND CONTACTFILE
               IF CONTACTFILESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT CONTACTFILE
               END-IF
               IF CONTACTFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "AdmMnt : " MSG-CANT-OPEN CONTACTFILESTATUS
               ELSE
                   MOVE NEWIDNUM TO CT-IDNUM
                   MOVE AN-GUARDNAME TO CT-NAME
                   MOVE AN-RELATION TO CT-RELATION
                   MOVE AN-PHONE TO CT-PHONE
                   MOVE 'Y' TO CT-PICKUP
                   WRITE CONTACTRECORD
                   CLOSE CONTACTFILE
               END-IF
           END-IF.
           IF AN-STREET NOT = SPACES
               OPEN EXTEND ADDRESSFILE
               IF ADDRESSFILESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT ADDRESSFILE
               END-IF
               IF ADDRESSFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "AdmMnt : " MSG-CANT-OPEN ADDRESSFILESTATUS
               ELSE
                   MOVE NEWIDNUM TO AD-IDNUM
                   MOVE SPACES TO AD-MAILNAME
                   STRING AN-FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       AN-LNAME DELIMITED BY "  "
                       INTO AD-MAILNAME
                   MOVE AN-STREET TO AD-STREET
                   MOVE AN-CITY TO AD-CITY
                   MOVE AN-STATE TO AD-STATE
                   MOVE AN-ZIP TO AD-ZIP
                   WRITE ADDRESSRECORD
                   CLOSE ADDRESSFILE
               END-IF
           END-IF.

      *Same single-owner rule as every other writer of the audit and
      *checkpoint files.
       AcquireSessionLock.
           MOVE 'N' TO LOCKACQUIRED.
           OPEN INPUT SESSIONLOCK.
           EVALUATE TRUE
               WHEN SESSIONLOCKSTATUS = FS-FILE-NOT-EXIST
                   MOVE 'Y' TO LOCKACQUIRED
               WHEN SESSIONLOCKSTATUS NOT = FS-SUCCESS
                   DISPLAY "AdmMnt : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "AdmMnt : student records "
                                   "in use by " SL-OPERID " since "
                                   SL-TIMESTAMP "."
                           ELSE
                               MOVE 'Y' TO LOCKACQUIRED
                           END-IF
                   END-READ
                   CLOSE SESSIONLOCK
           END-EVALUATE.
           IF LOCKACQUIRED = 'Y'
               PERFORM WriteSessionLock
           END-IF.

       WriteSessionLock.
           OPEN OUTPUT SESSIONLOCK.
           IF SESSIONLOCKSTATUS NOT = FS-SUCCESS
               DISPLAY "AdmMnt : " MSG-CANT-OPEN SESSIONLOCKSTATUS
               MOVE 'N' TO LOCKACQUIRED
           ELSE
               SET SL-HELD TO TRUE
               MOVE OPERID TO SL-OPERID
               MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
               WRITE SESSIONLOCKRECORD
               CLOSE SESSIONLOCK
           END-IF.

       ReleaseSessionLock.
           OPEN OUTPUT SESSIONLOCK.
           IF SESSIONLOCKSTATUS = FS-SUCCESS
               SET SL-RELEASED TO TRUE
               MOVE OPERID TO SL-OPERID
               MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
               WRITE SESSIONLOCKRECORD
               CLOSE SESSIONLOCK
           END-IF.
