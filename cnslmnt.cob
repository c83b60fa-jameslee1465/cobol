       IDENTIFICATION DIVISION.
       PROGRAM-ID. CnslMnt.
      *Counselor caseload maintenance and contact notes: keeps
      *cnslasgn.txt (which counselor owns each student - the
      *counselor being an operator ID from operator.txt) and takes
      *dated contact notes into cnslnote.txt, so the alphabet split
      *on the counseling office wall and the notepad by the phone
      *become something the system knows. Students are assigned
      *one at a time, or in bulk - every Active student in a
      *last-name range or a grade level - by a supervisor-role
      *operator, with the choice of leaving students who already
      *have a counselor where they are. Any clerk or supervisor
      *may enter a note (the call may come to the front office);
      *every note line carries the operator ID that entered it.
      *Reading a student's note history back is limited to the
      *student's assigned counselor and supervisors. Operators
      *sign on with the same operator ID / password gate CrsEnrl
      *uses; inquiry-role operators may only look up assignments
      *and caseload counts. The assignment file is loaded into a
      *table, edited there, and written back in full when the
      *session ends, the same way BusMnt works; notes are appended
      *as they are entered.
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
               FILE STATUS IS StudentFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT CnslAsgnFile ASSIGN TO "cnslasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CnslAsgnStatus.
           SELECT CnslNoteFile ASSIGN TO "cnslnote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CnslNoteStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD CnslAsgnFile.
       COPY CNSLASGN.

       FD CnslNoteFile.
       COPY CNSLNOTE.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  CnslAsgnStatus PIC XX.
       01  CnslNoteStatus PIC XX.
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
       01  NowTime PIC 9(4).
       01  WorkIDNum PIC 9(9).
       01  WorkCounselor PIC X(10).
       01  CounselorOK PIC A.
       01  StudName PIC X(21).
       01  AsgnTable.
           02 AsgnEntry OCCURS 5000 TIMES.
               03 KA-IDNUM PIC 9(9).
               03 KA-COUNSELOR PIC X(10).
               03 KA-ASGNDATE PIC 9(8).
       01  AsgnCount PIC 9(4) VALUE 0.
       01  AsgnIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
      *Bulk assignment : N by last-name range, G by grade level.
       01  BulkMode PIC X.
       01  FromName PIC X(10).
       01  ToName PIC X(10).
       01  UpperLName PIC X(10).
       01  BulkGrade PIC 9(2).
       01  ReplaceFlag PIC X.
       01  BulkMatched PIC 9(5).
       01  BulkAssigned PIC 9(5).
       01  BulkKept PIC 9(5).
       01  BulkFull PIC 9(5).
       01  ConfirmFlag PIC X.
       01  NoteWith PIC X.
       01  NoteLine PIC X(60).
       01  NoteLines PIC 9(2).
       01  NotesShown PIC 9(4).
       01  LastNoteKey PIC X(22).
       01  ThisNoteKey PIC X(22).
       01  CaseTable.
           02 CaseEntry OCCURS 100 TIMES.
               03 KC-COUNSELOR PIC X(10).
               03 KC-COUNT PIC 9(5).
       01  CaseCount PIC 9(3) VALUE 0.
       01  CaseIdx PIC 9(3).
       01  CaseFound PIC 9(3).
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
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "CnslMnt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadAssignments.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Counselor Caseloads and Contact Notes"
               DISPLAY "1 : Show a student's counselor"
               DISPLAY "2 : Assign a student to a counselor"
               DISPLAY "3 : Assign by last-name range"
               DISPLAY "4 : Assign by grade level"
               DISPLAY "5 : Enter a contact note"
               DISPLAY "6 : Show a student's note history"
               DISPLAY "7 : Caseload counts"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               IF INQUIRYROLE AND CHOICE NOT = 1 AND CHOICE NOT = 7
                       AND CHOICE NOT = 0
                   DISPLAY "Inquiry operators may only look up "
                       "assignments."
                   MOVE 9 TO CHOICE
               END-IF
               EVALUATE CHOICE
                   WHEN 1 PERFORM ShowCounselor
                   WHEN 2 PERFORM AssignOne
                   WHEN 3 PERFORM AssignByName
                   WHEN 4 PERFORM AssignByGrade
                   WHEN 5 PERFORM AddNote
                   WHEN 6 PERFORM ShowNotes
                   WHEN 7 PERFORM CaseloadCounts
                   WHEN 9 CONTINUE
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENTFILE.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveAssignments
               DISPLAY "Counselor assignments saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused, role carried for the bulk
      *assignments and the notes inquiry.
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

       LoadAssignments.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CNSLASGNFILE.
           IF CNSLASGNSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CNSLASGNFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ASGNCOUNT < 5000
                       ADD 1 TO ASGNCOUNT
                       MOVE CNSLASGNRECORD TO ASGNENTRY (ASGNCOUNT)
                   END-IF
               END-PERFORM
               CLOSE CNSLASGNFILE
           END-IF.

       SaveAssignments.
           OPEN OUTPUT CNSLASGNFILE.
           IF CNSLASGNSTATUS NOT = FS-SUCCESS
               DISPLAY "CnslMnt : " MSG-CANT-OPEN CNSLASGNSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING ASGNIDX FROM 1 BY 1
                       UNTIL ASGNIDX > ASGNCOUNT
                   MOVE ASGNENTRY (ASGNIDX) TO CNSLASGNRECORD
                   WRITE CNSLASGNRECORD
               END-PERFORM
               CLOSE CNSLASGNFILE
           END-IF.

       FindAssignment.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ASGNIDX FROM 1 BY 1
                   UNTIL ASGNIDX > ASGNCOUNT
               IF KA-IDNUM (ASGNIDX) = WORKIDNUM
                   MOVE ASGNIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

      *A counselor must be an operator who can still sign on; an
      *inquiry-role operator can't carry a caseload.
       CheckCounselor.
           MOVE 'N' TO COUNSELOROK.
           MOVE 'N' TO OPERATEND.
           OPEN INPUT OPERATORFILE.
           IF OPERATORFILESTATUS = FS-SUCCESS
               PERFORM UNTIL OPERATEND = 'Y'
                   READ OPERATORFILE
                       AT END MOVE 'Y' TO OPERATEND
                   END-READ
                   IF OPERATEND = 'N' AND OP-ID = WORKCOUNSELOR
                       IF OP-ACTIVE NOT = 'D' AND NOT OP-INQUIRY
                           MOVE 'Y' TO COUNSELOROK
                       END-IF
                       MOVE 'Y' TO OPERATEND
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
           END-IF.

       ReadStudent.
           MOVE WORKIDNUM TO IDNUM.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE 0 TO WORKIDNUM
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.

       ShowCounselor.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           PERFORM ReadStudent.
           IF WORKIDNUM = 0
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               PERFORM FindAssignment
               IF FOUNDIDX = 0
                   DISPLAY STUDNAME " has no counselor assigned."
               ELSE
                   DISPLAY STUDNAME " : counselor "
                       KA-COUNSELOR (FOUNDIDX) " since "
                       KA-ASGNDATE (FOUNDIDX)
               END-IF
           END-IF.

       AssignOne.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           PERFORM ReadStudent.
           IF WORKIDNUM = 0
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               DISPLAY "Counselor operator ID : " WITH NO ADVANCING
               ACCEPT WORKCOUNSELOR
               PERFORM CheckCounselor
               IF COUNSELOROK = 'N'
                   DISPLAY "Counselor must be an enabled clerk or "
                       "supervisor operator."
               ELSE
                   MOVE 'Y' TO REPLACEFLAG
                   MOVE 0 TO BULKASSIGNED
                   PERFORM PostAssignment
                   IF BULKASSIGNED > 0
                       DISPLAY STUDNAME " assigned to "
                           WORKCOUNSELOR "."
                   END-IF
               END-IF
           END-IF.

      *Puts WORKIDNUM on WORKCOUNSELOR's caseload. A student who
      *already has a counselor is moved only when REPLACEFLAG is Y.
       PostAssignment.
           PERFORM FindAssignment.
           IF FOUNDIDX = 0
               IF ASGNCOUNT >= 5000
                   DISPLAY "Assignment table is full."
                   ADD 1 TO BULKFULL
               ELSE
                   ADD 1 TO ASGNCOUNT
                   MOVE ASGNCOUNT TO FOUNDIDX
                   MOVE WORKIDNUM TO KA-IDNUM (FOUNDIDX)
                   MOVE SPACES TO KA-COUNSELOR (FOUNDIDX)
               END-IF
           ELSE
               IF REPLACEFLAG NOT = 'Y'
                   ADD 1 TO BULKKEPT
                   MOVE 0 TO FOUNDIDX
               END-IF
           END-IF.
           IF FOUNDIDX > 0
               IF KA-COUNSELOR (FOUNDIDX) NOT = WORKCOUNSELOR
                   MOVE WORKCOUNSELOR TO KA-COUNSELOR (FOUNDIDX)
                   MOVE TODAY TO KA-ASGNDATE (FOUNDIDX)
                   MOVE 'Y' TO CHANGEDFLAG
               END-IF
               ADD 1 TO BULKASSIGNED
           END-IF.

      *The range is on the first letters of the last name, upper
      *case : A to F takes every name from A up to the last name
      *starting with F, so the TO value is padded out with Z.
       AssignByName.
           IF NOT SUPERVISORROLE
               DISPLAY "Only a supervisor may assign in bulk."
           ELSE
               DISPLAY "Last name from (e.g. A) : " WITH NO ADVANCING
               ACCEPT FROMNAME
               DISPLAY "Last name to (e.g. F) : " WITH NO ADVANCING
               ACCEPT TONAME
               INSPECT FROMNAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT TONAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT TONAME REPLACING ALL SPACE BY "Z"
               IF FROMNAME > TONAME
                   DISPLAY "The range is backwards."
               ELSE
                   MOVE 'N' TO BULKMODE
                   PERFORM RunBulkAssignment
               END-IF
           END-IF.

       AssignByGrade.
           IF NOT SUPERVISORROLE
               DISPLAY "Only a supervisor may assign in bulk."
           ELSE
               DISPLAY "Grade level : " WITH NO ADVANCING
               ACCEPT BULKGRADE
               MOVE 'G' TO BULKMODE
               PERFORM RunBulkAssignment
           END-IF.

       RunBulkAssignment.
           DISPLAY "Counselor operator ID : " WITH NO ADVANCING.
           ACCEPT WORKCOUNSELOR.
           PERFORM CheckCounselor.
           IF COUNSELOROK = 'N'
               DISPLAY "Counselor must be an enabled clerk or "
                   "supervisor operator."
           ELSE
               DISPLAY "Move students who already have a counselor "
                   "(Y/N) : " WITH NO ADVANCING
               ACCEPT REPLACEFLAG
               IF REPLACEFLAG = 'y'
                   MOVE 'Y' TO REPLACEFLAG
               END-IF
               MOVE 0 TO BULKMATCHED
               MOVE 0 TO BULKASSIGNED
               MOVE 0 TO BULKKEPT
               MOVE 0 TO BULKFULL
               PERFORM ScanForBulk
               DISPLAY BULKMATCHED " Active student(s) matched, "
                   BULKASSIGNED " assigned to " WORKCOUNSELOR ", "
                   BULKKEPT " left with their counselor."
               IF BULKFULL > 0
                   DISPLAY BULKFULL " not assigned - table full."
               END-IF
           END-IF.

      *One pass of the student master in ID order; only Active
      *students join a caseload.
       ScanForBulk.
           MOVE 'N' TO ATENDFLAG.
           MOVE LOW-VALUE TO IDNUM.
           START STUDENTFILE KEY IS NOT LESS THAN IDNUM
               INVALID KEY MOVE 'Y' TO ATENDFLAG
           END-START.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STUDENTFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N' AND ACTIVE
                   MOVE LNAME TO UPPERLNAME
                   INSPECT UPPERLNAME CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF (BULKMODE = 'N' AND UPPERLNAME >= FROMNAME
                           AND UPPERLNAME <= TONAME)
                       OR (BULKMODE = 'G' AND GRADELEVEL = BULKGRADE)
                       ADD 1 TO BULKMATCHED
                       MOVE IDNUM TO WORKIDNUM
                       PERFORM PostAssignment
                   END-IF
               END-IF
           END-PERFORM.

      *Notes are appended as entered, one record per line typed,
      *all lines of one note carrying the same date, time and
      *operator. A blank line ends the note.
       AddNote.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           PERFORM ReadStudent.
           IF WORKIDNUM = 0
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               DISPLAY "Note for " STUDNAME
               DISPLAY "Contact with (P parent, S student, T teacher, "
                   "O other) : " WITH NO ADVANCING
               ACCEPT NOTEWITH
               INSPECT NOTEWITH CONVERTING "psto" TO "PSTO"
               IF NOTEWITH NOT = 'P' AND NOTEWITH NOT = 'S'
                       AND NOTEWITH NOT = 'T' AND NOTEWITH NOT = 'O'
                   MOVE 'O' TO NOTEWITH
               END-IF
               OPEN EXTEND CNSLNOTEFILE
               IF CNSLNOTESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT CNSLNOTEFILE
               END-IF
               IF CNSLNOTESTATUS NOT = FS-SUCCESS
                   DISPLAY "CnslMnt : " MSG-CANT-OPEN CNSLNOTESTATUS
               ELSE
                   MOVE FUNCTION CURRENT-DATE (9:4) TO NOWTIME
                   MOVE 0 TO NOTELINES
                   DISPLAY "Note text, blank line to finish :"
                   MOVE "X" TO NOTELINE
                   PERFORM UNTIL NOTELINE = SPACES OR NOTELINES = 20
                       DISPLAY "> " WITH NO ADVANCING
                       ACCEPT NOTELINE
                       IF NOTELINE NOT = SPACES
                           MOVE WORKIDNUM TO KN-IDNUM
                           MOVE TODAY TO KN-DATE
                           MOVE NOWTIME TO KN-TIME
                           MOVE OPERID TO KN-OPERID
                           MOVE NOTEWITH TO KN-WITH
                           MOVE NOTELINE TO KN-TEXT
                           WRITE CNSLNOTERECORD
                           ADD 1 TO NOTELINES
                       END-IF
                   END-PERFORM
                   CLOSE CNSLNOTEFILE
                   IF NOTELINES = 0
                       DISPLAY "Nothing entered - no note written."
                   ELSE
                       DISPLAY "Note saved (" NOTELINES " line(s))."
                   END-IF
               END-IF
           END-IF.

      *The history is the assigned counselor's and the
      *supervisors' only. A student with no counselor yet is a
      *supervisor's to read.
       ShowNotes.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           PERFORM ReadStudent.
           IF WORKIDNUM = 0
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               PERFORM FindAssignment
               IF NOT SUPERVISORROLE
                       AND (FOUNDIDX = 0
                           OR KA-COUNSELOR (FOUNDIDX) NOT = OPERID)
                   DISPLAY "Notes are open to the student's assigned "
                       "counselor and supervisors only."
               ELSE
                   PERFORM ListNotes
               END-IF
           END-IF.

       ListNotes.
           DISPLAY " ".
           DISPLAY "-- Contact notes : " STUDNAME " --".
           MOVE 0 TO NOTESSHOWN.
           MOVE SPACES TO LASTNOTEKEY.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CNSLNOTEFILE.
           IF CNSLNOTESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CNSLNOTEFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND KN-IDNUM = WORKIDNUM
                       PERFORM ShowOneNoteLine
                   END-IF
               END-PERFORM
               CLOSE CNSLNOTEFILE
           END-IF.
           DISPLAY "-- " NOTESSHOWN " note(s) --".

      *The heading prints once per note - the first line of each
      *date / time / operator group.
       ShowOneNoteLine.
           MOVE SPACES TO THISNOTEKEY.
           STRING KN-DATE KN-TIME KN-OPERID
               DELIMITED BY SIZE INTO THISNOTEKEY.
           IF THISNOTEKEY NOT = LASTNOTEKEY
               ADD 1 TO NOTESSHOWN
               MOVE THISNOTEKEY TO LASTNOTEKEY
               EVALUATE TRUE
                   WHEN KN-PARENT
                       DISPLAY "  " KN-DATE " " KN-TIME
                           "  with PARENT / GUARDIAN  by " KN-OPERID
                   WHEN KN-STUDENT
                       DISPLAY "  " KN-DATE " " KN-TIME
                           "  with STUDENT  by " KN-OPERID
                   WHEN KN-TEACHER
                       DISPLAY "  " KN-DATE " " KN-TIME
                           "  with TEACHER  by " KN-OPERID
                   WHEN OTHER
                       DISPLAY "  " KN-DATE " " KN-TIME
                           "  OTHER CONTACT  by " KN-OPERID
               END-EVALUATE
           END-IF.
           DISPLAY "      " KN-TEXT.

       CaseloadCounts.
           MOVE 0 TO CASECOUNT.
           PERFORM VARYING ASGNIDX FROM 1 BY 1
                   UNTIL ASGNIDX > ASGNCOUNT
               MOVE 0 TO CASEFOUND
               PERFORM VARYING CASEIDX FROM 1 BY 1
                       UNTIL CASEIDX > CASECOUNT
                   IF KC-COUNSELOR (CASEIDX) = KA-COUNSELOR (ASGNIDX)
                       MOVE CASEIDX TO CASEFOUND
                   END-IF
               END-PERFORM
               IF CASEFOUND = 0 AND CASECOUNT < 100
                   ADD 1 TO CASECOUNT
                   MOVE CASECOUNT TO CASEFOUND
                   MOVE KA-COUNSELOR (ASGNIDX)
                       TO KC-COUNSELOR (CASEFOUND)
                   MOVE 0 TO KC-COUNT (CASEFOUND)
               END-IF
               IF CASEFOUND > 0
                   ADD 1 TO KC-COUNT (CASEFOUND)
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "-- Caseloads --".
           PERFORM VARYING CASEIDX FROM 1 BY 1
                   UNTIL CASEIDX > CASECOUNT
               DISPLAY "  " KC-COUNSELOR (CASEIDX) "  "
                   KC-COUNT (CASEIDX) " student(s)"
           END-PERFORM.
           DISPLAY "-- " ASGNCOUNT " student(s) assigned --".
