       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignOut.
      *Early dismissal sign-out for the front desk: takes the
      *student ID and the name of the adult picking the student up,
      *and checks the name against the student's contact.txt lines.
      *Only a contact marked as an authorized pickup (CT-MAY-PICKUP)
      *may take the student; anyone else is refused and the desk is
      *shown who is authorized. A refusal can be overridden only by
      *a supervisor - a supervisor at the desk types OVERRIDE, a
      *clerk has a supervisor key their own operator ID and
      *password - and the override is recorded with the approver.
      *Each release goes to signout.txt with the time, adult,
      *reason, and operator, and writes the partial-day mark to
      *attlog.txt : released before noon is absent for the day,
      *after noon tardy. A day that already has a mark for the
      *student (an absence or a late arrival) is left as it is.
      *Operators sign on with the same operator ID / password gate
      *CrsEnrl uses; inquiry-role operators may not release. The
      *principal's daily review is SignRpt.
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
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.
           SELECT SignOutFile ASSIGN TO "signout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SignOutStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD ContactFile.
       COPY CONTACT.

       FD AttendFile.
       COPY ATTLOG.

       FD SignOutFile.
       COPY SIGNOUT.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  SignOutStatus PIC XX.
       01  StayOpen PIC A VALUE "Y".
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
       01  GateOK PIC A.
       01  ApproverID PIC X(10).
       01  OverrideWord PIC X(10).
       01  Today PIC 9(8).
       01  NowTime PIC 9(4).
      *Released before this time of day is absent for the day,
      *at or after it tardy.
       01  HalfDayTime PIC 9(4) VALUE 1200.
       01  StudIDNum PIC 9(9).
       01  StudName PIC X(21).
       01  AdultName PIC X(20).
       01  AdultKey PIC X(20).
       01  ContactKey PIC X(20).
       01  ReasonText PIC X(20).
       01  PickupOK PIC A.
       01  PickupCount PIC 9(2).
       01  ReleaseOK PIC A.
       01  OverrideFlag PIC A.
       01  MarkCode PIC X.
       01  HasMark PIC A.
       01  ReleasedCount PIC 9(3) VALUE 0.
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
           IF INQUIRYROLE
               DISPLAY "Inquiry operators may not release students."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "SignOut : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Early Dismissal Sign-Out"
               DISPLAY "Student ID (0 = exit) : " WITH NO ADVANCING
               ACCEPT STUDIDNUM
               IF STUDIDNUM = 0
                   MOVE 'N' TO STAYOPEN
               ELSE
                   PERFORM SignOutOneStudent
               END-IF
           END-PERFORM.
           CLOSE STUDENTFILE.
           DISPLAY "Students released : " RELEASEDCOUNT.
           STOP RUN.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused, role carried for the override.
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

       SignOutOneStudent.
           MOVE STUDIDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   MOVE 0 TO STUDIDNUM
           END-READ.
           IF STUDIDNUM = 0
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               MOVE SPACES TO STUDNAME
               STRING FNAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   LNAME DELIMITED BY "  "
                   INTO STUDNAME
               DISPLAY "Student : " STUDNAME "  grade " GRADELEVEL
               IF NOT ACTIVE
                   DISPLAY "Refused : not an Active student."
               ELSE
                   PERFORM TakeRelease
               END-IF
           END-IF.

       TakeRelease.
           DISPLAY "Adult's name : " WITH NO ADVANCING.
           MOVE SPACES TO ADULTNAME.
           ACCEPT ADULTNAME.
           IF ADULTNAME = SPACES
               DISPLAY "The adult's name can't be blank."
           ELSE
               PERFORM CheckPickup
               MOVE 'N' TO OVERRIDEFLAG
               MOVE SPACES TO APPROVERID
               IF PICKUPOK = 'Y'
                   MOVE 'Y' TO RELEASEOK
               ELSE
                   PERFORM RefuseRelease
               END-IF
               IF RELEASEOK = 'Y'
                   DISPLAY "Reason : " WITH NO ADVANCING
                   MOVE SPACES TO REASONTEXT
                   ACCEPT REASONTEXT
                   MOVE FUNCTION CURRENT-DATE (9:4) TO NOWTIME
                   PERFORM WritePartialDayMark
                   PERFORM WriteSignOut
               END-IF
           END-IF.

      *Names are matched without regard to case; the contact file
      *is the only authority for who may pick a student up.
       CheckPickup.
           MOVE 'N' TO PICKUPOK.
           MOVE ADULTNAME TO ADULTKEY.
           INSPECT ADULTKEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CT-IDNUM = STUDIDNUM
                           AND CT-MAY-PICKUP
                       MOVE CT-NAME TO CONTACTKEY
                       INSPECT CONTACTKEY CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF CONTACTKEY = ADULTKEY
                           MOVE 'Y' TO PICKUPOK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTACTFILE
           END-IF.

       RefuseRelease.
           MOVE 'N' TO RELEASEOK.
           DISPLAY "** " ADULTNAME " is NOT an authorized pickup "
               "for this student. **".
           PERFORM ListAuthorized.
           IF SUPERVISORROLE
               DISPLAY "Type OVERRIDE (supervisor) to release "
                   "anyway : " WITH NO ADVANCING
               MOVE SPACES TO OVERRIDEWORD
               ACCEPT OVERRIDEWORD
               IF OVERRIDEWORD = "OVERRIDE"
                   MOVE 'Y' TO GATEOK
                   MOVE OPERID TO APPROVERID
               ELSE
                   MOVE 'N' TO GATEOK
               END-IF
           ELSE
               DISPLAY "A supervisor may override - supervisor "
                   "ID blank to refuse."
               PERFORM SupervisorGate
           END-IF.
           IF GATEOK = 'Y'
               MOVE 'Y' TO RELEASEOK
               MOVE 'Y' TO OVERRIDEFLAG
               DISPLAY "Release overridden by " APPROVERID "."
           ELSE
               DISPLAY "Not released."
           END-IF.

       ListAuthorized.
           MOVE 0 TO PICKUPCOUNT.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CT-IDNUM = STUDIDNUM
                           AND CT-MAY-PICKUP
                       ADD 1 TO PICKUPCOUNT
                       DISPLAY "  Authorized : " CT-NAME " ("
                           CT-RELATION ") " CT-PHONE
                   END-IF
               END-PERFORM
               CLOSE CONTACTFILE
           END-IF.
           IF PICKUPCOUNT = 0
               DISPLAY "  No authorized pickup contacts on file."
           END-IF.

      *The override takes a real supervisor, not a word : the
      *supervisor's ID and password are checked read-only against
      *operator.txt, the same lookup YearEnd's override uses.
       SupervisorGate.
           MOVE 'N' TO GATEOK.
           DISPLAY "Supervisor ID : " WITH NO ADVANCING.
           MOVE SPACES TO LOGINID.
           ACCEPT LOGINID.
           IF LOGINID NOT = SPACES
               DISPLAY "Password : " WITH NO ADVANCING
               ACCEPT LOGINPASSWORD WITH NO-ECHO
               MOVE 'N' TO OPERATEND
               OPEN INPUT OPERATORFILE
               IF OPERATORFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "Operator file is missing - override "
                       "refused."
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
                               AND OP-ROLE = 'S'
                               AND OP-ACTIVE NOT = 'D'
                               AND OP-ACTIVE NOT = 'L'
                           MOVE 'Y' TO GATEOK
                           MOVE LOGINID TO APPROVERID
                           MOVE 'Y' TO OPERATEND
                       END-IF
                   END-PERFORM
                   CLOSE OPERATORFILE
                   IF GATEOK = 'Y' AND PWDRESULT = 'C'
                       MOVE "FILE" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID
                           LOGINPASSWORD OP-PASSWORD
                           OP-PWDATA PWDRESULT
                   END-IF
                   IF GATEOK = 'N'
                       DISPLAY "Not an enabled supervisor."
                   END-IF
               END-IF
           END-IF.

      *One mark per student per day : a day that already has a line
      *keeps it, so a morning absence or late arrival is not
      *overwritten by the sign-out.
       WritePartialDayMark.
           MOVE 'N' TO HASMARK.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ATTENDFILE.
           IF ATTENDFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ATTENDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AT-DATE = TODAY
                           AND AT-IDNUM = STUDIDNUM
                       MOVE 'Y' TO HASMARK
                   END-IF
               END-PERFORM
               CLOSE ATTENDFILE
           END-IF.
           MOVE SPACE TO MARKCODE.
           IF HASMARK = 'N'
               IF NOWTIME < HALFDAYTIME
                   MOVE 'A' TO MARKCODE
               ELSE
                   MOVE 'T' TO MARKCODE
               END-IF
               OPEN EXTEND ATTENDFILE
               IF ATTENDFILESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT ATTENDFILE
               END-IF
               IF ATTENDFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "SignOut : " MSG-CANT-OPEN ATTENDFILESTATUS
                   MOVE SPACE TO MARKCODE
                   MOVE RC-WARNING TO RETURN-CODE
               ELSE
                   MOVE TODAY TO AT-DATE
                   MOVE STUDIDNUM TO AT-IDNUM
                   MOVE MARKCODE TO AT-CODE
                   WRITE ATTENDRECORD
                   CLOSE ATTENDFILE
               END-IF
           END-IF.

       WriteSignOut.
           OPEN EXTEND SIGNOUTFILE.
           IF SIGNOUTSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT SIGNOUTFILE
           END-IF.
           IF SIGNOUTSTATUS NOT = FS-SUCCESS
               DISPLAY "SignOut : " MSG-CANT-OPEN SIGNOUTSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE TODAY TO SO-DATE
               MOVE NOWTIME TO SO-TIME
               MOVE STUDIDNUM TO SO-IDNUM
               MOVE ADULTNAME TO SO-ADULT
               MOVE REASONTEXT TO SO-REASON
               MOVE OPERID TO SO-OPERID
               MOVE OVERRIDEFLAG TO SO-OVERRIDE
               MOVE APPROVERID TO SO-APPROVER
               MOVE MARKCODE TO SO-MARK
               WRITE SIGNOUTRECORD
               CLOSE SIGNOUTFILE
               ADD 1 TO RELEASEDCOUNT
               IF MARKCODE = SPACE
                   DISPLAY "Released at " NOWTIME
                       " - attendance mark already on file."
               ELSE
                   DISPLAY "Released at " NOWTIME " - marked "
                       MARKCODE " for the day."
               END-IF
           END-IF.
