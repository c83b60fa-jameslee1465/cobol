       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfMnt.
      *Parent-teacher conference booking: sets up conference nights
      *(confevt.txt - the evening's date, the first and last slot
      *times and the slot length) and books the slots every teacher
      *on teacher.txt sits that evening (confbook.txt), one booking
      *per student, teacher and slot, with the guardian who is
      *coming. This replaces the sign-up sheets on classroom doors,
      *which could not see that the same parent had already
      *promised the same ten minutes to a brother's teacher down
      *the hall : a booking is refused when the household (the
      *student's family number on family.txt) already has a
      *conference at that time with any teacher, and when the
      *student already has one with that teacher. A teacher who
      *can't sit a slot has it blocked (student ID zero). The
      *guardian defaults to the student's first contact on file.
      *Operators sign on with the same operator ID / password gate
      *CrsEnrl uses; setting up an evening is for supervisors, and
      *inquiry-role operators may only look. Both files are loaded
      *into tables and written back when the session ends, the
      *same way BusMnt works. ConfRpt prints the schedules, the
      *confirmation letters and the households that never booked.
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
           SELECT FamilyFile ASSIGN TO "family.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FamilyFileStatus.
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.
           SELECT ConfEventFile ASSIGN TO "confevt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ConfEventStatus.
           SELECT ConfBookFile ASSIGN TO "confbook.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ConfBookStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD TeacherFile.
       COPY TEACHER.

       FD FamilyFile.
       COPY FAMILY.

       FD ContactFile.
       COPY CONTACT.

       FD ConfEventFile.
       COPY CONFEVT.

       FD ConfBookFile.
       COPY CONFBOOK.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  FamilyFileStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  ConfEventStatus PIC XX.
       01  ConfBookStatus PIC XX.
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
       01  EventTable.
           02 EventEntry OCCURS 50 TIMES.
               03 QV-EVENT PIC 9(3).
               03 QV-DATE PIC 9(8).
               03 QV-START PIC 9(4).
               03 QV-END PIC 9(4).
               03 QV-SLOTMIN PIC 9(2).
               03 QV-NAME PIC X(30).
       01  EventCount PIC 9(2) VALUE 0.
       01  EventIdx PIC 9(2).
       01  EventFound PIC 9(2).
       01  NextEvent PIC 9(3) VALUE 0.
       01  BookTable.
           02 BookEntry OCCURS 5000 TIMES.
               03 QK-EVENT PIC 9(3).
               03 QK-TEID PIC 9(4).
               03 QK-TIME PIC 9(4).
               03 QK-IDNUM PIC 9(9).
               03 QK-GUARDIAN PIC X(20).
               03 QK-OPERID PIC X(10).
               03 QK-BOOKDATE PIC 9(8).
       01  BookCount PIC 9(4) VALUE 0.
       01  BookIdx PIC 9(4).
       01  BookFound PIC 9(4).
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 QT-ID PIC 9(4).
               03 QT-NAME PIC X(20).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  TeacherFound PIC 9(3).
       01  FamTable.
           02 FamEntry OCCURS 2000 TIMES.
               03 QF-FAMID PIC 9(5).
               03 QF-IDNUM PIC 9(9).
       01  FamCount PIC 9(4) VALUE 0.
       01  FamIdx PIC 9(4).
      *The household being booked : the student and every sibling
      *sharing the student's family number.
       01  HouseTable.
           02 HouseEntry OCCURS 20 TIMES.
               03 QH-IDNUM PIC 9(9).
       01  HouseCount PIC 9(2).
       01  HouseIdx PIC 9(2).
       01  HouseFamID PIC 9(5).
       01  WorkEvent PIC 9(3).
       01  WorkTeacher PIC 9(4).
       01  WorkIDNum PIC 9(9).
       01  WorkTime PIC 9(4).
       01  WorkGuardian PIC X(20).
       01  GuardianIn PIC X(20).
       01  StudName PIC X(21).
       01  ConflictIdx PIC 9(4).
      *Slot arithmetic, in minutes from midnight.
       01  SlotHours PIC 9(2).
       01  SlotMins PIC 9(2).
       01  StartMinutes PIC 9(4).
       01  EndMinutes PIC 9(4).
       01  SlotMinutes PIC 9(4).
       01  SlotOffset PIC 9(4).
       01  SlotRemainder PIC 9(2).
       01  SlotNumber PIC 9(3).
       01  SlotTime PIC 9(4).
       01  SlotValid PIC A.
       01  SlotsShown PIC 9(3).
       01  SlotsBooked PIC 9(3).
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
           PERFORM LoadTeachers.
           IF TEACHERCOUNT = 0
               DISPLAY "ConfMnt : no teacher master on file - set "
                   "teachers up in teacher maintenance first."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "ConfMnt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadFamilies.
           PERFORM LoadEvents.
           PERFORM LoadBookings.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Parent-Teacher Conferences"
               DISPLAY "1 : List conference evenings"
               DISPLAY "2 : Set up a conference evening"
               DISPLAY "3 : Show a teacher's slots"
               DISPLAY "4 : Book a slot"
               DISPLAY "5 : Cancel a booking or unblock a slot"
               DISPLAY "6 : Block a teacher's slot"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               IF INQUIRYROLE AND CHOICE NOT = 1 AND CHOICE NOT = 3
                       AND CHOICE NOT = 0
                   DISPLAY "Inquiry operators may only look."
                   MOVE 9 TO CHOICE
               END-IF
               EVALUATE CHOICE
                   WHEN 1 PERFORM ListEvents
                   WHEN 2 PERFORM SetUpEvent
                   WHEN 3 PERFORM ShowTeacherSlots
                   WHEN 4 PERFORM BookSlot
                   WHEN 5 PERFORM CancelBooking
                   WHEN 6 PERFORM BlockSlot
                   WHEN 9 CONTINUE
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENTFILE.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveEvents
               PERFORM SaveBookings
               DISPLAY "Conference bookings saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused; the operator ID goes on every
      *booking.
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
                       MOVE TE-ID TO QT-ID (TEACHERCOUNT)
                       MOVE TE-NAME TO QT-NAME (TEACHERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHERFILE
           END-IF.

       LoadFamilies.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT FAMILYFILE.
           IF FAMILYFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ FAMILYFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND FAMCOUNT < 2000
                       ADD 1 TO FAMCOUNT
                       MOVE FM-FAMID TO QF-FAMID (FAMCOUNT)
                       MOVE FM-IDNUM TO QF-IDNUM (FAMCOUNT)
                   END-IF
               END-PERFORM
               CLOSE FAMILYFILE
           END-IF.

       LoadEvents.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CONFEVENTFILE.
           IF CONFEVENTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONFEVENTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND EVENTCOUNT < 50
                       ADD 1 TO EVENTCOUNT
                       MOVE CONFEVENTRECORD TO EVENTENTRY (EVENTCOUNT)
                       IF QE-EVENT > NEXTEVENT
                           MOVE QE-EVENT TO NEXTEVENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONFEVENTFILE
           END-IF.
           ADD 1 TO NEXTEVENT.

       LoadBookings.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CONFBOOKFILE.
           IF CONFBOOKSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONFBOOKFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND BOOKCOUNT < 5000
                       ADD 1 TO BOOKCOUNT
                       MOVE CONFBOOKRECORD TO BOOKENTRY (BOOKCOUNT)
                   END-IF
               END-PERFORM
               CLOSE CONFBOOKFILE
           END-IF.

       SaveEvents.
           OPEN OUTPUT CONFEVENTFILE.
           IF CONFEVENTSTATUS NOT = FS-SUCCESS
               DISPLAY "ConfMnt : " MSG-CANT-OPEN CONFEVENTSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING EVENTIDX FROM 1 BY 1
                       UNTIL EVENTIDX > EVENTCOUNT
                   MOVE EVENTENTRY (EVENTIDX) TO CONFEVENTRECORD
                   WRITE CONFEVENTRECORD
               END-PERFORM
               CLOSE CONFEVENTFILE
           END-IF.

       SaveBookings.
           OPEN OUTPUT CONFBOOKFILE.
           IF CONFBOOKSTATUS NOT = FS-SUCCESS
               DISPLAY "ConfMnt : " MSG-CANT-OPEN CONFBOOKSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING BOOKIDX FROM 1 BY 1
                       UNTIL BOOKIDX > BOOKCOUNT
                   MOVE BOOKENTRY (BOOKIDX) TO CONFBOOKRECORD
                   WRITE CONFBOOKRECORD
               END-PERFORM
               CLOSE CONFBOOKFILE
           END-IF.

       ListEvents.
           IF EVENTCOUNT = 0
               DISPLAY "No conference evenings set up."
           ELSE
               DISPLAY "-- Conference evenings --"
               PERFORM VARYING EVENTIDX FROM 1 BY 1
                       UNTIL EVENTIDX > EVENTCOUNT
                   DISPLAY "  " QV-EVENT (EVENTIDX) "  "
                       QV-DATE (EVENTIDX) "  " QV-START (EVENTIDX)
                       "-" QV-END (EVENTIDX) "  "
                       QV-SLOTMIN (EVENTIDX) " min  "
                       QV-NAME (EVENTIDX)
               END-PERFORM
           END-IF.

       SetUpEvent.
           IF NOT SUPERVISORROLE
               DISPLAY "Setting up an evening needs a supervisor."
           ELSE
               IF EVENTCOUNT >= 50
                   DISPLAY "Conference event file is full."
               ELSE
                   PERFORM KeyEvent
               END-IF
           END-IF.

      *The evening must hold at least one whole slot; the last slot
      *ends at or before the end time.
       KeyEvent.
           MOVE SPACES TO CONFEVENTRECORD.
           MOVE NEXTEVENT TO QE-EVENT.
           DISPLAY "Evening name : " WITH NO ADVANCING.
           ACCEPT QE-NAME.
           DISPLAY "Date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT QE-DATE.
           DISPLAY "First slot starts (HHMM) : " WITH NO ADVANCING.
           ACCEPT QE-START.
           DISPLAY "Last slot ends (HHMM) : " WITH NO ADVANCING.
           ACCEPT QE-END.
           DISPLAY "Slot length in minutes : " WITH NO ADVANCING.
           ACCEPT QE-SLOTMIN.
           MOVE QE-START TO SLOTTIME.
           PERFORM TimeToMinutes.
           MOVE SLOTMINUTES TO STARTMINUTES.
           MOVE QE-END TO SLOTTIME.
           PERFORM TimeToMinutes.
           MOVE SLOTMINUTES TO ENDMINUTES.
           EVALUATE TRUE
               WHEN QE-DATE < TODAY
                   DISPLAY "The evening can't be in the past."
               WHEN QE-SLOTMIN = 0
                   DISPLAY "Slot length must be more than zero."
               WHEN STARTMINUTES + QE-SLOTMIN > ENDMINUTES
                   DISPLAY "The evening must hold at least one slot."
               WHEN OTHER
                   ADD 1 TO EVENTCOUNT
                   MOVE CONFEVENTRECORD TO EVENTENTRY (EVENTCOUNT)
                   ADD 1 TO NEXTEVENT
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Conference evening " QE-EVENT " set up."
           END-EVALUATE.

       TimeToMinutes.
           DIVIDE SLOTTIME BY 100 GIVING SLOTHOURS
               REMAINDER SLOTMINS.
           COMPUTE SLOTMINUTES = SLOTHOURS * 60 + SLOTMINS.

       MinutesToTime.
           DIVIDE SLOTMINUTES BY 60 GIVING SLOTHOURS
               REMAINDER SLOTMINS.
           COMPUTE SLOTTIME = SLOTHOURS * 100 + SLOTMINS.

       AskEvent.
           DISPLAY "Conference evening number : " WITH NO ADVANCING.
           ACCEPT WORKEVENT.
           MOVE 0 TO EVENTFOUND.
           PERFORM VARYING EVENTIDX FROM 1 BY 1
                   UNTIL EVENTIDX > EVENTCOUNT
               IF QV-EVENT (EVENTIDX) = WORKEVENT
                   MOVE EVENTIDX TO EVENTFOUND
               END-IF
           END-PERFORM.
           IF EVENTFOUND = 0
               DISPLAY "Conference evening : " MSG-NOT-FOUND
           ELSE
               MOVE QV-START (EVENTFOUND) TO SLOTTIME
               PERFORM TimeToMinutes
               MOVE SLOTMINUTES TO STARTMINUTES
               MOVE QV-END (EVENTFOUND) TO SLOTTIME
               PERFORM TimeToMinutes
               MOVE SLOTMINUTES TO ENDMINUTES
           END-IF.

       AskTeacher.
           DISPLAY "Teacher ID : " WITH NO ADVANCING.
           ACCEPT WORKTEACHER.
           MOVE 0 TO TEACHERFOUND.
           PERFORM VARYING TEACHERIDX FROM 1 BY 1
                   UNTIL TEACHERIDX > TEACHERCOUNT
               IF QT-ID (TEACHERIDX) = WORKTEACHER
                   MOVE TEACHERIDX TO TEACHERFOUND
               END-IF
           END-PERFORM.
           IF TEACHERFOUND = 0
               DISPLAY "Teacher : " MSG-NOT-FOUND
           END-IF.

      *A slot time must fall on the evening's slot boundaries.
       AskSlotTime.
           DISPLAY "Slot time (HHMM) : " WITH NO ADVANCING.
           ACCEPT WORKTIME.
           MOVE 'N' TO SLOTVALID.
           MOVE WORKTIME TO SLOTTIME.
           PERFORM TimeToMinutes.
           IF SLOTMINUTES >= STARTMINUTES
                   AND SLOTMINUTES + QV-SLOTMIN (EVENTFOUND)
                       <= ENDMINUTES
               COMPUTE SLOTOFFSET = SLOTMINUTES - STARTMINUTES
               DIVIDE SLOTOFFSET BY QV-SLOTMIN (EVENTFOUND)
                   GIVING SLOTNUMBER REMAINDER SLOTREMAINDER
               IF SLOTREMAINDER = 0
                   MOVE 'Y' TO SLOTVALID
               END-IF
           END-IF.
           IF SLOTVALID = 'N'
               DISPLAY "Not a slot on that evening - slots run from "
                   QV-START (EVENTFOUND) " every "
                   QV-SLOTMIN (EVENTFOUND) " minutes to "
                   QV-END (EVENTFOUND) "."
           END-IF.

       FindBooking.
           MOVE 0 TO BOOKFOUND.
           PERFORM VARYING BOOKIDX FROM 1 BY 1
                   UNTIL BOOKIDX > BOOKCOUNT OR BOOKFOUND > 0
               IF QK-EVENT (BOOKIDX) = WORKEVENT
                       AND QK-TEID (BOOKIDX) = WORKTEACHER
                       AND QK-TIME (BOOKIDX) = WORKTIME
                   MOVE BOOKIDX TO BOOKFOUND
               END-IF
           END-PERFORM.

       ReadStudent.
           MOVE WORKIDNUM TO IDNUM.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(not on file)" TO STUDNAME
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.

       ShowTeacherSlots.
           PERFORM AskEvent.
           IF EVENTFOUND > 0
               PERFORM AskTeacher
           END-IF.
           IF EVENTFOUND > 0 AND TEACHERFOUND > 0
               DISPLAY "-- " QT-NAME (TEACHERFOUND) " : "
                   QV-NAME (EVENTFOUND) " " QV-DATE (EVENTFOUND) " --"
               MOVE 0 TO SLOTSSHOWN
               MOVE 0 TO SLOTSBOOKED
               MOVE STARTMINUTES TO SLOTMINUTES
               PERFORM ShowOneSlot
                   UNTIL SLOTMINUTES + QV-SLOTMIN (EVENTFOUND)
                       > ENDMINUTES
               DISPLAY "-- " SLOTSSHOWN " slot(s), " SLOTSBOOKED
                   " taken --"
           END-IF.

       ShowOneSlot.
           ADD 1 TO SLOTSSHOWN.
           PERFORM MinutesToTime.
           MOVE SLOTTIME TO WORKTIME.
           PERFORM FindBooking.
           EVALUATE TRUE
               WHEN BOOKFOUND = 0
                   DISPLAY "  " WORKTIME "  open"
               WHEN QK-IDNUM (BOOKFOUND) = 0
                   ADD 1 TO SLOTSBOOKED
                   DISPLAY "  " WORKTIME "  (blocked)"
               WHEN OTHER
                   ADD 1 TO SLOTSBOOKED
                   MOVE QK-IDNUM (BOOKFOUND) TO WORKIDNUM
                   PERFORM ReadStudent
                   DISPLAY "  " WORKTIME "  " STUDNAME " "
                       QK-GUARDIAN (BOOKFOUND)
           END-EVALUATE.
           ADD QV-SLOTMIN (EVENTFOUND) TO SLOTMINUTES.

      *Refused when the slot is taken or blocked, when the student
      *already has this teacher that evening, and when anyone in
      *the household already has a conference at that time.
       BookSlot.
           IF BOOKCOUNT >= 5000
               DISPLAY "Booking file is full."
           ELSE
               PERFORM AskEvent
           END-IF.
           IF BOOKCOUNT < 5000 AND EVENTFOUND > 0
               PERFORM AskTeacher
               IF TEACHERFOUND > 0
                   PERFORM AskStudentAndSlot
               END-IF
           END-IF.

       AskStudentAndSlot.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           MOVE WORKIDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY MOVE 0 TO WORKIDNUM
           END-READ.
           IF WORKIDNUM = 0
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               IF NOT ACTIVE
                   DISPLAY "Only Active students can be booked."
               ELSE
                   PERFORM ReadStudent
                   PERFORM AskSlotTime
                   IF SLOTVALID = 'Y'
                       PERFORM CheckAndBook
                   END-IF
               END-IF
           END-IF.

       CheckAndBook.
           PERFORM FindBooking.
           PERFORM BuildHousehold.
           PERFORM FindHouseholdConflict.
           EVALUATE TRUE
               WHEN BOOKFOUND > 0 AND QK-IDNUM (BOOKFOUND) = 0
                   DISPLAY "That slot is blocked by the teacher."
               WHEN BOOKFOUND > 0
                   DISPLAY "That slot is already booked."
               WHEN CONFLICTIDX > 0
                       AND QK-TEID (CONFLICTIDX) = WORKTEACHER
                   DISPLAY STUDNAME " already has this teacher at "
                       QK-TIME (CONFLICTIDX) "."
               WHEN CONFLICTIDX > 0
                   PERFORM ShowHouseholdConflict
               WHEN OTHER
                   PERFORM AddBooking
           END-EVALUATE.

       BuildHousehold.
           MOVE 0 TO HOUSEFAMID.
           PERFORM VARYING FAMIDX FROM 1 BY 1
                   UNTIL FAMIDX > FAMCOUNT OR HOUSEFAMID > 0
               IF QF-IDNUM (FAMIDX) = WORKIDNUM
                   MOVE QF-FAMID (FAMIDX) TO HOUSEFAMID
               END-IF
           END-PERFORM.
           MOVE 1 TO HOUSECOUNT.
           MOVE WORKIDNUM TO QH-IDNUM (1).
           IF HOUSEFAMID > 0
               PERFORM VARYING FAMIDX FROM 1 BY 1
                       UNTIL FAMIDX > FAMCOUNT
                   IF QF-FAMID (FAMIDX) = HOUSEFAMID
                           AND QF-IDNUM (FAMIDX) NOT = WORKIDNUM
                           AND HOUSECOUNT < 20
                       ADD 1 TO HOUSECOUNT
                       MOVE QF-IDNUM (FAMIDX) TO QH-IDNUM (HOUSECOUNT)
                   END-IF
               END-PERFORM
           END-IF.

      *The first of the household's bookings that evening that
      *collides : same student with the same teacher at any time,
      *or anyone in the household at this slot's time.
       FindHouseholdConflict.
           MOVE 0 TO CONFLICTIDX.
           PERFORM VARYING BOOKIDX FROM 1 BY 1
                   UNTIL BOOKIDX > BOOKCOUNT OR CONFLICTIDX > 0
               IF QK-EVENT (BOOKIDX) = WORKEVENT
                   IF QK-IDNUM (BOOKIDX) = WORKIDNUM
                           AND QK-TEID (BOOKIDX) = WORKTEACHER
                       MOVE BOOKIDX TO CONFLICTIDX
                   END-IF
                   IF QK-TIME (BOOKIDX) = WORKTIME
                           AND QK-IDNUM (BOOKIDX) > 0
                       PERFORM VARYING HOUSEIDX FROM 1 BY 1
                               UNTIL HOUSEIDX > HOUSECOUNT
                           IF QK-IDNUM (BOOKIDX) = QH-IDNUM (HOUSEIDX)
                               MOVE BOOKIDX TO CONFLICTIDX
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       ShowHouseholdConflict.
           MOVE QK-IDNUM (CONFLICTIDX) TO WORKIDNUM.
           PERFORM ReadStudent.
           PERFORM VARYING TEACHERIDX FROM 1 BY 1
                   UNTIL TEACHERIDX > TEACHERCOUNT
               IF QT-ID (TEACHERIDX) = QK-TEID (CONFLICTIDX)
                   DISPLAY "Refused - the household is already with "
                       QT-NAME (TEACHERIDX)
               END-IF
           END-PERFORM.
           DISPLAY "  at " WORKTIME " about " STUDNAME
               ". Choose another slot.".

      *The guardian coming defaults to the student's first contact.
       AddBooking.
           MOVE SPACES TO WORKGUARDIAN.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CT-IDNUM = WORKIDNUM
                       MOVE CT-NAME TO WORKGUARDIAN
                       MOVE 'Y' TO ATENDFLAG
                   END-IF
               END-PERFORM
               CLOSE CONTACTFILE
           END-IF.
           DISPLAY "Guardian attending [" WORKGUARDIAN "] : "
               WITH NO ADVANCING.
           ACCEPT GUARDIANIN.
           IF GUARDIANIN NOT = SPACES
               MOVE GUARDIANIN TO WORKGUARDIAN
           END-IF.
           ADD 1 TO BOOKCOUNT.
           MOVE WORKEVENT TO QK-EVENT (BOOKCOUNT).
           MOVE WORKTEACHER TO QK-TEID (BOOKCOUNT).
           MOVE WORKTIME TO QK-TIME (BOOKCOUNT).
           MOVE WORKIDNUM TO QK-IDNUM (BOOKCOUNT).
           MOVE WORKGUARDIAN TO QK-GUARDIAN (BOOKCOUNT).
           MOVE OPERID TO QK-OPERID (BOOKCOUNT).
           MOVE TODAY TO QK-BOOKDATE (BOOKCOUNT).
           MOVE 'Y' TO CHANGEDFLAG.
           DISPLAY "Booked : " STUDNAME " with "
               QT-NAME (TEACHERFOUND) " at " WORKTIME ".".

       CancelBooking.
           PERFORM AskEvent.
           IF EVENTFOUND > 0
               PERFORM AskTeacher
           END-IF.
           IF EVENTFOUND > 0 AND TEACHERFOUND > 0
               DISPLAY "Slot time (HHMM) : " WITH NO ADVANCING
               ACCEPT WORKTIME
               PERFORM FindBooking
               IF BOOKFOUND = 0
                   DISPLAY "Nothing booked in that slot."
               ELSE
                   PERFORM DropBooking
               END-IF
           END-IF.

       DropBooking.
           IF QK-IDNUM (BOOKFOUND) = 0
               DISPLAY "Slot " WORKTIME " unblocked."
           ELSE
               MOVE QK-IDNUM (BOOKFOUND) TO WORKIDNUM
               PERFORM ReadStudent
               DISPLAY "Booking for " STUDNAME " at " WORKTIME
                   " cancelled."
           END-IF.
           PERFORM VARYING BOOKIDX FROM BOOKFOUND BY 1
                   UNTIL BOOKIDX >= BOOKCOUNT
               MOVE BOOKENTRY (BOOKIDX + 1) TO BOOKENTRY (BOOKIDX)
           END-PERFORM.
           SUBTRACT 1 FROM BOOKCOUNT.
           MOVE 'Y' TO CHANGEDFLAG.

       BlockSlot.
           IF BOOKCOUNT >= 5000
               DISPLAY "Booking file is full."
           ELSE
               PERFORM AskEvent
           END-IF.
           IF BOOKCOUNT < 5000 AND EVENTFOUND > 0
               PERFORM AskTeacher
               IF TEACHERFOUND > 0
                   PERFORM AskSlotTime
                   IF SLOTVALID = 'Y'
                       PERFORM FindBooking
                       IF BOOKFOUND > 0
                           DISPLAY "That slot is already taken - "
                               "cancel the booking first."
                       ELSE
                           ADD 1 TO BOOKCOUNT
                           MOVE WORKEVENT TO QK-EVENT (BOOKCOUNT)
                           MOVE WORKTEACHER TO QK-TEID (BOOKCOUNT)
                           MOVE WORKTIME TO QK-TIME (BOOKCOUNT)
                           MOVE 0 TO QK-IDNUM (BOOKCOUNT)
                           MOVE "NOT AVAILABLE"
                               TO QK-GUARDIAN (BOOKCOUNT)
                           MOVE OPERID TO QK-OPERID (BOOKCOUNT)
                           MOVE TODAY TO QK-BOOKDATE (BOOKCOUNT)
                           MOVE 'Y' TO CHANGEDFLAG
                           DISPLAY "Slot " WORKTIME " blocked."
                       END-IF
                   END-IF
               END-IF
           END-IF.
