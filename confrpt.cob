       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfRpt.
      *Parent-teacher conference paperwork for one conference
      *evening booked in ConfMnt, as three reports through the
      *shared PrintRpt routine :
      *  CONFSCHD - each teacher's schedule for the evening, one
      *             page per teacher, every slot in time order with
      *             the student and guardian booked, blocked slots
      *             marked and open ones left open;
      *  CONFLTR  - one confirmation letter per household (siblings
      *             sharing a family number on family.txt get one
      *             letter listing every conference), addressed to
      *             the guardian booked at the address on file
      *             (addrrec.txt), one letter per page;
      *  CONFNONE - every Active student with no conference booked,
      *             with the first contact and phone on file, so the
      *             office can call the families that never signed
      *             up. Ends with the control section.
      *The evening is the CONFEVENT environment variable (event
      *number); unset, the latest evening not yet past, or failing
      *that the latest one set up. Runs from the batch calendar as
      *step CONFSCHD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.
           SELECT FamilyFile ASSIGN TO "family.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FamilyFileStatus.
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.
           SELECT AddressFile ASSIGN TO "addrrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AddressFileStatus.
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

       FD TeacherFile.
       COPY TEACHER.

       FD FamilyFile.
       COPY FAMILY.

       FD ContactFile.
       COPY CONTACT.

       FD AddressFile.
       COPY ADDRREC.

       FD ConfEventFile.
       COPY CONFEVT.

       FD ConfBookFile.
       COPY CONFBOOK.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  FamilyFileStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  AddressFileStatus PIC XX.
       01  ConfEventStatus PIC XX.
       01  ConfBookStatus PIC XX.
       01  Today PIC 9(8).
       01  EventText PIC X(3).
       01  WantEvent PIC 9(3) VALUE 0.
       01  EventFound PIC A VALUE "N".
       01  ThisEvent.
           02 EV-EVENT PIC 9(3).
           02 EV-DATE PIC 9(8).
           02 EV-START PIC 9(4).
           02 EV-END PIC 9(4).
           02 EV-SLOTMIN PIC 9(2).
           02 EV-NAME PIC X(30).
       01  LatestAny PIC 9(3) VALUE 0.
       01  LatestOpen PIC 9(3) VALUE 0.
      *This evening's bookings only, in slot-time order, each with
      *its household key : F and the family number for a student
      *linked on family.txt, S and the student ID otherwise.
       01  BookTable.
           02 BookEntry OCCURS 3000 TIMES.
               03 QK-TEID PIC 9(4).
               03 QK-TIME PIC 9(4).
               03 QK-IDNUM PIC 9(9).
               03 QK-GUARDIAN PIC X(20).
               03 QK-HOUSE PIC X(10).
       01  BookCount PIC 9(4) VALUE 0.
       01  BookIdx PIC 9(4).
       01  SortIdx PIC 9(4).
       01  ShiftIdx PIC 9(4).
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 QT-ID PIC 9(4).
               03 QT-NAME PIC X(20).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  FamTable.
           02 FamEntry OCCURS 2000 TIMES.
               03 QF-FAMID PIC 9(5).
               03 QF-IDNUM PIC 9(9).
       01  FamCount PIC 9(4) VALUE 0.
       01  FamIdx PIC 9(4).
       01  ContactTable.
           02 ContactEntry OCCURS 5000 TIMES.
               03 QC-IDNUM PIC 9(9).
               03 QC-NAME PIC X(20).
               03 QC-PHONE PIC X(12).
       01  ContactCount PIC 9(4) VALUE 0.
       01  ContactIdx PIC 9(4).
       01  ContactFound PIC 9(4).
      *Households in order of their first conference of the evening.
       01  HouseTable.
           02 HouseEntry OCCURS 3000 TIMES.
               03 QH-HOUSE PIC X(10).
               03 QH-FIRSTBOOK PIC 9(4).
       01  HouseCount PIC 9(4) VALUE 0.
       01  HouseIdx PIC 9(4).
       01  HouseFound PIC 9(4).
       01  HouseKey.
           02 HK-KIND PIC X.
           02 HK-NUMBER PIC 9(9).
       01  WorkIDNum PIC 9(9).
       01  WorkTeacher PIC 9(4).
       01  TeacherName PIC X(20).
       01  StudName PIC X(21).
       01  TimeShow PIC X(5).
       01  LetterStudent PIC 9(9).
      *Slot arithmetic, in minutes from midnight.
       01  SlotHours PIC 9(2).
       01  SlotMins PIC 9(2).
       01  SlotMinutes PIC 9(4).
       01  EndMinutes PIC 9(4).
       01  SlotTime PIC 9(4).
       01  BookFound PIC 9(4).
       01  BookedTotal PIC 9(5) VALUE 0.
       01  BlockedTotal PIC 9(5) VALUE 0.
       01  SlotTotal PIC 9(5) VALUE 0.
       01  LetterCount PIC 9(5) VALUE 0.
       01  ActiveCount PIC 9(5) VALUE 0.
       01  NoneCount PIC 9(5) VALUE 0.
       01  StudentBooked PIC A.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8).
       01  RptTitle PIC X(40).
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY.
           ACCEPT EVENTTEXT FROM ENVIRONMENT "CONFEVENT".
           IF EVENTTEXT NOT = SPACES
               COMPUTE WANTEVENT = FUNCTION NUMVAL (EVENTTEXT)
           END-IF.
           PERFORM FindEvent.
           IF EVENTFOUND = 'N'
               DISPLAY "ConfRpt : no conference evening to report - "
                   "set one up in ConfMnt first."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadTeachers.
           PERFORM LoadFamilies.
           PERFORM LoadContacts.
           PERFORM LoadBookings.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "ConfRpt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PrintSchedules.
           PERFORM PrintLetters.
           PERFORM PrintNoBookings.
           CLOSE STUDENTFILE.
           DISPLAY "Conference evening " EV-EVENT " : " BOOKEDTOTAL
               " booked, " LETTERCOUNT " letter(s), " NONECOUNT
               " student(s) not booked.".
           IF BOOKEDTOTAL = 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       NewPage.
           MOVE "PAGE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *The requested evening, else the latest not yet past, else
      *the latest set up.
       FindEvent.
           OPEN INPUT CONFEVENTFILE.
           IF CONFEVENTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONFEVENTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       IF QE-EVENT > LATESTANY
                           MOVE QE-EVENT TO LATESTANY
                       END-IF
                       IF QE-DATE >= TODAY AND QE-EVENT > LATESTOPEN
                           MOVE QE-EVENT TO LATESTOPEN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONFEVENTFILE
           END-IF.
           IF WANTEVENT = 0
               IF LATESTOPEN > 0
                   MOVE LATESTOPEN TO WANTEVENT
               ELSE
                   MOVE LATESTANY TO WANTEVENT
               END-IF
           END-IF.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CONFEVENTFILE.
           IF CONFEVENTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONFEVENTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND QE-EVENT = WANTEVENT
                       MOVE CONFEVENTRECORD TO THISEVENT
                       MOVE 'Y' TO EVENTFOUND
                   END-IF
               END-PERFORM
               CLOSE CONFEVENTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadTeachers.
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
           MOVE 'N' TO ATENDFLAG.

       LoadFamilies.
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
           MOVE 'N' TO ATENDFLAG.

      *Kept in file order, so the first match is the first contact.
       LoadContacts.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CONTACTCOUNT < 5000
                       ADD 1 TO CONTACTCOUNT
                       MOVE CT-IDNUM TO QC-IDNUM (CONTACTCOUNT)
                       MOVE CT-NAME TO QC-NAME (CONTACTCOUNT)
                       MOVE CT-PHONE TO QC-PHONE (CONTACTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE CONTACTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *Insertion into slot-time order as each booking is read.
       LoadBookings.
           OPEN INPUT CONFBOOKFILE.
           IF CONFBOOKSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONFBOOKFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND QB-EVENT = EV-EVENT
                           AND BOOKCOUNT < 3000
                       PERFORM InsertBooking
                   END-IF
               END-PERFORM
               CLOSE CONFBOOKFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       InsertBooking.
           MOVE 1 TO SORTIDX.
           PERFORM VARYING BOOKIDX FROM 1 BY 1
                   UNTIL BOOKIDX > BOOKCOUNT
               IF QK-TIME (BOOKIDX) <= QB-TIME
                   COMPUTE SORTIDX = BOOKIDX + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING SHIFTIDX FROM BOOKCOUNT BY -1
                   UNTIL SHIFTIDX < SORTIDX
               MOVE BOOKENTRY (SHIFTIDX) TO BOOKENTRY (SHIFTIDX + 1)
           END-PERFORM.
           ADD 1 TO BOOKCOUNT.
           MOVE QB-TEID TO QK-TEID (SORTIDX).
           MOVE QB-TIME TO QK-TIME (SORTIDX).
           MOVE QB-IDNUM TO QK-IDNUM (SORTIDX).
           MOVE QB-GUARDIAN TO QK-GUARDIAN (SORTIDX).
           MOVE "S" TO HK-KIND.
           MOVE QB-IDNUM TO HK-NUMBER.
           PERFORM VARYING FAMIDX FROM 1 BY 1
                   UNTIL FAMIDX > FAMCOUNT OR HK-KIND = "F"
               IF QF-IDNUM (FAMIDX) = QB-IDNUM
                   MOVE "F" TO HK-KIND
                   MOVE QF-FAMID (FAMIDX) TO HK-NUMBER
               END-IF
           END-PERFORM.
           MOVE HOUSEKEY TO QK-HOUSE (SORTIDX).
           IF QB-IDNUM = 0
               ADD 1 TO BLOCKEDTOTAL
           ELSE
               ADD 1 TO BOOKEDTOTAL
           END-IF.

       ReadStudName.
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

       FindTeacherName.
           MOVE "(teacher not on file)" TO TEACHERNAME.
           PERFORM VARYING TEACHERIDX FROM 1 BY 1
                   UNTIL TEACHERIDX > TEACHERCOUNT
               IF QT-ID (TEACHERIDX) = WORKTEACHER
                   MOVE QT-NAME (TEACHERIDX) TO TEACHERNAME
               END-IF
           END-PERFORM.

       ShowTime.
           MOVE SPACES TO TIMESHOW.
           STRING SLOTTIME (1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               SLOTTIME (3:2) DELIMITED BY SIZE
               INTO TIMESHOW.

       TimeToMinutes.
           DIVIDE SLOTTIME BY 100 GIVING SLOTHOURS
               REMAINDER SLOTMINS.
           COMPUTE SLOTMINUTES = SLOTHOURS * 60 + SLOTMINS.

       MinutesToTime.
           DIVIDE SLOTMINUTES BY 60 GIVING SLOTHOURS
               REMAINDER SLOTMINS.
           COMPUTE SLOTTIME = SLOTHOURS * 100 + SLOTMINS.

       EventHeading.
           MOVE SPACES TO RPTLINE.
           STRING "EVENING " DELIMITED BY SIZE
               EV-EVENT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EV-NAME DELIMITED BY "  "
               "  " DELIMITED BY SIZE
               EV-DATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

      *Every teacher on file gets a page, booked or not - an empty
      *schedule is worth knowing before the evening.
       PrintSchedules.
           MOVE "CONFSCHD" TO RPTCODE.
           MOVE "CONFERENCE SCHEDULES BY TEACHER" TO RPTTITLE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE EV-END TO SLOTTIME.
           PERFORM TimeToMinutes.
           MOVE SLOTMINUTES TO ENDMINUTES.
           PERFORM PrintOneSchedule
               VARYING TEACHERIDX FROM 1 BY 1
               UNTIL TEACHERIDX > TEACHERCOUNT.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintOneSchedule.
           IF TEACHERIDX > 1
               PERFORM NewPage
           END-IF.
           PERFORM EventHeading.
           MOVE QT-ID (TEACHERIDX) TO WORKTEACHER.
           MOVE SPACES TO RPTLINE.
           STRING "TEACHER : " DELIMITED BY SIZE
               QT-NAME (TEACHERIDX) DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               QT-ID (TEACHERIDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "  TIME   STUDENT                GUARDIAN" TO RPTLINE.
           PERFORM EmitLine.
           MOVE EV-START TO SLOTTIME.
           PERFORM TimeToMinutes.
           PERFORM PrintOneSlot
               UNTIL SLOTMINUTES + EV-SLOTMIN > ENDMINUTES.

       PrintOneSlot.
           ADD 1 TO SLOTTOTAL.
           PERFORM MinutesToTime.
           PERFORM ShowTime.
           MOVE 0 TO BOOKFOUND.
           PERFORM VARYING BOOKIDX FROM 1 BY 1
                   UNTIL BOOKIDX > BOOKCOUNT OR BOOKFOUND > 0
               IF QK-TEID (BOOKIDX) = WORKTEACHER
                       AND QK-TIME (BOOKIDX) = SLOTTIME
                   MOVE BOOKIDX TO BOOKFOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPTLINE.
           EVALUATE TRUE
               WHEN BOOKFOUND = 0
                   STRING "  " DELIMITED BY SIZE
                       TIMESHOW DELIMITED BY SIZE
                       "  -- open --" DELIMITED BY SIZE
                       INTO RPTLINE
               WHEN QK-IDNUM (BOOKFOUND) = 0
                   STRING "  " DELIMITED BY SIZE
                       TIMESHOW DELIMITED BY SIZE
                       "  (blocked)" DELIMITED BY SIZE
                       INTO RPTLINE
               WHEN OTHER
                   MOVE QK-IDNUM (BOOKFOUND) TO WORKIDNUM
                   PERFORM ReadStudName
                   STRING "  " DELIMITED BY SIZE
                       TIMESHOW DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       STUDNAME DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       QK-GUARDIAN (BOOKFOUND) DELIMITED BY SIZE
                       INTO RPTLINE
           END-EVALUATE.
           PERFORM EmitLine.
           ADD EV-SLOTMIN TO SLOTMINUTES.

      *One letter per household, in order of the household's first
      *conference of the evening.
       PrintLetters.
           PERFORM VARYING BOOKIDX FROM 1 BY 1
                   UNTIL BOOKIDX > BOOKCOUNT
               IF QK-IDNUM (BOOKIDX) > 0
                   MOVE 0 TO HOUSEFOUND
                   PERFORM VARYING HOUSEIDX FROM 1 BY 1
                           UNTIL HOUSEIDX > HOUSECOUNT
                               OR HOUSEFOUND > 0
                       IF QH-HOUSE (HOUSEIDX) = QK-HOUSE (BOOKIDX)
                           MOVE HOUSEIDX TO HOUSEFOUND
                       END-IF
                   END-PERFORM
                   IF HOUSEFOUND = 0
                       ADD 1 TO HOUSECOUNT
                       MOVE QK-HOUSE (BOOKIDX) TO QH-HOUSE (HOUSECOUNT)
                       MOVE BOOKIDX TO QH-FIRSTBOOK (HOUSECOUNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CONFLTR" TO RPTCODE.
           MOVE "CONFERENCE CONFIRMATION LETTERS" TO RPTTITLE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneLetter
               VARYING HOUSEIDX FROM 1 BY 1
               UNTIL HOUSEIDX > HOUSECOUNT.
           IF HOUSECOUNT = 0
               MOVE "No conferences booked for this evening."
                   TO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintOneLetter.
           ADD 1 TO LETTERCOUNT.
           IF LETTERCOUNT > 1
               PERFORM NewPage
           END-IF.
           MOVE QH-FIRSTBOOK (HOUSEIDX) TO BOOKIDX.
           MOVE QK-IDNUM (BOOKIDX) TO LETTERSTUDENT.
           MOVE SPACES TO RPTLINE.
           STRING "TO : " DELIMITED BY SIZE
               QK-GUARDIAN (BOOKIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintAddressBlock.
           MOVE SPACES TO RPTLINE.
           STRING "RE : " DELIMITED BY SIZE
               EV-NAME DELIMITED BY "  "
               "  " DELIMITED BY SIZE
               EV-DATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "This confirms the parent-teacher conferences booked "
               TO RPTLINE.
           PERFORM EmitLine.
           MOVE "for your household :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintLetterLine
               VARYING BOOKIDX FROM 1 BY 1 UNTIL BOOKIDX > BOOKCOUNT.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "Each conference is " DELIMITED BY SIZE
               EV-SLOTMIN DELIMITED BY SIZE
               " minutes. If you cannot come, please call the "
               DELIMITED BY SIZE
               "school" DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE "office so the time can be given to another family."
               TO RPTLINE.
           PERFORM EmitLine.

       PrintLetterLine.
           IF QK-HOUSE (BOOKIDX) = QH-HOUSE (HOUSEIDX)
                   AND QK-IDNUM (BOOKIDX) > 0
               MOVE QK-TIME (BOOKIDX) TO SLOTTIME
               PERFORM ShowTime
               MOVE QK-TEID (BOOKIDX) TO WORKTEACHER
               PERFORM FindTeacherName
               MOVE QK-IDNUM (BOOKIDX) TO WORKIDNUM
               PERFORM ReadStudName
               MOVE SPACES TO RPTLINE
               STRING "    " DELIMITED BY SIZE
                   TIMESHOW DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TEACHERNAME DELIMITED BY SIZE
                   "  ABOUT " DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

      *Mailing address from the student address file; no address on
      *file just leaves the block off.
       PrintAddressBlock.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT ADDRESSFILE.
           IF ADDRESSFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ ADDRESSFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                           AND AD-IDNUM = LETTERSTUDENT
                       MOVE SPACES TO RPTLINE
                       STRING "     " DELIMITED BY SIZE
                           AD-STREET DELIMITED BY SIZE
                           INTO RPTLINE
                       PERFORM EmitLine
                       MOVE SPACES TO RPTLINE
                       STRING "     " DELIMITED BY SIZE
                           AD-CITY DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           AD-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AD-ZIP DELIMITED BY SIZE
                           INTO RPTLINE
                       PERFORM EmitLine
                       MOVE 'Y' TO SCANATEND
                   END-IF
               END-PERFORM
               CLOSE ADDRESSFILE
           END-IF.

       PrintNoBookings.
           MOVE "CONFNONE" TO RPTCODE.
           MOVE "STUDENTS WITH NO CONFERENCE BOOKED" TO RPTTITLE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  STUDENT ID  NAME                   GR  CONTACT" &
               "              PHONE" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM EventHeading.
           MOVE LOW-VALUE TO IDNUM.
           START STUDENTFILE KEY IS NOT LESS THAN IDNUM
               INVALID KEY MOVE 'Y' TO ATENDFLAG
           END-START.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STUDENTFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N' AND ACTIVE
                   PERFORM CheckOneStudent
               END-IF
           END-PERFORM.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       CheckOneStudent.
           ADD 1 TO ACTIVECOUNT.
           MOVE 'N' TO STUDENTBOOKED.
           PERFORM VARYING BOOKIDX FROM 1 BY 1
                   UNTIL BOOKIDX > BOOKCOUNT OR STUDENTBOOKED = 'Y'
               IF QK-IDNUM (BOOKIDX) = IDNUM
                   MOVE 'Y' TO STUDENTBOOKED
               END-IF
           END-PERFORM.
           IF STUDENTBOOKED = 'N'
               ADD 1 TO NONECOUNT
               MOVE 0 TO CONTACTFOUND
               PERFORM VARYING CONTACTIDX FROM 1 BY 1
                       UNTIL CONTACTIDX > CONTACTCOUNT
                           OR CONTACTFOUND > 0
                   IF QC-IDNUM (CONTACTIDX) = IDNUM
                       MOVE CONTACTIDX TO CONTACTFOUND
                   END-IF
               END-PERFORM
               MOVE SPACES TO STUDNAME
               STRING FNAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   LNAME DELIMITED BY "  "
                   INTO STUDNAME
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   IDNUM DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   GRADELEVEL DELIMITED BY SIZE
                   INTO RPTLINE
               IF CONTACTFOUND > 0
                   MOVE QC-NAME (CONTACTFOUND) TO RPTLINE (42:20)
                   MOVE QC-PHONE (CONTACTFOUND) TO RPTLINE (63:12)
               ELSE
                   MOVE "(no contact on file)" TO RPTLINE (42:20)
               END-IF
               PERFORM EmitLine
           END-IF.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "CONFERENCE CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Teachers scheduled      : " DELIMITED BY SIZE
               TEACHERCOUNT DELIMITED BY SIZE
               "   slots : " DELIMITED BY SIZE
               SLOTTOTAL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Slots booked            : " DELIMITED BY SIZE
               BOOKEDTOTAL DELIMITED BY SIZE
               "   blocked : " DELIMITED BY SIZE
               BLOCKEDTOTAL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Confirmation letters    : " DELIMITED BY SIZE
               LETTERCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Active students         : " DELIMITED BY SIZE
               ACTIVECOUNT DELIMITED BY SIZE
               "   not booked : " DELIMITED BY SIZE
               NONECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
