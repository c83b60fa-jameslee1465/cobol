       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubCover.
      *Teacher absence and substitute coverage: records which
      *teachers are out on a day (tchabs.txt, whole day or a run of
      *periods), keeps the pool of outside substitutes (subpool.txt),
      *and books who covers each class an absent teacher misses
      *(coverage.txt) - the whiteboard in the front office, moved
      *into the system. The classes come from the teacher's
      *tchasgn.txt assignments : a homeroom section counts as
      *period 00, a course offering meets at its crsmeet.txt period
      *and room, and a course with no meeting time has nothing to
      *cover. A cover is an active substitute from the pool or an
      *in-house teacher, and is refused for any period the cover
      *already teaches, is already booked to cover, or is out
      *themselves. The files are small, so they are loaded into
      *tables, edited there, and written back in full when the
      *session ends, the same way TchrMnt works. CoverSht prints
      *the day's coverage sheet; SubDays totals substitute days
      *for payroll.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.
           SELECT TeachAsgnFile ASSIGN TO "tchasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeachAsgnStatus.
           SELECT CourseMeetFile ASSIGN TO "crsmeet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseMeetStatus.
           SELECT PeriodFile ASSIGN TO "periods.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PeriodFileStatus.
           SELECT TeacherAbsFile ASSIGN TO "tchabs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherAbsStatus.
           SELECT SubPoolFile ASSIGN TO "subpool.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubPoolStatus.
           SELECT CoverageFile ASSIGN TO "coverage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CoverageStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TeacherFile.
       COPY TEACHER.

       FD TeachAsgnFile.
       COPY TCHASGN.

       FD CourseMeetFile.
       COPY CRSMEET.

       FD PeriodFile.
       COPY PERIODS.

       FD TeacherAbsFile.
       COPY TCHABS.

       FD SubPoolFile.
       COPY SUBPOOL.

       FD CoverageFile.
       COPY COVERAGE.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  TeacherFileStatus PIC XX.
       01  TeachAsgnStatus PIC XX.
       01  CourseMeetStatus PIC XX.
       01  PeriodFileStatus PIC XX.
       01  TeacherAbsStatus PIC XX.
       01  SubPoolStatus PIC XX.
       01  CoverageStatus PIC XX.
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  ChangedFlag PIC A VALUE "N".
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  AsgnTable.
           02 AsgnEntry OCCURS 200 TIMES.
               03 AG-KIND PIC X.
               03 AG-SECTION PIC 9(2).
               03 AG-CODE PIC X(6).
               03 AG-TEACHID PIC 9(4).
       01  AsgnCount PIC 9(3) VALUE 0.
       01  AsgnIdx PIC 9(3).
       01  MeetTable.
           02 MeetEntry OCCURS 200 TIMES.
               03 MT-CODE PIC X(6).
               03 MT-PERIOD PIC 9(2).
               03 MT-ROOM PIC X(6).
       01  MeetCount PIC 9(3) VALUE 0.
       01  MeetIdx PIC 9(3).
       01  PeriodTable.
           02 PeriodEntry OCCURS 20 TIMES.
               03 PR-PERIOD PIC 9(2).
               03 PR-LABEL PIC X(10).
       01  PeriodCount PIC 9(2) VALUE 0.
       01  PeriodIdx PIC 9(2).
       01  AbsTable.
           02 AbsEntry OCCURS 500 TIMES.
               03 AX-DATE PIC 9(8).
               03 AX-TEACHID PIC 9(4).
               03 AX-DAYPART PIC X.
               03 AX-FROMPER PIC 9(2).
               03 AX-TOPER PIC 9(2).
       01  AbsCount PIC 9(3) VALUE 0.
       01  AbsIdx PIC 9(3).
       01  ScanAbsIdx PIC 9(3).
       01  PoolTable.
           02 PoolEntry OCCURS 100 TIMES.
               03 SU-SUBID PIC 9(4).
               03 SU-NAME PIC X(20).
               03 SU-PHONE PIC X(12).
               03 SU-DAYRATE PIC 9(3)V99.
               03 SU-STATUS PIC X.
       01  PoolCount PIC 9(3) VALUE 0.
       01  PoolIdx PIC 9(3).
       01  CoverTable.
           02 CoverEntry OCCURS 2000 TIMES.
               03 CO-DATE PIC 9(8).
               03 CO-TEACHID PIC 9(4).
               03 CO-KIND PIC X.
               03 CO-SECTION PIC 9(2).
               03 CO-CODE PIC X(6).
               03 CO-PERIOD PIC 9(2).
               03 CO-ROOM PIC X(6).
               03 CO-COVERTYPE PIC X.
               03 CO-COVERID PIC 9(4).
       01  CoverCount PIC 9(4) VALUE 0.
       01  CoverIdx PIC 9(4).
       01  KeepIdx PIC 9(4).
      *The absent teacher's classes inside the absence, built fresh
      *each time the coverage screen is shown.
       01  ClassTable.
           02 ClassEntry OCCURS 30 TIMES.
               03 CL-KIND PIC X.
               03 CL-SECTION PIC 9(2).
               03 CL-CODE PIC X(6).
               03 CL-PERIOD PIC 9(2).
               03 CL-ROOM PIC X(6).
               03 CL-COVERIDX PIC 9(4).
       01  ClassCount PIC 9(2).
       01  ClassIdx PIC 9(2).
       01  WorkDate PIC 9(8).
       01  TodayDate PIC 9(8).
       01  WorkTeachID PIC 9(4).
       01  WorkSubID PIC 9(4).
       01  WorkDayPart PIC X.
       01  WorkFromPer PIC 9(2).
       01  WorkToPer PIC 9(2).
       01  WorkPeriod PIC 9(2).
       01  CoverType PIC X.
       01  CoverID PIC 9(4).
       01  CoverName PIC X(20).
       01  PeriodLabel PIC X(10).
       01  ClassDesc PIC X(20).
       01  WorkRoom PIC X(6).
       01  MeetFound PIC A.
       01  FoundIdx PIC 9(4).
       01  BusyFlag PIC A.
       01  BusyReason PIC X(40).
       01  ItemChoice PIC 9(2).
       01  KeepCovering PIC A.
       01  RateShow PIC ZZ9.99.
       01  UncoveredCount PIC 9(2).
       01  HomeroomPeriod PIC 9(2) VALUE 0.
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           PERFORM LoadTeachers.
           PERFORM LoadAssignments.
           PERFORM LoadMeetings.
           PERFORM LoadPeriods.
           PERFORM LoadAbsences.
           PERFORM LoadPool.
           PERFORM LoadCoverage.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Teacher Absence and Coverage"
               DISPLAY "1 : Record a teacher absence"
               DISPLAY "2 : Cover an absent teacher's classes"
               DISPLAY "3 : List a day's absences and coverage"
               DISPLAY "4 : Cancel an absence"
               DISPLAY "5 : List the substitute pool"
               DISPLAY "6 : Add / update a substitute"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1 PERFORM RecordAbsence
                   WHEN 2 PERFORM CoverClasses
                   WHEN 3 PERFORM ListDay
                   WHEN 4 PERFORM CancelAbsence
                   WHEN 5 PERFORM ListPool
                   WHEN 6 PERFORM AddOrUpdateSub
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveAbsences
               PERFORM SavePool
               PERFORM SaveCoverage
               DISPLAY "Absence and coverage files saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

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

       LoadAssignments.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEACHASGNFILE.
           IF TEACHASGNSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEACHASGNFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ASGNCOUNT < 200
                       ADD 1 TO ASGNCOUNT
                       MOVE TA-KIND TO AG-KIND (ASGNCOUNT)
                       MOVE TA-SECTION TO AG-SECTION (ASGNCOUNT)
                       MOVE TA-CODE TO AG-CODE (ASGNCOUNT)
                       MOVE TA-TEACHID TO AG-TEACHID (ASGNCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHASGNFILE
           END-IF.

       LoadMeetings.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSEMEETFILE.
           IF COURSEMEETSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEMEETFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND MEETCOUNT < 200
                       ADD 1 TO MEETCOUNT
                       MOVE CM-CODE TO MT-CODE (MEETCOUNT)
                       MOVE CM-PERIOD TO MT-PERIOD (MEETCOUNT)
                       MOVE CM-ROOM TO MT-ROOM (MEETCOUNT)
                   END-IF
               END-PERFORM
               CLOSE COURSEMEETFILE
           END-IF.

       LoadPeriods.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT PERIODFILE.
           IF PERIODFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PERIODFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PERIODCOUNT < 20
                       ADD 1 TO PERIODCOUNT
                       MOVE PD-PERIOD TO PR-PERIOD (PERIODCOUNT)
                       MOVE PD-LABEL TO PR-LABEL (PERIODCOUNT)
                   END-IF
               END-PERFORM
               CLOSE PERIODFILE
           END-IF.

       LoadAbsences.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEACHERABSFILE.
           IF TEACHERABSSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEACHERABSFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ABSCOUNT < 500
                       ADD 1 TO ABSCOUNT
                       MOVE AB-DATE TO AX-DATE (ABSCOUNT)
                       MOVE AB-TEACHID TO AX-TEACHID (ABSCOUNT)
                       MOVE AB-DAYPART TO AX-DAYPART (ABSCOUNT)
                       MOVE AB-FROMPER TO AX-FROMPER (ABSCOUNT)
                       MOVE AB-TOPER TO AX-TOPER (ABSCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHERABSFILE
           END-IF.

       LoadPool.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT SUBPOOLFILE.
           IF SUBPOOLSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SUBPOOLFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND POOLCOUNT < 100
                       ADD 1 TO POOLCOUNT
                       MOVE SP-SUBID TO SU-SUBID (POOLCOUNT)
                       MOVE SP-NAME TO SU-NAME (POOLCOUNT)
                       MOVE SP-PHONE TO SU-PHONE (POOLCOUNT)
                       MOVE SP-DAYRATE TO SU-DAYRATE (POOLCOUNT)
                       MOVE SP-STATUS TO SU-STATUS (POOLCOUNT)
                   END-IF
               END-PERFORM
               CLOSE SUBPOOLFILE
           END-IF.

       LoadCoverage.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COVERAGEFILE.
           IF COVERAGESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COVERAGEFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND COVERCOUNT < 2000
                       ADD 1 TO COVERCOUNT
                       MOVE CV-DATE TO CO-DATE (COVERCOUNT)
                       MOVE CV-TEACHID TO CO-TEACHID (COVERCOUNT)
                       MOVE CV-KIND TO CO-KIND (COVERCOUNT)
                       MOVE CV-SECTION TO CO-SECTION (COVERCOUNT)
                       MOVE CV-CODE TO CO-CODE (COVERCOUNT)
                       MOVE CV-PERIOD TO CO-PERIOD (COVERCOUNT)
                       MOVE CV-ROOM TO CO-ROOM (COVERCOUNT)
                       MOVE CV-COVERTYPE TO CO-COVERTYPE (COVERCOUNT)
                       MOVE CV-COVERID TO CO-COVERID (COVERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE COVERAGEFILE
           END-IF.

       SaveAbsences.
           OPEN OUTPUT TEACHERABSFILE.
           IF TEACHERABSSTATUS NOT = FS-SUCCESS
               DISPLAY "SubCover : " MSG-CANT-OPEN TEACHERABSSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneAbsence
                   VARYING ABSIDX FROM 1 BY 1 UNTIL ABSIDX > ABSCOUNT
               CLOSE TEACHERABSFILE
           END-IF.

       SaveOneAbsence.
           MOVE AX-DATE (ABSIDX) TO AB-DATE.
           MOVE AX-TEACHID (ABSIDX) TO AB-TEACHID.
           MOVE AX-DAYPART (ABSIDX) TO AB-DAYPART.
           MOVE AX-FROMPER (ABSIDX) TO AB-FROMPER.
           MOVE AX-TOPER (ABSIDX) TO AB-TOPER.
           WRITE TEACHERABSRECORD.

       SavePool.
           OPEN OUTPUT SUBPOOLFILE.
           IF SUBPOOLSTATUS NOT = FS-SUCCESS
               DISPLAY "SubCover : " MSG-CANT-OPEN SUBPOOLSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneSub
                   VARYING POOLIDX FROM 1 BY 1 UNTIL POOLIDX > POOLCOUNT
               CLOSE SUBPOOLFILE
           END-IF.

       SaveOneSub.
           MOVE SU-SUBID (POOLIDX) TO SP-SUBID.
           MOVE SU-NAME (POOLIDX) TO SP-NAME.
           MOVE SU-PHONE (POOLIDX) TO SP-PHONE.
           MOVE SU-DAYRATE (POOLIDX) TO SP-DAYRATE.
           MOVE SU-STATUS (POOLIDX) TO SP-STATUS.
           WRITE SUBPOOLRECORD.

       SaveCoverage.
           OPEN OUTPUT COVERAGEFILE.
           IF COVERAGESTATUS NOT = FS-SUCCESS
               DISPLAY "SubCover : " MSG-CANT-OPEN COVERAGESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneCover
                   VARYING COVERIDX FROM 1 BY 1
                   UNTIL COVERIDX > COVERCOUNT
               CLOSE COVERAGEFILE
           END-IF.

       SaveOneCover.
           MOVE CO-DATE (COVERIDX) TO CV-DATE.
           MOVE CO-TEACHID (COVERIDX) TO CV-TEACHID.
           MOVE CO-KIND (COVERIDX) TO CV-KIND.
           MOVE CO-SECTION (COVERIDX) TO CV-SECTION.
           MOVE CO-CODE (COVERIDX) TO CV-CODE.
           MOVE CO-PERIOD (COVERIDX) TO CV-PERIOD.
           MOVE CO-ROOM (COVERIDX) TO CV-ROOM.
           MOVE CO-COVERTYPE (COVERIDX) TO CV-COVERTYPE.
           MOVE CO-COVERID (COVERIDX) TO CV-COVERID.
           WRITE COVERAGERECORD.

       AskDate.
           DISPLAY "Date (YYYYMMDD, 0 = today) : " WITH NO ADVANCING.
           ACCEPT WORKDATE.
           IF WORKDATE = 0
               MOVE TODAYDATE TO WORKDATE
           END-IF.

       FindTeacher.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING TEACHERIDX FROM 1 BY 1
                   UNTIL TEACHERIDX > TEACHERCOUNT
               IF TT-ID (TEACHERIDX) = WORKTEACHID
                   MOVE TEACHERIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       FindSub.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING POOLIDX FROM 1 BY 1
                   UNTIL POOLIDX > POOLCOUNT
               IF SU-SUBID (POOLIDX) = WORKSUBID
                   MOVE POOLIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

      *Leaves AbsIdx alone - the coverage screen holds the absence
      *being covered there while it checks the cover's own.
       FindAbsence.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING SCANABSIDX FROM 1 BY 1
                   UNTIL SCANABSIDX > ABSCOUNT
               IF AX-DATE (SCANABSIDX) = WORKDATE
                       AND AX-TEACHID (SCANABSIDX) = WORKTEACHID
                   MOVE SCANABSIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       FindPeriodLabel.
           IF WORKPERIOD = HOMEROOMPERIOD
               MOVE "HOMEROOM" TO PERIODLABEL
           ELSE
               MOVE SPACES TO PERIODLABEL
               PERFORM VARYING PERIODIDX FROM 1 BY 1
                       UNTIL PERIODIDX > PERIODCOUNT
                   IF PR-PERIOD (PERIODIDX) = WORKPERIOD
                       MOVE PR-LABEL (PERIODIDX) TO PERIODLABEL
                   END-IF
               END-PERFORM
           END-IF.

      *Name of the cover in COVERTYPE/COVERID, from the pool or the
      *teacher master.
       GetCoverName.
           MOVE "(not on file)" TO COVERNAME.
           IF COVERTYPE = "S"
               MOVE COVERID TO WORKSUBID
               PERFORM FindSub
               IF FOUNDIDX > 0
                   MOVE SU-NAME (FOUNDIDX) TO COVERNAME
               END-IF
           ELSE
               MOVE COVERID TO WORKTEACHID
               PERFORM FindTeacher
               IF FOUNDIDX > 0
                   MOVE TT-NAME (FOUNDIDX) TO COVERNAME
               END-IF
           END-IF.

      *One absence per teacher per day; recording the day again
      *replaces the period range.
       RecordAbsence.
           PERFORM AskDate.
           DISPLAY "Teacher ID : " WITH NO ADVANCING.
           ACCEPT WORKTEACHID.
           PERFORM FindTeacher.
           IF FOUNDIDX = 0
               DISPLAY "Teacher : " MSG-NOT-FOUND
           ELSE
               DISPLAY "Teacher : " TT-NAME (FOUNDIDX)
               DISPLAY "F = full day, P = part of the day : "
                   WITH NO ADVANCING
               ACCEPT WORKDAYPART
               IF WORKDAYPART = "P" OR WORKDAYPART = "p"
                   MOVE "P" TO WORKDAYPART
                   DISPLAY "First period out (0 = homeroom) : "
                       WITH NO ADVANCING
                   ACCEPT WORKFROMPER
                   DISPLAY "Last period out : " WITH NO ADVANCING
                   ACCEPT WORKTOPER
               ELSE
                   MOVE "F" TO WORKDAYPART
                   MOVE 0 TO WORKFROMPER
                   MOVE 99 TO WORKTOPER
               END-IF
               IF WORKTOPER < WORKFROMPER
                   DISPLAY "Last period is before the first - "
                       "absence not recorded."
               ELSE
                   PERFORM StoreAbsence
               END-IF
           END-IF.

       StoreAbsence.
           PERFORM FindAbsence.
           IF FOUNDIDX = 0
               IF ABSCOUNT >= 500
                   DISPLAY "Absence table is full."
               ELSE
                   ADD 1 TO ABSCOUNT
                   MOVE ABSCOUNT TO FOUNDIDX
               END-IF
           END-IF.
           IF FOUNDIDX > 0
               MOVE WORKDATE TO AX-DATE (FOUNDIDX)
               MOVE WORKTEACHID TO AX-TEACHID (FOUNDIDX)
               MOVE WORKDAYPART TO AX-DAYPART (FOUNDIDX)
               MOVE WORKFROMPER TO AX-FROMPER (FOUNDIDX)
               MOVE WORKTOPER TO AX-TOPER (FOUNDIDX)
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Absence recorded."
           END-IF.

      *The absent teacher's classes that fall inside the absence,
      *with any cover already booked, in the table ClassTable.
       BuildClassList.
           MOVE 0 TO CLASSCOUNT.
           PERFORM VARYING ASGNIDX FROM 1 BY 1
                   UNTIL ASGNIDX > ASGNCOUNT
               IF AG-TEACHID (ASGNIDX) = WORKTEACHID
                   PERFORM AddClassForAsgn
               END-IF
           END-PERFORM.

       AddClassForAsgn.
           MOVE 'N' TO MEETFOUND.
           MOVE SPACES TO WORKROOM.
           IF AG-KIND (ASGNIDX) = 'S'
               MOVE HOMEROOMPERIOD TO WORKPERIOD
               MOVE 'Y' TO MEETFOUND
           ELSE
               PERFORM VARYING MEETIDX FROM 1 BY 1
                       UNTIL MEETIDX > MEETCOUNT
                   IF MT-CODE (MEETIDX) = AG-CODE (ASGNIDX)
                       MOVE MT-PERIOD (MEETIDX) TO WORKPERIOD
                       MOVE MT-ROOM (MEETIDX) TO WORKROOM
                       MOVE 'Y' TO MEETFOUND
                   END-IF
               END-PERFORM
           END-IF.
           IF MEETFOUND = 'Y'
                   AND WORKPERIOD >= AX-FROMPER (ABSIDX)
                   AND WORKPERIOD <= AX-TOPER (ABSIDX)
                   AND CLASSCOUNT < 30
               ADD 1 TO CLASSCOUNT
               MOVE AG-KIND (ASGNIDX) TO CL-KIND (CLASSCOUNT)
               MOVE AG-SECTION (ASGNIDX) TO CL-SECTION (CLASSCOUNT)
               MOVE AG-CODE (ASGNIDX) TO CL-CODE (CLASSCOUNT)
               MOVE WORKPERIOD TO CL-PERIOD (CLASSCOUNT)
               MOVE WORKROOM TO CL-ROOM (CLASSCOUNT)
               MOVE 0 TO CL-COVERIDX (CLASSCOUNT)
               PERFORM VARYING COVERIDX FROM 1 BY 1
                       UNTIL COVERIDX > COVERCOUNT
                   IF CO-DATE (COVERIDX) = WORKDATE
                           AND CO-TEACHID (COVERIDX) = WORKTEACHID
                           AND CO-KIND (COVERIDX) = AG-KIND (ASGNIDX)
                           AND CO-SECTION (COVERIDX)
                               = AG-SECTION (ASGNIDX)
                           AND CO-CODE (COVERIDX) = AG-CODE (ASGNIDX)
                       MOVE COVERIDX TO CL-COVERIDX (CLASSCOUNT)
                   END-IF
               END-PERFORM
           END-IF.

       CoverClasses.
           PERFORM AskDate.
           DISPLAY "Absent teacher ID : " WITH NO ADVANCING.
           ACCEPT WORKTEACHID.
           PERFORM FindAbsence.
           IF FOUNDIDX = 0
               DISPLAY "No absence recorded for that teacher on "
                   WORKDATE "."
           ELSE
               MOVE FOUNDIDX TO ABSIDX
               MOVE 'Y' TO KEEPCOVERING
               PERFORM ShowAndCoverOne UNTIL KEEPCOVERING = 'N'
           END-IF.

       ShowAndCoverOne.
           MOVE AX-TEACHID (ABSIDX) TO WORKTEACHID.
           PERFORM BuildClassList.
           IF CLASSCOUNT = 0
               DISPLAY "No classes meet inside this absence."
               MOVE 'N' TO KEEPCOVERING
           ELSE
               DISPLAY " "
               PERFORM ShowOneClass
                   VARYING CLASSIDX FROM 1 BY 1
                   UNTIL CLASSIDX > CLASSCOUNT
               DISPLAY "Class to cover (0 = done) : "
                   WITH NO ADVANCING
               ACCEPT ITEMCHOICE
               IF ITEMCHOICE = 0 OR ITEMCHOICE > CLASSCOUNT
                   MOVE 'N' TO KEEPCOVERING
               ELSE
                   MOVE ITEMCHOICE TO CLASSIDX
                   PERFORM CoverOneClass
               END-IF
           END-IF.

       ShowOneClass.
           MOVE CL-PERIOD (CLASSIDX) TO WORKPERIOD.
           PERFORM FindPeriodLabel.
           PERFORM SetClassDesc.
           IF CL-COVERIDX (CLASSIDX) = 0
               MOVE "** UNCOVERED **" TO COVERNAME
           ELSE
               MOVE CO-COVERTYPE (CL-COVERIDX (CLASSIDX)) TO COVERTYPE
               MOVE CO-COVERID (CL-COVERIDX (CLASSIDX)) TO COVERID
               PERFORM GetCoverName
           END-IF.
           DISPLAY "  " CLASSIDX " : " CL-PERIOD (CLASSIDX) " "
               PERIODLABEL " " CLASSDESC " " CL-ROOM (CLASSIDX)
               " - " COVERNAME.

       SetClassDesc.
           MOVE SPACES TO CLASSDESC.
           IF CL-KIND (CLASSIDX) = 'S'
               STRING "HOMEROOM SECTION " DELIMITED BY SIZE
                   CL-SECTION (CLASSIDX) DELIMITED BY SIZE
                   INTO CLASSDESC
           ELSE
               STRING "COURSE " DELIMITED BY SIZE
                   CL-CODE (CLASSIDX) DELIMITED BY SIZE
                   INTO CLASSDESC
           END-IF.

       CoverOneClass.
           DISPLAY "S = substitute from the pool, T = in-house teacher"
               " : " WITH NO ADVANCING.
           ACCEPT COVERTYPE.
           IF COVERTYPE = "s"
               MOVE "S" TO COVERTYPE
           END-IF.
           IF COVERTYPE = "t"
               MOVE "T" TO COVERTYPE
           END-IF.
           IF COVERTYPE NOT = "S" AND COVERTYPE NOT = "T"
               DISPLAY "Cover not booked."
           ELSE
               DISPLAY "Cover ID : " WITH NO ADVANCING
               ACCEPT COVERID
               MOVE CL-PERIOD (CLASSIDX) TO WORKPERIOD
               PERFORM CheckCoverFree
               IF BUSYFLAG = 'Y'
                   DISPLAY "Refused : " BUSYREASON
               ELSE
                   PERFORM BookCover
               END-IF
           END-IF.

      *A cover must exist and be free in the class's period : not
      *teaching a class of their own then, not already booked to
      *cover another, and not out themselves.
       CheckCoverFree.
           MOVE 'N' TO BUSYFLAG.
           MOVE SPACES TO BUSYREASON.
           IF COVERTYPE = "S"
               MOVE COVERID TO WORKSUBID
               PERFORM FindSub
               IF FOUNDIDX = 0
                   MOVE 'Y' TO BUSYFLAG
                   MOVE "substitute is not in the pool" TO BUSYREASON
               ELSE
                   IF SU-STATUS (FOUNDIDX) NOT = "A"
                       MOVE 'Y' TO BUSYFLAG
                       MOVE "substitute is inactive" TO BUSYREASON
                   END-IF
               END-IF
           ELSE
               PERFORM CheckTeacherFree
           END-IF.
           IF BUSYFLAG = 'N'
               PERFORM VARYING COVERIDX FROM 1 BY 1
                       UNTIL COVERIDX > COVERCOUNT
                   IF CO-DATE (COVERIDX) = WORKDATE
                           AND CO-PERIOD (COVERIDX) = WORKPERIOD
                           AND CO-COVERTYPE (COVERIDX) = COVERTYPE
                           AND CO-COVERID (COVERIDX) = COVERID
                           AND COVERIDX NOT = CL-COVERIDX (CLASSIDX)
                       MOVE 'Y' TO BUSYFLAG
                       MOVE "already covering a class that period"
                           TO BUSYREASON
                   END-IF
               END-PERFORM
           END-IF.

       CheckTeacherFree.
           MOVE COVERID TO WORKTEACHID.
           PERFORM FindTeacher.
           IF FOUNDIDX = 0
               MOVE 'Y' TO BUSYFLAG
               MOVE "teacher is not on the master" TO BUSYREASON
           END-IF.
           IF BUSYFLAG = 'N'
               PERFORM VARYING ASGNIDX FROM 1 BY 1
                       UNTIL ASGNIDX > ASGNCOUNT
                   IF AG-TEACHID (ASGNIDX) = COVERID
                       PERFORM CheckOwnClassPeriod
                   END-IF
               END-PERFORM
           END-IF.
           IF BUSYFLAG = 'N'
               PERFORM FindAbsence
               IF FOUNDIDX > 0
                   IF WORKPERIOD >= AX-FROMPER (FOUNDIDX)
                           AND WORKPERIOD <= AX-TOPER (FOUNDIDX)
                       MOVE 'Y' TO BUSYFLAG
                       MOVE "teacher is out that period" TO BUSYREASON
                   END-IF
               END-IF
           END-IF.

       CheckOwnClassPeriod.
           IF AG-KIND (ASGNIDX) = 'S'
               IF WORKPERIOD = HOMEROOMPERIOD
                   MOVE 'Y' TO BUSYFLAG
                   MOVE "teacher has a homeroom of their own"
                       TO BUSYREASON
               END-IF
           ELSE
               PERFORM VARYING MEETIDX FROM 1 BY 1
                       UNTIL MEETIDX > MEETCOUNT
                   IF MT-CODE (MEETIDX) = AG-CODE (ASGNIDX)
                           AND MT-PERIOD (MEETIDX) = WORKPERIOD
                       MOVE 'Y' TO BUSYFLAG
                       MOVE "teacher teaches a class that period"
                           TO BUSYREASON
                   END-IF
               END-PERFORM
           END-IF.

      *A class already covered has its booking replaced.
       BookCover.
           MOVE CL-COVERIDX (CLASSIDX) TO FOUNDIDX.
           IF FOUNDIDX = 0
               IF COVERCOUNT >= 2000
                   DISPLAY "Coverage table is full."
               ELSE
                   ADD 1 TO COVERCOUNT
                   MOVE COVERCOUNT TO FOUNDIDX
               END-IF
           END-IF.
           IF FOUNDIDX > 0
               MOVE WORKDATE TO CO-DATE (FOUNDIDX)
               MOVE AX-TEACHID (ABSIDX) TO CO-TEACHID (FOUNDIDX)
               MOVE CL-KIND (CLASSIDX) TO CO-KIND (FOUNDIDX)
               MOVE CL-SECTION (CLASSIDX) TO CO-SECTION (FOUNDIDX)
               MOVE CL-CODE (CLASSIDX) TO CO-CODE (FOUNDIDX)
               MOVE CL-PERIOD (CLASSIDX) TO CO-PERIOD (FOUNDIDX)
               MOVE CL-ROOM (CLASSIDX) TO CO-ROOM (FOUNDIDX)
               MOVE COVERTYPE TO CO-COVERTYPE (FOUNDIDX)
               MOVE COVERID TO CO-COVERID (FOUNDIDX)
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Cover booked."
           END-IF.

       ListDay.
           PERFORM AskDate.
           DISPLAY " ".
           DISPLAY "-- Absences for " WORKDATE " --".
           MOVE 0 TO UNCOVEREDCOUNT.
           PERFORM ListOneAbsence
               VARYING ABSIDX FROM 1 BY 1 UNTIL ABSIDX > ABSCOUNT.
           DISPLAY "-- " UNCOVEREDCOUNT " class(es) uncovered --".

       ListOneAbsence.
           IF AX-DATE (ABSIDX) = WORKDATE
               MOVE AX-TEACHID (ABSIDX) TO WORKTEACHID
               PERFORM FindTeacher
               IF FOUNDIDX = 0
                   MOVE SPACES TO TE-NAME
               ELSE
                   MOVE TT-NAME (FOUNDIDX) TO TE-NAME
               END-IF
               IF AX-DAYPART (ABSIDX) = "F"
                   DISPLAY AX-TEACHID (ABSIDX) " " TE-NAME
                       " FULL DAY"
               ELSE
                   DISPLAY AX-TEACHID (ABSIDX) " " TE-NAME
                       " PERIODS " AX-FROMPER (ABSIDX) "-"
                       AX-TOPER (ABSIDX)
               END-IF
               MOVE AX-TEACHID (ABSIDX) TO WORKTEACHID
               PERFORM BuildClassList
               PERFORM ShowOneClass
                   VARYING CLASSIDX FROM 1 BY 1
                   UNTIL CLASSIDX > CLASSCOUNT
               PERFORM VARYING CLASSIDX FROM 1 BY 1
                       UNTIL CLASSIDX > CLASSCOUNT
                   IF CL-COVERIDX (CLASSIDX) = 0
                       ADD 1 TO UNCOVEREDCOUNT
                   END-IF
               END-PERFORM
           END-IF.

      *Cancelling an absence drops the cover booked for it too, so
      *payroll never pays a substitute for a day that didn't happen.
       CancelAbsence.
           PERFORM AskDate.
           DISPLAY "Teacher ID : " WITH NO ADVANCING.
           ACCEPT WORKTEACHID.
           PERFORM FindAbsence.
           IF FOUNDIDX = 0
               DISPLAY "Absence : " MSG-NOT-FOUND
           ELSE
               PERFORM VARYING ABSIDX FROM FOUNDIDX BY 1
                       UNTIL ABSIDX >= ABSCOUNT
                   MOVE ABSENTRY (ABSIDX + 1) TO ABSENTRY (ABSIDX)
               END-PERFORM
               SUBTRACT 1 FROM ABSCOUNT
               MOVE 0 TO KEEPIDX
               PERFORM VARYING COVERIDX FROM 1 BY 1
                       UNTIL COVERIDX > COVERCOUNT
                   IF CO-DATE (COVERIDX) NOT = WORKDATE
                           OR CO-TEACHID (COVERIDX) NOT = WORKTEACHID
                       ADD 1 TO KEEPIDX
                       MOVE COVERENTRY (COVERIDX)
                           TO COVERENTRY (KEEPIDX)
                   END-IF
               END-PERFORM
               MOVE KEEPIDX TO COVERCOUNT
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Absence and its coverage cancelled."
           END-IF.

       ListPool.
           DISPLAY " ".
           DISPLAY "-- Substitute Pool --".
           PERFORM ListOneSub
               VARYING POOLIDX FROM 1 BY 1 UNTIL POOLIDX > POOLCOUNT.
           DISPLAY "-- " POOLCOUNT " substitute(s) --".

       ListOneSub.
           MOVE SU-DAYRATE (POOLIDX) TO RATESHOW.
           DISPLAY "  " SU-SUBID (POOLIDX) "  " SU-NAME (POOLIDX)
               "  " SU-PHONE (POOLIDX) "  " RATESHOW "  "
               SU-STATUS (POOLIDX).

       AddOrUpdateSub.
           DISPLAY "Substitute ID (1-9999) : " WITH NO ADVANCING.
           ACCEPT WORKSUBID.
           IF WORKSUBID = 0
               DISPLAY "Substitute ID can't be zero."
           ELSE
               PERFORM FindSub
               IF FOUNDIDX = 0
                   IF POOLCOUNT >= 100
                       DISPLAY "Substitute pool is full."
                   ELSE
                       ADD 1 TO POOLCOUNT
                       MOVE POOLCOUNT TO FOUNDIDX
                       MOVE WORKSUBID TO SU-SUBID (FOUNDIDX)
                   END-IF
               END-IF
               IF FOUNDIDX > 0
                   DISPLAY "Name : " WITH NO ADVANCING
                   ACCEPT SU-NAME (FOUNDIDX)
                   DISPLAY "Phone : " WITH NO ADVANCING
                   ACCEPT SU-PHONE (FOUNDIDX)
                   DISPLAY "Daily rate : " WITH NO ADVANCING
                   ACCEPT SU-DAYRATE (FOUNDIDX)
                   DISPLAY "A = active, I = inactive : "
                       WITH NO ADVANCING
                   ACCEPT SU-STATUS (FOUNDIDX)
                   IF SU-STATUS (FOUNDIDX) NOT = "I"
                       MOVE "A" TO SU-STATUS (FOUNDIDX)
                   END-IF
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Substitute saved."
               END-IF
           END-IF.
