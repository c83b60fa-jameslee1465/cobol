       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActMnt.
      *Activity, club and field trip maintenance: keeps activity.txt
      *(each club or trip, its sponsor teacher from teacher.txt, the
      *trip date and the fee) and actpart.txt (which students are in
      *it and whether their signed permission slip is in), so the
      *office can answer "where is this student today" on a trip
      *day instead of asking each sponsor. A participant must be on
      *the student master and Active, and is in an activity once.
      *The fee itself is not charged here - ActFee posts it to the
      *TuitionBalance in the nightly run once the slip is in - so a
      *student dropped after the fee posted is flagged for the
      *business office to credit by hand. Attend reads the same
      *files to excuse a student who is away on a trip. The files
      *are small, so they are loaded into tables, edited there, and
      *written back in full when the session ends, the same way
      *BusMnt works.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.
           SELECT ActivityFile ASSIGN TO "activity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActivityStatus.
           SELECT ActPartFile ASSIGN TO "actpart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActPartStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD TeacherFile.
       COPY TEACHER.

       FD ActivityFile.
       COPY ACTIVITY.

       FD ActPartFile.
       COPY ACTPART.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  ActivityStatus PIC XX.
       01  ActPartStatus PIC XX.
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  ChangedFlag PIC A VALUE "N".
       01  WorkActID PIC 9(4).
       01  WorkIDNum PIC 9(9).
       01  WorkSponsor PIC 9(4).
       01  WorkKind PIC X.
       01  SponsorName PIC X(20).
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  ActTable.
           02 ActEntry OCCURS 300 TIMES.
               03 AV-ACTID PIC 9(4).
               03 AV-KIND PIC X.
               03 AV-NAME PIC X(24).
               03 AV-SPONSOR PIC 9(4).
               03 AV-DATE PIC 9(8).
               03 AV-FEE PIC 9(3)V99.
       01  ActCount PIC 9(3) VALUE 0.
       01  ActIdx PIC 9(3).
       01  PartTable.
           02 PartEntry OCCURS 5000 TIMES.
               03 PT-IDNUM PIC 9(9).
               03 PT-ACTID PIC 9(4).
               03 PT-SLIP PIC X.
               03 PT-FEEPOSTED PIC X.
       01  PartCount PIC 9(4) VALUE 0.
       01  PartIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  ShiftIdx PIC 9(4).
       01  ActParts PIC 9(4).
       01  MissingSlips PIC 9(4).
       01  FeeShow PIC ZZ9.99.
       01  StudName PIC X(21).
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
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "ActMnt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadTeachers.
           PERFORM LoadActivities.
           PERFORM LoadParticipants.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Activity and Field Trip Maintenance"
               DISPLAY "1 : List activities"
               DISPLAY "2 : Add / update an activity"
               DISPLAY "3 : List an activity's participants"
               DISPLAY "4 : Add a student to an activity"
               DISPLAY "5 : Record a permission slip received"
               DISPLAY "6 : Drop a student from an activity"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1 PERFORM ListActivities
                   WHEN 2 PERFORM AddOrUpdateActivity
                   WHEN 3 PERFORM ListParticipants
                   WHEN 4 PERFORM AddParticipant
                   WHEN 5 PERFORM RecordSlip
                   WHEN 6 PERFORM DropParticipant
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENTFILE.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveActivities
               PERFORM SaveParticipants
               DISPLAY "Activity files saved."
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

       LoadActivities.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ACTIVITYFILE.
           IF ACTIVITYSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ACTIVITYFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ACTCOUNT < 300
                       ADD 1 TO ACTCOUNT
                       MOVE ACTIVITYRECORD TO ACTENTRY (ACTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ACTIVITYFILE
           END-IF.

       LoadParticipants.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ACTPARTFILE.
           IF ACTPARTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ACTPARTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PARTCOUNT < 5000
                       ADD 1 TO PARTCOUNT
                       MOVE ACTPARTRECORD TO PARTENTRY (PARTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ACTPARTFILE
           END-IF.

       SaveActivities.
           OPEN OUTPUT ACTIVITYFILE.
           IF ACTIVITYSTATUS NOT = FS-SUCCESS
               DISPLAY "ActMnt : " MSG-CANT-OPEN ACTIVITYSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING ACTIDX FROM 1 BY 1
                       UNTIL ACTIDX > ACTCOUNT
                   MOVE ACTENTRY (ACTIDX) TO ACTIVITYRECORD
                   WRITE ACTIVITYRECORD
               END-PERFORM
               CLOSE ACTIVITYFILE
           END-IF.

       SaveParticipants.
           OPEN OUTPUT ACTPARTFILE.
           IF ACTPARTSTATUS NOT = FS-SUCCESS
               DISPLAY "ActMnt : " MSG-CANT-OPEN ACTPARTSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING PARTIDX FROM 1 BY 1
                       UNTIL PARTIDX > PARTCOUNT
                   MOVE PARTENTRY (PARTIDX) TO ACTPARTRECORD
                   WRITE ACTPARTRECORD
               END-PERFORM
               CLOSE ACTPARTFILE
           END-IF.

       FindActivity.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ACTIDX FROM 1 BY 1
                   UNTIL ACTIDX > ACTCOUNT
               IF AV-ACTID (ACTIDX) = WORKACTID
                   MOVE ACTIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       FindParticipant.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING PARTIDX FROM 1 BY 1
                   UNTIL PARTIDX > PARTCOUNT
               IF PT-IDNUM (PARTIDX) = WORKIDNUM
                       AND PT-ACTID (PARTIDX) = WORKACTID
                   MOVE PARTIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       FindSponsor.
           MOVE SPACES TO SPONSORNAME.
           PERFORM VARYING TEACHERIDX FROM 1 BY 1
                   UNTIL TEACHERIDX > TEACHERCOUNT
               IF TT-ID (TEACHERIDX) = WORKSPONSOR
                   MOVE TT-NAME (TEACHERIDX) TO SPONSORNAME
               END-IF
           END-PERFORM.

       CountActParts.
           MOVE 0 TO ACTPARTS.
           MOVE 0 TO MISSINGSLIPS.
           PERFORM VARYING PARTIDX FROM 1 BY 1
                   UNTIL PARTIDX > PARTCOUNT
               IF PT-ACTID (PARTIDX) = WORKACTID
                   ADD 1 TO ACTPARTS
                   IF PT-SLIP (PARTIDX) NOT = 'Y'
                       ADD 1 TO MISSINGSLIPS
                   END-IF
               END-IF
           END-PERFORM.

       ListActivities.
           DISPLAY " ".
           DISPLAY "-- Activities --".
           PERFORM ListOneActivity
               VARYING ACTIDX FROM 1 BY 1 UNTIL ACTIDX > ACTCOUNT.
           DISPLAY "-- " ACTCOUNT " activit(ies) --".

       ListOneActivity.
           MOVE AV-ACTID (ACTIDX) TO WORKACTID.
           MOVE AV-SPONSOR (ACTIDX) TO WORKSPONSOR.
           PERFORM FindSponsor.
           PERFORM CountActParts.
           MOVE AV-FEE (ACTIDX) TO FEESHOW.
           IF AV-KIND (ACTIDX) = 'T'
               DISPLAY "  " AV-ACTID (ACTIDX) "  TRIP "
                   AV-DATE (ACTIDX) "  " AV-NAME (ACTIDX)
                   "  " SPONSORNAME
           ELSE
               DISPLAY "  " AV-ACTID (ACTIDX) "  CLUB          "
                   "  " AV-NAME (ACTIDX) "  " SPONSORNAME
           END-IF.
           DISPLAY "        fee " FEESHOW "  " ACTPARTS
               " student(s), " MISSINGSLIPS " slip(s) missing".

       AddOrUpdateActivity.
           DISPLAY "Activity number (1-9999) : " WITH NO ADVANCING.
           ACCEPT WORKACTID.
           IF WORKACTID = 0
               DISPLAY "Activity number can't be zero."
           ELSE
               DISPLAY "C = club, T = field trip : " WITH NO ADVANCING
               ACCEPT WORKKIND
               INSPECT WORKKIND CONVERTING "ct" TO "CT"
               DISPLAY "Sponsor teacher ID : " WITH NO ADVANCING
               ACCEPT WORKSPONSOR
               PERFORM FindSponsor
               EVALUATE TRUE
                   WHEN WORKKIND NOT = 'C' AND WORKKIND NOT = 'T'
                       DISPLAY "Kind must be C or T."
                   WHEN SPONSORNAME = SPACES
                       DISPLAY "Sponsor : " MSG-NOT-FOUND
                   WHEN OTHER
                       PERFORM PostActivity
               END-EVALUATE
           END-IF.

       PostActivity.
           PERFORM FindActivity.
           IF FOUNDIDX = 0
               IF ACTCOUNT >= 300
                   DISPLAY "Activity master is full."
               ELSE
                   ADD 1 TO ACTCOUNT
                   MOVE ACTCOUNT TO FOUNDIDX
                   MOVE WORKACTID TO AV-ACTID (FOUNDIDX)
               END-IF
           END-IF.
           IF FOUNDIDX > 0
               MOVE WORKKIND TO AV-KIND (FOUNDIDX)
               MOVE WORKSPONSOR TO AV-SPONSOR (FOUNDIDX)
               DISPLAY "Name : " WITH NO ADVANCING
               ACCEPT AV-NAME (FOUNDIDX)
               IF WORKKIND = 'T'
                   DISPLAY "Trip date (YYYYMMDD) : " WITH NO ADVANCING
                   ACCEPT AV-DATE (FOUNDIDX)
               ELSE
                   MOVE 0 TO AV-DATE (FOUNDIDX)
               END-IF
               DISPLAY "Fee per student (0 = none) : "
                   WITH NO ADVANCING
               ACCEPT AV-FEE (FOUNDIDX)
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Activity saved - sponsor " SPONSORNAME "."
           END-IF.

       ListParticipants.
           DISPLAY "Activity number : " WITH NO ADVANCING.
           ACCEPT WORKACTID.
           PERFORM FindActivity.
           IF FOUNDIDX = 0
               DISPLAY "Activity : " MSG-NOT-FOUND
           ELSE
               DISPLAY " "
               DISPLAY "-- " AV-NAME (FOUNDIDX) " --"
               PERFORM VARYING PARTIDX FROM 1 BY 1
                       UNTIL PARTIDX > PARTCOUNT
                   IF PT-ACTID (PARTIDX) = WORKACTID
                       PERFORM ListOneParticipant
                   END-IF
               END-PERFORM
               PERFORM CountActParts
               DISPLAY "-- " ACTPARTS " student(s), " MISSINGSLIPS
                   " permission slip(s) missing --"
           END-IF.

       ListOneParticipant.
           MOVE PT-IDNUM (PARTIDX) TO IDNUM.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO STUDNAME
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.
           IF PT-SLIP (PARTIDX) = 'Y'
               DISPLAY "  " PT-IDNUM (PARTIDX) "  " STUDNAME
                   "  slip in"
           ELSE
               DISPLAY "  " PT-IDNUM (PARTIDX) "  " STUDNAME
                   "  ** NO SLIP **"
           END-IF.

       AddParticipant.
           DISPLAY "Activity number : " WITH NO ADVANCING.
           ACCEPT WORKACTID.
           PERFORM FindActivity.
           IF FOUNDIDX = 0
               DISPLAY "Activity : " MSG-NOT-FOUND
           ELSE
               DISPLAY "Student ID : " WITH NO ADVANCING
               ACCEPT WORKIDNUM
               MOVE WORKIDNUM TO IDNUM
               READ STUDENTFILE
                   INVALID KEY
                       MOVE 0 TO WORKIDNUM
               END-READ
               IF WORKIDNUM = 0
                   DISPLAY "Student : " MSG-NOT-FOUND
               ELSE
                   IF NOT ACTIVE
                       DISPLAY "Refused : " FNAME " " LNAME
                           " is not an Active student."
                   ELSE
                       PERFORM PostParticipant
                   END-IF
               END-IF
           END-IF.

       PostParticipant.
           PERFORM FindParticipant.
           IF FOUNDIDX > 0
               DISPLAY FNAME " " LNAME " is already in this activity."
           ELSE
               IF PARTCOUNT >= 5000
                   DISPLAY "Participant table is full."
               ELSE
                   ADD 1 TO PARTCOUNT
                   MOVE WORKIDNUM TO PT-IDNUM (PARTCOUNT)
                   MOVE WORKACTID TO PT-ACTID (PARTCOUNT)
                   MOVE 'N' TO PT-FEEPOSTED (PARTCOUNT)
                   DISPLAY "Permission slip received now (Y/N) : "
                       WITH NO ADVANCING
                   ACCEPT PT-SLIP (PARTCOUNT)
                   INSPECT PT-SLIP (PARTCOUNT) CONVERTING "yn" TO "YN"
                   IF PT-SLIP (PARTCOUNT) NOT = 'Y'
                       MOVE 'N' TO PT-SLIP (PARTCOUNT)
                   END-IF
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY FNAME " " LNAME " added."
               END-IF
           END-IF.

       RecordSlip.
           DISPLAY "Activity number : " WITH NO ADVANCING.
           ACCEPT WORKACTID.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           PERFORM FindParticipant.
           IF FOUNDIDX = 0
               DISPLAY "Student is not in that activity."
           ELSE
               IF PT-SLIP (FOUNDIDX) = 'Y'
                   DISPLAY "Slip was already on file."
               ELSE
                   MOVE 'Y' TO PT-SLIP (FOUNDIDX)
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Permission slip recorded."
               END-IF
           END-IF.

       DropParticipant.
           DISPLAY "Activity number : " WITH NO ADVANCING.
           ACCEPT WORKACTID.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           PERFORM FindParticipant.
           IF FOUNDIDX = 0
               DISPLAY "Student is not in that activity."
           ELSE
               IF PT-FEEPOSTED (FOUNDIDX) = 'Y'
                   DISPLAY "NOTE : the activity fee was already "
                       "charged - refer the credit to the business "
                       "office."
               END-IF
               PERFORM VARYING SHIFTIDX FROM FOUNDIDX BY 1
                       UNTIL SHIFTIDX >= PARTCOUNT
                   MOVE PARTENTRY (SHIFTIDX + 1)
                       TO PARTENTRY (SHIFTIDX)
               END-PERFORM
               SUBTRACT 1 FROM PARTCOUNT
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Student dropped from the activity."
           END-IF.
