       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudAnon.
      *Anonymized training / test copy: builds a complete copy of
      *StudentFile and the files linked to it by student ID in a
      *separate directory, with everything that says who a student
      *is replaced, so new office staff can learn - and a change can
      *be tested - without anyone copying the live student.txt by
      *hand.
      *What the copy gets :
      *  - every student renumbered into the training range
      *    (900000001 up, in the live file's ID order), and every
      *    linked line moved to the same new number, so the links
      *    between the copied files still match;
      *  - fictitious first and last names, birth dates (same year,
      *    made-up day, age recomputed), guardian names and phone
      *    numbers, mailing names and street addresses - the same
      *    made-up student everywhere the student appears;
      *  - payment lines carry the mod-11 check bit of the new ID
      *    from the shared CheckDigit routine, so PayPost screens
      *    them as valid;
      *  - attendance, course enrollments, immunizations, family
      *    links and posted payments copied as they are apart from
      *    the ID; the enrollment copy is built as an indexed file
      *    on the same keys as the live one.
      *Meal eligibility and discipline are confidential : the
      *operator chooses for each whether the copy gets a scrambled
      *version (meal status made up; discipline action and the
      *recording operator withheld) or none at all. Name history is
      *never copied - it is nothing but real names. A linked line
      *whose student is not on the master has nothing to link to
      *and is left out.
      *The target directory is ANONDIR in the environment, asked for
      *when unset. The copy always goes under a directory : a blank
      *or current-directory target, one that would land on the
      *live student file, or one that already holds a student or
      *contact file, is refused before anything is written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT AnonStudent ASSIGN TO DYNAMIC AnonStudentPath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-IDNUM
               ALTERNATE RECORD KEY IS AS-LNAME WITH DUPLICATES
               FILE STATUS IS AnonStudentStatus.
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkedStatus.
           SELECT AddressFile ASSIGN TO "addrrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkedStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkedStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS LinkedStatus.
           SELECT DiscipFile ASSIGN TO "discip.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkedStatus.
           SELECT ImmunFile ASSIGN TO "immrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkedStatus.
           SELECT MealEligFile ASSIGN TO "mealelig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkedStatus.
           SELECT PaymentFile ASSIGN TO "payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkedStatus.
           SELECT PostedPayLog ASSIGN TO "paylog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkedStatus.
           SELECT FamilyFile ASSIGN TO "family.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkedStatus.
           SELECT AnonEnrl ASSIGN TO DYNAMIC AnonOutPath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AE-KEY
               ALTERNATE RECORD KEY IS AE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS AnonOutStatus.
           SELECT AnonOut ASSIGN TO DYNAMIC AnonOutPath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AnonOutStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AnonStudent.
       01  AnonStudentRecord.
           02 AS-IDNUM PIC 9(9).
           02 FILLER PIC X(10).
           02 AS-LNAME PIC A(10).
           02 FILLER PIC X(101).

      *The enrollment copy, in the CRSENRL layout.
       FD AnonEnrl.
       01  AnonEnrlRecord.
           02 AE-KEY PIC X(17).
           02 FILLER PIC X(4).
           02 AE-ROSTERKEY PIC X(8).

       FD ContactFile.
       COPY CONTACT.

       FD AddressFile.
       COPY ADDRREC.

       FD AttendFile.
       COPY ATTLOG.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD DiscipFile.
       COPY DISCIP.

       FD ImmunFile.
       COPY IMMREC.

       FD MealEligFile.
       COPY MEALELIG.

       FD PaymentFile.
       COPY PAYMENT.

       FD PostedPayLog.
       COPY PAYLOG.

       FD FamilyFile.
       COPY FAMILY.

       FD AnonOut.
       01  AnonOutRecord PIC X(200).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A.
       01  StudentFileStatus PIC XX.
       01  AnonStudentStatus PIC XX.
       01  LinkedStatus PIC XX.
       01  AnonOutStatus PIC XX.
       01  AnonDir PIC X(40).
       01  DirLength PIC 9(2).
       01  LiveName PIC X(20).
       01  HomeDir PIC X(200).
       01  TargetDir PIC X(200).
       01  DirCallRC PIC S9(9) BINARY.
       01  FileDetails PIC X(16).
       01  FileCallRC PIC S9(9) BINARY.
       01  MealChoice PIC X.
       01  DiscipChoice PIC X.
       01  TodayDate PIC 9(8).
       01  ThisYear PIC 9(4).
       01  TodayMMDD PIC 9(4).
       01  BirthYear PIC 9(4).
       01  BirthMMDD PIC 9(4).
       01  AgeYears PIC 9(3).
      *Old-to-new ID map, filled in the live file's key order so
      *the old IDs come out ascending and can be halved into.
       01  IDMapTable.
           02 IDMapEntry OCCURS 3000 TIMES.
               03 MP-OLDID PIC 9(9).
               03 MP-NEWID PIC 9(9).
       01  MapCount PIC 9(4) VALUE 0.
       01  MapLow PIC 9(4).
       01  MapHigh PIC 9(4).
       01  MapMid PIC 9(4).
       01  MapFound PIC 9(4).
       01  LookID PIC 9(9).
       01  NewID PIC 9(9).
       01  FirstNewID PIC 9(9) VALUE 900000001.
       01  NewCheckBit PIC 9.
       01  StudentsCopied PIC 9(5) VALUE 0.
       01  StudentsDropped PIC 9(5) VALUE 0.
       01  LinesCopied PIC 9(6).
       01  LinesDropped PIC 9(6).
       01  KeepLine PIC A.
      *Made-up names and streets. A student's fictitious name comes
      *from their place in the map, so it is the same in every file.
       01  FirstNameList.
           02 FILLER PIC X(100) VALUE
               "ALEX      BAILEY    CASEY     DANA      ELLIS     " &
               "FINLEY    GRAY      HARPER    INDIA     JORDAN    ".
           02 FILLER PIC X(100) VALUE
               "KENDALL   LOGAN     MORGAN    NOEL      OAKLEY    " &
               "PARKER    QUINN     RILEY     SAGE      TAYLOR    ".
       01  FirstNameTable REDEFINES FirstNameList.
           02 FN-NAME PIC A(10) OCCURS 20 TIMES.
       01  LastNameList.
           02 FILLER PIC X(100) VALUE
               "ADAMSON   BROOKS    CARVER    DELANEY   EASTON    " &
               "FAIRBANKS GARLAND   HOLLIS    IVERSON   JARVIS    ".
           02 FILLER PIC X(100) VALUE
               "KINGSLEY  LANGFORD  MERCER    NORWOOD   OSBORNE   " &
               "PRESCOTT  QUINLAN   RADCLIFFE SUTTON    TRAVERS   ".
       01  LastNameTable REDEFINES LastNameList.
           02 LN-NAME PIC A(10) OCCURS 20 TIMES.
       01  StreetList.
           02 FILLER PIC X(70) VALUE
               "OAK ST        MAPLE AVE     CEDAR LN      " &
               "ELM ST        PINE RD       ".
           02 FILLER PIC X(70) VALUE
               "BIRCH CT      WILLOW WAY    ASPEN DR      " &
               "SPRUCE ST     HICKORY LN    ".
       01  StreetTable REDEFINES StreetList.
           02 ST-NAME PIC X(14) OCCURS 10 TIMES.
       01  FakeSeq PIC 9(4).
       01  FakeFName PIC A(10).
       01  FakeLName PIC A(10).
       01  FakeQuot PIC 9(4).
       01  FakeRem PIC 9(4).
       01  FakeSlot PIC 9(2).
       01  HouseNumber PIC 9(4).
       01  PhoneMid PIC 9(2).
       01  PhoneEnd PIC 9(4).
       01  ContactSeq PIC 9(4) VALUE 0.
       01  FakeMonth PIC 9(2).
       01  FakeDay PIC 9(2).
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  AnonStudentPath PIC X(64).
       01  AnonOutPath PIC X(64).

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           DIVIDE TODAYDATE BY 10000 GIVING THISYEAR
               REMAINDER TODAYMMDD.
           DISPLAY "-- Anonymized Training Copy --".
           MOVE SPACES TO ANONDIR.
           ACCEPT ANONDIR FROM ENVIRONMENT "ANONDIR".
           IF ANONDIR = SPACES
               DISPLAY "Directory for the copy : " WITH NO ADVANCING
               ACCEPT ANONDIR
           END-IF.
           PERFORM CheckTargetDir.
           DISPLAY "Meal eligibility - S scramble, D drop (S) : "
               WITH NO ADVANCING.
           MOVE SPACE TO MEALCHOICE.
           ACCEPT MEALCHOICE.
           INSPECT MEALCHOICE CONVERTING "sd" TO "SD".
           IF MEALCHOICE NOT = 'D'
               MOVE 'S' TO MEALCHOICE
           END-IF.
           DISPLAY "Discipline - S scramble, D drop (S) : "
               WITH NO ADVANCING.
           MOVE SPACE TO DISCIPCHOICE.
           ACCEPT DISCIPCHOICE.
           INSPECT DISCIPCHOICE CONVERTING "sd" TO "SD".
           IF DISCIPCHOICE NOT = 'D'
               MOVE 'S' TO DISCIPCHOICE
           END-IF.
           PERFORM CopyStudents.
           PERFORM CopyContacts.
           PERFORM CopyAddresses.
           PERFORM CopyAttendance.
           PERFORM CopyEnrollments.
           PERFORM CopyImmunizations.
           PERFORM CopyFamilies.
           PERFORM CopyPayments.
           PERFORM CopyPostedPayments.
           IF MEALCHOICE = 'S'
               PERFORM CopyMealElig
           ELSE
               DISPLAY "  mealelig.txt : dropped - not copied."
           END-IF.
           IF DISCIPCHOICE = 'S'
               PERFORM CopyDiscipline
           ELSE
               DISPLAY "  discip.txt : dropped - not copied."
           END-IF.
           DISPLAY "Training copy complete in " ANONDIR.
           STOP RUN.

      *A blank or current-directory target would put the copy on
      *top of the live files of the same names; so would pointing
      *the copy's student file at the live one. The target is
      *resolved by stepping into it and back, so "sub/..", a full
      *path or a link to the working directory is caught as well as
      *".", and a directory already holding a student or contact
      *file - a live one or an earlier copy - is never written over.
       CheckTargetDir.
           MOVE 0 TO DIRLENGTH.
           INSPECT ANONDIR TALLYING DIRLENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF ANONDIR = SPACES OR ANONDIR = "." OR ANONDIR = "./"
                   OR ANONDIR (1:1) = SPACE
               DISPLAY "StudAnon : the copy needs a directory of its "
                   "own - refused."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ResolveTargetDir.
           IF ANONDIR (DIRLENGTH:1) = "/"
               SUBTRACT 1 FROM DIRLENGTH
           END-IF.
           MOVE "contact.txt" TO LIVENAME.
           PERFORM RefuseIfPresent.
           MOVE "student.txt" TO LIVENAME.
           PERFORM RefuseIfPresent.
           MOVE ANONOUTPATH TO ANONSTUDENTPATH.
           IF ANONSTUDENTPATH = STUDENTFILEPATH
               DISPLAY "StudAnon : " ANONSTUDENTPATH " is the live "
                   "student file - refused."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.

       ResolveTargetDir.
           MOVE SPACES TO HOMEDIR TARGETDIR.
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
               BY VALUE LENGTH OF HOMEDIR
               BY REFERENCE HOMEDIR
               RETURNING DIRCALLRC
           END-CALL.
           CALL "CBL_CHANGE_DIR" USING ANONDIR
               RETURNING DIRCALLRC
           END-CALL.
           IF DIRCALLRC NOT = 0
               DISPLAY "StudAnon : directory " ANONDIR " not found - "
                   "refused."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
               BY VALUE LENGTH OF TARGETDIR
               BY REFERENCE TARGETDIR
               RETURNING DIRCALLRC
           END-CALL.
           CALL "CBL_CHANGE_DIR" USING HOMEDIR
               RETURNING DIRCALLRC
           END-CALL.
           IF TARGETDIR = HOMEDIR
               DISPLAY "StudAnon : " ANONDIR " is the working "
                   "directory - the copy needs one of its own - "
                   "refused."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.

       RefuseIfPresent.
           PERFORM BuildOutPath.
           CALL "CBL_CHECK_FILE_EXIST" USING ANONOUTPATH
               FILEDETAILS
               RETURNING FILECALLRC
           END-CALL.
           IF FILECALLRC = 0
               DISPLAY "StudAnon : " ANONOUTPATH " already exists - "
                   "the copy needs an empty directory - refused."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.

       BuildOutPath.
           MOVE SPACES TO ANONOUTPATH.
           STRING ANONDIR (1:DIRLENGTH) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LIVENAME DELIMITED BY SPACE
               INTO ANONOUTPATH.

      *The master pass builds the ID map as it goes; students past
      *the map's capacity are left out of the copy, and so are
      *their linked lines.
       CopyStudents.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "StudAnon : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ANONSTUDENT.
           IF ANONSTUDENTSTATUS NOT = FS-SUCCESS
               DISPLAY "StudAnon : " ANONSTUDENTPATH " : "
                   MSG-CANT-OPEN ANONSTUDENTSTATUS
               CLOSE STUDENTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO ATENDFLAG.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STUDENTFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   IF MAPCOUNT < 3000
                       PERFORM CopyOneStudent
                   ELSE
                       ADD 1 TO STUDENTSDROPPED
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STUDENTFILE.
           CLOSE ANONSTUDENT.
           DISPLAY "  student.txt : " STUDENTSCOPIED
               " student(s) copied.".
           IF STUDENTSDROPPED > 0
               DISPLAY "  student.txt : " STUDENTSDROPPED
                   " student(s) over the copy's limit left out."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

       CopyOneStudent.
           ADD 1 TO MAPCOUNT.
           COMPUTE NEWID = FIRSTNEWID + MAPCOUNT - 1.
           MOVE IDNUM TO MP-OLDID (MAPCOUNT).
           MOVE NEWID TO MP-NEWID (MAPCOUNT).
           MOVE MAPCOUNT TO FAKESEQ.
           PERFORM MakeFakeName.
           MOVE NEWID TO IDNUM.
           MOVE FAKEFNAME TO FNAME.
           MOVE FAKELNAME TO LNAME.
           IF BIRTHDATE > 0
               PERFORM MakeFakeBirthDate
           END-IF.
           MOVE STUDENTDATA TO ANONSTUDENTRECORD.
           WRITE ANONSTUDENTRECORD
               INVALID KEY
                   DISPLAY "StudAnon : write of " NEWID " failed, "
                       "status " ANONSTUDENTSTATUS
               NOT INVALID KEY
                   ADD 1 TO STUDENTSCOPIED
           END-WRITE.

      *Twenty first names by twenty last names, walked so that
      *neighbouring students never share either one.
       MakeFakeName.
           DIVIDE FAKESEQ BY 20 GIVING FAKEQUOT REMAINDER FAKEREM.
           COMPUTE FAKESLOT = FAKEREM + 1.
           MOVE FN-NAME (FAKESLOT) TO FAKEFNAME.
           COMPUTE FAKEREM = FUNCTION MOD (FAKEQUOT + FAKESEQ * 3, 20).
           COMPUTE FAKESLOT = FAKEREM + 1.
           MOVE LN-NAME (FAKESLOT) TO FAKELNAME.

      *Same birth year, a made-up month and day (never past the
      *28th), and the age worked out again from it the way the
      *birthday job does.
       MakeFakeBirthDate.
           DIVIDE BIRTHDATE BY 10000 GIVING BIRTHYEAR
               REMAINDER BIRTHMMDD.
           COMPUTE FAKEMONTH = FUNCTION MOD (FAKESEQ * 7, 12) + 1.
           COMPUTE FAKEDAY = FUNCTION MOD (FAKESEQ * 11, 28) + 1.
           COMPUTE BIRTHMMDD = FAKEMONTH * 100 + FAKEDAY.
           COMPUTE BIRTHDATE = BIRTHYEAR * 10000 + BIRTHMMDD.
           COMPUTE AGEYEARS = THISYEAR - BIRTHYEAR.
           IF TODAYMMDD < BIRTHMMDD
               SUBTRACT 1 FROM AGEYEARS
           END-IF.
           MOVE AGEYEARS TO AGE.
           IF AGE >= 18
               SET CANVOTE TO TRUE
           ELSE
               SET CANTVOTE TO TRUE
           END-IF.

      *Binary search of the map on the old ID; MapFound is zero
      *when the student is not on the copied master.
       FindNewID.
           MOVE 0 TO MAPFOUND.
           MOVE 0 TO NEWID.
           MOVE 1 TO MAPLOW.
           MOVE MAPCOUNT TO MAPHIGH.
           PERFORM UNTIL MAPFOUND > 0 OR MAPLOW > MAPHIGH
               COMPUTE MAPMID = (MAPLOW + MAPHIGH) / 2
               EVALUATE TRUE
                   WHEN MP-OLDID (MAPMID) = LOOKID
                       MOVE MAPMID TO MAPFOUND
                   WHEN MP-OLDID (MAPMID) < LOOKID
                       COMPUTE MAPLOW = MAPMID + 1
                   WHEN MAPMID = 1
                       MOVE 2 TO MAPLOW
                       MOVE 1 TO MAPHIGH
                   WHEN OTHER
                       COMPUTE MAPHIGH = MAPMID - 1
               END-EVALUATE
           END-PERFORM.
           IF MAPFOUND > 0
               MOVE MP-NEWID (MAPFOUND) TO NEWID
               MOVE MAPFOUND TO FAKESEQ
           END-IF.

       OpenCopyOut.
           MOVE 0 TO LINESCOPIED.
           MOVE 0 TO LINESDROPPED.
           MOVE 'N' TO ATENDFLAG.
           PERFORM BuildOutPath.
           OPEN OUTPUT ANONOUT.
           IF ANONOUTSTATUS NOT = FS-SUCCESS
               DISPLAY "StudAnon : " ANONOUTPATH " : "
                   MSG-CANT-OPEN ANONOUTSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               MOVE 'Y' TO ATENDFLAG
           END-IF.

       WriteCopyLine.
           IF KEEPLINE = 'Y'
               WRITE ANONOUTRECORD
               ADD 1 TO LINESCOPIED
           ELSE
               ADD 1 TO LINESDROPPED
           END-IF.

       ShowCopyCounts.
           DISPLAY "  " LIVENAME " : " LINESCOPIED " line(s) copied, "
               LINESDROPPED " left out (student not on the copy)".

       CopyContacts.
           MOVE "contact.txt" TO LIVENAME.
           OPEN INPUT CONTACTFILE.
           IF LINKEDSTATUS = FS-SUCCESS
               PERFORM OpenCopyOut
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END PERFORM CopyOneContact
                   END-READ
               END-PERFORM
               CLOSE CONTACTFILE
               CLOSE ANONOUT
               PERFORM ShowCopyCounts
           END-IF.

      *The guardian takes the student's made-up last name under a
      *first name of its own, and a 555 number nobody answers.
       CopyOneContact.
           MOVE CT-IDNUM TO LOOKID.
           PERFORM FindNewID.
           MOVE 'N' TO KEEPLINE.
           IF MAPFOUND > 0
               MOVE 'Y' TO KEEPLINE
               ADD 1 TO CONTACTSEQ
               PERFORM MakeFakeName
               COMPUTE FAKESLOT =
                   FUNCTION MOD (FAKESEQ + CONTACTSEQ + 6, 20) + 1
               MOVE NEWID TO CT-IDNUM
               MOVE SPACES TO CT-NAME
               STRING FN-NAME (FAKESLOT) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FAKELNAME DELIMITED BY SPACE
                   INTO CT-NAME
               COMPUTE PHONEMID = FUNCTION MOD (FAKESEQ, 100)
               COMPUTE PHONEEND = FUNCTION MOD (CONTACTSEQ, 10000)
               MOVE SPACES TO CT-PHONE
               STRING "555-0" DELIMITED BY SIZE
                   PHONEMID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   PHONEEND DELIMITED BY SIZE
                   INTO CT-PHONE
               MOVE CONTACTRECORD TO ANONOUTRECORD
           END-IF.
           PERFORM WriteCopyLine.

       CopyAddresses.
           MOVE "addrrec.txt" TO LIVENAME.
           OPEN INPUT ADDRESSFILE.
           IF LINKEDSTATUS = FS-SUCCESS
               PERFORM OpenCopyOut
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ADDRESSFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END PERFORM CopyOneAddress
                   END-READ
               END-PERFORM
               CLOSE ADDRESSFILE
               CLOSE ANONOUT
               PERFORM ShowCopyCounts
           END-IF.

      *A mailing-name override stays an override, under the
      *student's made-up family name; the state is kept so address
      *formatting still has something real to work with.
       CopyOneAddress.
           MOVE AD-IDNUM TO LOOKID.
           PERFORM FindNewID.
           MOVE 'N' TO KEEPLINE.
           IF MAPFOUND > 0
               MOVE 'Y' TO KEEPLINE
               PERFORM MakeFakeName
               MOVE NEWID TO AD-IDNUM
               IF AD-MAILNAME NOT = SPACES
                   MOVE SPACES TO AD-MAILNAME
                   STRING "THE " DELIMITED BY SIZE
                       FAKELNAME DELIMITED BY SPACE
                       " FAMILY" DELIMITED BY SIZE
                       INTO AD-MAILNAME
               END-IF
               COMPUTE HOUSENUMBER =
                   FUNCTION MOD (FAKESEQ * 37, 9000) + 100
               COMPUTE FAKESLOT = FUNCTION MOD (FAKESEQ, 10) + 1
               MOVE SPACES TO AD-STREET
               STRING HOUSENUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ST-NAME (FAKESLOT) DELIMITED BY "  "
                   INTO AD-STREET
               MOVE "CENTERVILLE" TO AD-CITY
               MOVE "99999" TO AD-ZIP
               MOVE ADDRESSRECORD TO ANONOUTRECORD
           END-IF.
           PERFORM WriteCopyLine.

       CopyAttendance.
           MOVE "attlog.txt" TO LIVENAME.
           OPEN INPUT ATTENDFILE.
           IF LINKEDSTATUS = FS-SUCCESS
               PERFORM OpenCopyOut
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ATTENDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           MOVE AT-IDNUM TO LOOKID
                           PERFORM FindNewID
                           MOVE NEWID TO AT-IDNUM
                           MOVE ATTENDRECORD TO ANONOUTRECORD
                           PERFORM KeepIfMapped
                   END-READ
               END-PERFORM
               CLOSE ATTENDFILE
               CLOSE ANONOUT
               PERFORM ShowCopyCounts
           END-IF.

       KeepIfMapped.
           IF MAPFOUND > 0
               MOVE 'Y' TO KEEPLINE
           ELSE
               MOVE 'N' TO KEEPLINE
           END-IF.
           PERFORM WriteCopyLine.

      *New IDs run in live-ID order, so the live file read in key
      *order writes the indexed copy in key order too.
       CopyEnrollments.
           MOVE "crsenrl.txt" TO LIVENAME.
           OPEN INPUT COURSEENRLFILE.
           IF LINKEDSTATUS = FS-SUCCESS
               MOVE 0 TO LINESCOPIED
               MOVE 0 TO LINESDROPPED
               MOVE 'N' TO ATENDFLAG
               PERFORM BuildOutPath
               OPEN OUTPUT ANONENRL
               IF ANONOUTSTATUS NOT = FS-SUCCESS
                   DISPLAY "StudAnon : " ANONOUTPATH " : "
                       MSG-CANT-OPEN ANONOUTSTATUS
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   MOVE 'Y' TO ATENDFLAG
               END-IF
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END PERFORM CopyOneEnrollment
                   END-READ
               END-PERFORM
               CLOSE COURSEENRLFILE
               CLOSE ANONENRL
               PERFORM ShowCopyCounts
           END-IF.

       CopyOneEnrollment.
           MOVE CE-IDNUM TO LOOKID.
           PERFORM FindNewID.
           IF MAPFOUND > 0
               MOVE NEWID TO CE-IDNUM
               MOVE COURSEENRLRECORD TO ANONENRLRECORD
               WRITE ANONENRLRECORD
                   INVALID KEY ADD 1 TO LINESDROPPED
                   NOT INVALID KEY ADD 1 TO LINESCOPIED
               END-WRITE
           ELSE
               ADD 1 TO LINESDROPPED
           END-IF.

       CopyImmunizations.
           MOVE "immrec.txt" TO LIVENAME.
           OPEN INPUT IMMUNFILE.
           IF LINKEDSTATUS = FS-SUCCESS
               PERFORM OpenCopyOut
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ IMMUNFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           MOVE IM-IDNUM TO LOOKID
                           PERFORM FindNewID
                           MOVE NEWID TO IM-IDNUM
                           MOVE IMMUNRECORD TO ANONOUTRECORD
                           PERFORM KeepIfMapped
                   END-READ
               END-PERFORM
               CLOSE IMMUNFILE
               CLOSE ANONOUT
               PERFORM ShowCopyCounts
           END-IF.

      *Family numbers are the office's own household numbers, not
      *anyone's identity; only the student side of the link moves.
       CopyFamilies.
           MOVE "family.txt" TO LIVENAME.
           OPEN INPUT FAMILYFILE.
           IF LINKEDSTATUS = FS-SUCCESS
               PERFORM OpenCopyOut
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ FAMILYFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           MOVE FM-IDNUM TO LOOKID
                           PERFORM FindNewID
                           MOVE NEWID TO FM-IDNUM
                           MOVE FAMILYRECORD TO ANONOUTRECORD
                           PERFORM KeepIfMapped
                   END-READ
               END-PERFORM
               CLOSE FAMILYFILE
               CLOSE ANONOUT
               PERFORM ShowCopyCounts
           END-IF.

       CopyPayments.
           MOVE "payments.txt" TO LIVENAME.
           OPEN INPUT PAYMENTFILE.
           IF LINKEDSTATUS = FS-SUCCESS
               PERFORM OpenCopyOut
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PAYMENTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END PERFORM CopyOnePayment
                   END-READ
               END-PERFORM
               CLOSE PAYMENTFILE
               CLOSE ANONOUT
               PERFORM ShowCopyCounts
           END-IF.

      *A family line carries a family number and goes across as it
      *is; a student line gets the new ID and that ID's check bit.
       CopyOnePayment.
           IF PM-FAMILY-PAY
               MOVE 'Y' TO KEEPLINE
               MOVE PAYMENTRECORD TO ANONOUTRECORD
               PERFORM WriteCopyLine
           ELSE
               MOVE PM-IDNUM TO LOOKID
               PERFORM FindNewID
               MOVE NEWID TO PM-IDNUM
               CALL "CheckDigit" USING NEWID NEWCHECKBIT
               MOVE NEWCHECKBIT TO PM-CHECKBIT
               MOVE PAYMENTRECORD TO ANONOUTRECORD
               PERFORM KeepIfMapped
           END-IF.

       CopyPostedPayments.
           MOVE "paylog.txt" TO LIVENAME.
           OPEN INPUT POSTEDPAYLOG.
           IF LINKEDSTATUS = FS-SUCCESS
               PERFORM OpenCopyOut
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ POSTEDPAYLOG
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END PERFORM CopyOnePostedPay
                   END-READ
               END-PERFORM
               CLOSE POSTEDPAYLOG
               CLOSE ANONOUT
               PERFORM ShowCopyCounts
           END-IF.

       CopyOnePostedPay.
           IF PG-TYPE = 'F'
               MOVE 'Y' TO KEEPLINE
               MOVE POSTEDPAYRECORD TO ANONOUTRECORD
               PERFORM WriteCopyLine
           ELSE
               MOVE PG-IDNUM TO LOOKID
               PERFORM FindNewID
               MOVE NEWID TO PG-IDNUM
               MOVE POSTEDPAYRECORD TO ANONOUTRECORD
               PERFORM KeepIfMapped
           END-IF.

      *Scrambled eligibility : the dates of the changes survive, the
      *status on each is made up from the new ID.
       CopyMealElig.
           MOVE "mealelig.txt" TO LIVENAME.
           OPEN INPUT MEALELIGFILE.
           IF LINKEDSTATUS = FS-SUCCESS
               PERFORM OpenCopyOut
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ MEALELIGFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END PERFORM CopyOneMealElig
                   END-READ
               END-PERFORM
               CLOSE MEALELIGFILE
               CLOSE ANONOUT
               PERFORM ShowCopyCounts
           END-IF.

       CopyOneMealElig.
           MOVE ME-IDNUM TO LOOKID.
           PERFORM FindNewID.
           MOVE NEWID TO ME-IDNUM.
           EVALUATE FUNCTION MOD (NEWID + ME-EFFDATE, 3)
               WHEN 0 SET ME-FREE TO TRUE
               WHEN 1 SET ME-REDUCED TO TRUE
               WHEN OTHER SET ME-FULLPRICE TO TRUE
           END-EVALUATE.
           MOVE MEALELIGRECORD TO ANONOUTRECORD.
           PERFORM KeepIfMapped.

      *Scrambled discipline : the incident code and dates stay, so
      *suspensions still line up with the absences they explain;
      *what was done and who recorded it do not.
       CopyDiscipline.
           MOVE "discip.txt" TO LIVENAME.
           OPEN INPUT DISCIPFILE.
           IF LINKEDSTATUS = FS-SUCCESS
               PERFORM OpenCopyOut
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ DISCIPFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           MOVE DI-IDNUM TO LOOKID
                           PERFORM FindNewID
                           MOVE NEWID TO DI-IDNUM
                           MOVE "(WITHHELD)" TO DI-ACTION
                           MOVE "TRAINING" TO DI-OPERID
                           MOVE DISCIPRECORD TO ANONOUTRECORD
                           PERFORM KeepIfMapped
                   END-READ
               END-PERFORM
               CLOSE DISCIPFILE
               CLOSE ANONOUT
               PERFORM ShowCopyCounts
           END-IF.
