       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoverSht.
      *Daily coverage sheet for the front office: every teacher
      *recorded out in tchabs.txt for the day, each class they miss
      *- period, class, room - and who covers it from coverage.txt,
      *with the substitute's phone number, or ** UNCOVERED ** in
      *plain sight. Classes are worked out from tchasgn.txt and
      *crsmeet.txt the same way SubCover builds its coverage
      *screen (homeroom is period 00). The day comes from COVERDATE
      *in the environment, otherwise today, so the calendar step
      *COVERSHT runs promptless. Printed through the shared PrintRpt
      *routine (code COVERSHT); any uncovered class ends the run
      *with a warning return code.
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
       01  PoolTable.
           02 PoolEntry OCCURS 100 TIMES.
               03 SU-SUBID PIC 9(4).
               03 SU-NAME PIC X(20).
               03 SU-PHONE PIC X(12).
       01  PoolCount PIC 9(3) VALUE 0.
       01  PoolIdx PIC 9(3).
      *The day's bookings only.
       01  CoverTable.
           02 CoverEntry OCCURS 500 TIMES.
               03 CO-TEACHID PIC 9(4).
               03 CO-KIND PIC X.
               03 CO-SECTION PIC 9(2).
               03 CO-CODE PIC X(6).
               03 CO-COVERTYPE PIC X.
               03 CO-COVERID PIC 9(4).
       01  CoverCount PIC 9(3) VALUE 0.
       01  CoverIdx PIC 9(3).
       01  SheetDate PIC 9(8).
       01  CoverDateText PIC X(8).
       01  WorkPeriod PIC 9(2).
       01  WorkRoom PIC X(6).
       01  MeetFound PIC A.
       01  FoundIdx PIC 9(3).
       01  PeriodLabel PIC X(10).
       01  ClassDesc PIC X(20).
       01  CoverName PIC X(20).
       01  CoverPhone PIC X(12).
       01  TeacherName PIC X(20).
       01  HomeroomPeriod PIC 9(2) VALUE 0.
       01  AbsentCount PIC 9(3) VALUE 0.
       01  ClassTotal PIC 9(4) VALUE 0.
       01  CoveredCount PIC 9(4) VALUE 0.
       01  UncoveredCount PIC 9(4) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "COVERSHT".
       01  RptTitle PIC X(40) VALUE "DAILY CLASS COVERAGE SHEET".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE SPACES TO COVERDATETEXT.
           ACCEPT COVERDATETEXT FROM ENVIRONMENT "COVERDATE".
           IF COVERDATETEXT NOT = SPACES
               COMPUTE SHEETDATE = FUNCTION NUMVAL (COVERDATETEXT)
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO SHEETDATE
           END-IF.
           PERFORM LoadTeachers.
           PERFORM LoadAssignments.
           PERFORM LoadMeetings.
           PERFORM LoadPeriods.
           PERFORM LoadPool.
           PERFORM LoadDayCoverage.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "COVERAGE FOR " DELIMITED BY SIZE
               SHEETDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEACHERABSFILE.
           IF TEACHERABSSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEACHERABSFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AB-DATE = SHEETDATE
                       PERFORM PrintOneAbsence
                   END-IF
               END-PERFORM
               CLOSE TEACHERABSFILE
           END-IF.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "CoverSht : " ABSENTCOUNT " teacher(s) out, "
               UNCOVEREDCOUNT " class(es) uncovered".
           IF UNCOVEREDCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

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
                   END-IF
               END-PERFORM
               CLOSE SUBPOOLFILE
           END-IF.

       LoadDayCoverage.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COVERAGEFILE.
           IF COVERAGESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COVERAGEFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CV-DATE = SHEETDATE
                           AND COVERCOUNT < 500
                       ADD 1 TO COVERCOUNT
                       MOVE CV-TEACHID TO CO-TEACHID (COVERCOUNT)
                       MOVE CV-KIND TO CO-KIND (COVERCOUNT)
                       MOVE CV-SECTION TO CO-SECTION (COVERCOUNT)
                       MOVE CV-CODE TO CO-CODE (COVERCOUNT)
                       MOVE CV-COVERTYPE TO CO-COVERTYPE (COVERCOUNT)
                       MOVE CV-COVERID TO CO-COVERID (COVERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE COVERAGEFILE
           END-IF.

       PrintOneAbsence.
           ADD 1 TO ABSENTCOUNT.
           MOVE "(not on file)" TO TEACHERNAME.
           PERFORM VARYING TEACHERIDX FROM 1 BY 1
                   UNTIL TEACHERIDX > TEACHERCOUNT
               IF TT-ID (TEACHERIDX) = AB-TEACHID
                   MOVE TT-NAME (TEACHERIDX) TO TEACHERNAME
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           IF AB-FULL-DAY
               STRING AB-TEACHID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TEACHERNAME DELIMITED BY SIZE
                   " OUT ALL DAY" DELIMITED BY SIZE
                   INTO RPTLINE
           ELSE
               STRING AB-TEACHID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TEACHERNAME DELIMITED BY SIZE
                   " OUT PERIODS " DELIMITED BY SIZE
                   AB-FROMPER DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   AB-TOPER DELIMITED BY SIZE
                   INTO RPTLINE
           END-IF.
           PERFORM EmitLine.
           PERFORM VARYING ASGNIDX FROM 1 BY 1
                   UNTIL ASGNIDX > ASGNCOUNT
               IF AG-TEACHID (ASGNIDX) = AB-TEACHID
                   PERFORM PrintClassForAsgn
               END-IF
           END-PERFORM.

      *A class is on the sheet when it meets inside the absence.
       PrintClassForAsgn.
           MOVE 'N' TO MEETFOUND.
           MOVE SPACES TO WORKROOM.
           MOVE SPACES TO CLASSDESC.
           IF AG-KIND (ASGNIDX) = 'S'
               MOVE HOMEROOMPERIOD TO WORKPERIOD
               MOVE 'Y' TO MEETFOUND
               STRING "HOMEROOM SECTION " DELIMITED BY SIZE
                   AG-SECTION (ASGNIDX) DELIMITED BY SIZE
                   INTO CLASSDESC
           ELSE
               PERFORM VARYING MEETIDX FROM 1 BY 1
                       UNTIL MEETIDX > MEETCOUNT
                   IF MT-CODE (MEETIDX) = AG-CODE (ASGNIDX)
                       MOVE MT-PERIOD (MEETIDX) TO WORKPERIOD
                       MOVE MT-ROOM (MEETIDX) TO WORKROOM
                       MOVE 'Y' TO MEETFOUND
                   END-IF
               END-PERFORM
               STRING "COURSE " DELIMITED BY SIZE
                   AG-CODE (ASGNIDX) DELIMITED BY SIZE
                   INTO CLASSDESC
           END-IF.
           IF MEETFOUND = 'Y'
                   AND WORKPERIOD >= AB-FROMPER
                   AND WORKPERIOD <= AB-TOPER
               ADD 1 TO CLASSTOTAL
               PERFORM FindPeriodLabel
               PERFORM FindCover
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   WORKPERIOD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PERIODLABEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CLASSDESC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WORKROOM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   COVERNAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   COVERPHONE DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

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

      *Substitutes carry their phone so the office can confirm the
      *booking; an in-house cover is marked with (STAFF).
       FindCover.
           MOVE "** UNCOVERED **" TO COVERNAME.
           MOVE SPACES TO COVERPHONE.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING COVERIDX FROM 1 BY 1
                   UNTIL COVERIDX > COVERCOUNT
               IF CO-TEACHID (COVERIDX) = AB-TEACHID
                       AND CO-KIND (COVERIDX) = AG-KIND (ASGNIDX)
                       AND CO-SECTION (COVERIDX) = AG-SECTION (ASGNIDX)
                       AND CO-CODE (COVERIDX) = AG-CODE (ASGNIDX)
                   MOVE COVERIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               ADD 1 TO UNCOVEREDCOUNT
           ELSE
               ADD 1 TO COVEREDCOUNT
               MOVE "(not on file)" TO COVERNAME
               IF CO-COVERTYPE (FOUNDIDX) = "S"
                   PERFORM VARYING POOLIDX FROM 1 BY 1
                           UNTIL POOLIDX > POOLCOUNT
                       IF SU-SUBID (POOLIDX) = CO-COVERID (FOUNDIDX)
                           MOVE SU-NAME (POOLIDX) TO COVERNAME
                           MOVE SU-PHONE (POOLIDX) TO COVERPHONE
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE "(STAFF)" TO COVERPHONE
                   PERFORM VARYING TEACHERIDX FROM 1 BY 1
                           UNTIL TEACHERIDX > TEACHERCOUNT
                       IF TT-ID (TEACHERIDX) = CO-COVERID (FOUNDIDX)
                           MOVE TT-NAME (TEACHERIDX) TO COVERNAME
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "COVERAGE CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  TEACHERS OUT : " DELIMITED BY SIZE
               ABSENTCOUNT DELIMITED BY SIZE
               "   CLASSES : " DELIMITED BY SIZE
               CLASSTOTAL DELIMITED BY SIZE
               "   COVERED : " DELIMITED BY SIZE
               COVEREDCOUNT DELIMITED BY SIZE
               "   UNCOVERED : " DELIMITED BY SIZE
               UNCOVEREDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF ABSENTCOUNT = 0
               MOVE "  NO TEACHER ABSENCES RECORDED FOR THE DAY."
                   TO RPTLINE
               PERFORM EmitLine
           END-IF.
