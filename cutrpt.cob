       IDENTIFICATION DIVISION.
       PROGRAM-ID. CutRpt.
      *Daily class-cut report for the deans: every student who is
      *present for the day - no daily A in attlog.txt - yet stands
      *absent in one or more periods taken in PerAtt. Period marks
      *are read from perattn.txt the same way PerDaily reads them,
      *the last line for a student, course and period standing, and
      *against the same schedule, the current term's crsenrl.txt
      *lines for classes taken that day. A student absent from
      *every taken period is absent, not cutting, and an absence
      *before the first class the student attended is the late
      *arrival PerDaily marks tardy; neither is listed. Each cut
      *prints the period, the course and the teacher who took the
      *class, under the student's name and grade. The date comes
      *from CUTDATE in the environment, today when unset, so the
      *calendar step CUTRPT runs promptless after PERDAILY. Printed
      *through the shared PrintRpt routine (code CUTRPT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT PeriodAttFile ASSIGN TO "perattn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PeriodAttStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD PeriodAttFile.
       COPY PERATT.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD TermCalFile.
       COPY TERMCAL.

       FD AttendFile.
       COPY ATTLOG.

       FD TeacherFile.
       COPY TEACHER.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  PeriodAttStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  MarkDate PIC 9(8).
       01  CutDateText PIC X(8).
       01  CurrentTermIdx PIC 9(2) VALUE 0.
      *Classes taken on the day (a marker line seen), with the
      *teacher who took them.
       01  TakenTable.
           02 TakenEntry OCCURS 200 TIMES.
               03 TK-CODE PIC X(6).
               03 TK-PERIOD PIC 9(2).
               03 TK-TEACHID PIC 9(4).
       01  TakenCount PIC 9(3) VALUE 0.
       01  TakenIdx PIC 9(3).
      *The standing mark per student and class; a later line
      *replaces the earlier one in place.
       01  MarkTable.
           02 MarkEntry OCCURS 3000 TIMES.
               03 MK-IDNUM PIC 9(9).
               03 MK-CODE PIC X(6).
               03 MK-PERIOD PIC 9(2).
               03 MK-MARK PIC X.
       01  MarkCount PIC 9(4) VALUE 0.
       01  MarkIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
      *Students with a daily A for the day.
       01  DailyTable.
           02 DailyEntry OCCURS 3000 TIMES.
               03 DY-IDNUM PIC 9(9).
       01  DailyCount PIC 9(4) VALUE 0.
       01  DailyIdx PIC 9(4).
      *Current-term enrollment in the classes taken on the day.
       01  EnrlTable.
           02 EnrlEntry OCCURS 10000 TIMES.
               03 EN-IDNUM PIC 9(9).
               03 EN-CODE PIC X(6).
               03 EN-PERIOD PIC 9(2).
               03 EN-MARK PIC X.
       01  EnrlCount PIC 9(5) VALUE 0.
       01  EnrlIdx PIC 9(5).
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  TeacherName PIC X(20).
       01  StudIDNum PIC 9(9).
       01  TakenPeriods PIC 9(2).
       01  AbsentPeriods PIC 9(2).
       01  ArrivedPeriod PIC 9(2).
       01  CutPeriods PIC 9(2).
       01  WorkPeriod PIC 9(2).
       01  StudentsCutting PIC 9(5) VALUE 0.
       01  PeriodsCut PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "CUTRPT".
       01  RptTitle PIC X(40) VALUE "DAILY CLASS-CUT REPORT".
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
           MOVE SPACES TO CUTDATETEXT.
           ACCEPT CUTDATETEXT FROM ENVIRONMENT "CUTDATE".
           IF CUTDATETEXT NOT = SPACES
               COMPUTE MARKDATE = FUNCTION NUMVAL (CUTDATETEXT)
           ELSE
               MOVE 0 TO MARKDATE
           END-IF.
           IF MARKDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO MARKDATE
           END-IF.
           PERFORM FindCurrentTerm.
           PERFORM LoadPeriodMarks.
           PERFORM LoadDailyAbsences.
           PERFORM LoadEnrollment.
           PERFORM LoadTeachers.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "CutRpt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "SCHOOL DAY " DELIMITED BY SIZE
               MARKDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           PERFORM CheckOneStudent
               VARYING MARKIDX FROM 1 BY 1 UNTIL MARKIDX > MARKCOUNT.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE STUDENTFILE.
           DISPLAY "CutRpt : " MARKDATE " " STUDENTSCUTTING
               " student(s) cut " PERIODSCUT " period(s).".
           IF TAKENCOUNT = 0
               DISPLAY "CutRpt : no classes taken on " MARKDATE "."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       FindCurrentTerm.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TERMCALFILE.
           IF TERMCALSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TERMCALFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TC-IS-CURRENT
                       MOVE TC-TERMIDX TO CURRENTTERMIDX
                   END-IF
               END-PERFORM
               CLOSE TERMCALFILE
           END-IF.

       LoadPeriodMarks.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT PERIODATTFILE.
           IF PERIODATTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PERIODATTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PA-DATE = MARKDATE
                       IF PA-TAKEN
                           PERFORM NoteTakenClass
                       ELSE
                           PERFORM NotePeriodMark
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PERIODATTFILE
           END-IF.

       NoteTakenClass.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING TAKENIDX FROM 1 BY 1
                   UNTIL TAKENIDX > TAKENCOUNT
               IF TK-CODE (TAKENIDX) = PA-CODE
                       AND TK-PERIOD (TAKENIDX) = PA-PERIOD
                   MOVE TAKENIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND TAKENCOUNT < 200
               ADD 1 TO TAKENCOUNT
               MOVE PA-CODE TO TK-CODE (TAKENCOUNT)
               MOVE PA-PERIOD TO TK-PERIOD (TAKENCOUNT)
               MOVE PA-TEACHID TO TK-TEACHID (TAKENCOUNT)
           END-IF.

       NotePeriodMark.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING MARKIDX FROM 1 BY 1
                   UNTIL MARKIDX > MARKCOUNT
               IF MK-IDNUM (MARKIDX) = PA-IDNUM
                       AND MK-CODE (MARKIDX) = PA-CODE
                       AND MK-PERIOD (MARKIDX) = PA-PERIOD
                   MOVE MARKIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND MARKCOUNT < 3000
               ADD 1 TO MARKCOUNT
               MOVE MARKCOUNT TO FOUNDIDX
               MOVE PA-IDNUM TO MK-IDNUM (FOUNDIDX)
               MOVE PA-CODE TO MK-CODE (FOUNDIDX)
               MOVE PA-PERIOD TO MK-PERIOD (FOUNDIDX)
           END-IF.
           IF FOUNDIDX > 0
               MOVE PA-MARK TO MK-MARK (FOUNDIDX)
           END-IF.

       LoadDailyAbsences.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ATTENDFILE.
           IF ATTENDFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ATTENDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AT-DATE = MARKDATE
                           AND AT-ABSENT AND DAILYCOUNT < 3000
                       ADD 1 TO DAILYCOUNT
                       MOVE AT-IDNUM TO DY-IDNUM (DAILYCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ATTENDFILE
           END-IF.

       LoadEnrollment.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                           AND CE-TERMIDX = CURRENTTERMIDX
                           AND NOT CE-MARK-WDRN
                       PERFORM NoteEnrollment
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
           END-IF.

       NoteEnrollment.
           PERFORM VARYING TAKENIDX FROM 1 BY 1
                   UNTIL TAKENIDX > TAKENCOUNT
               IF TK-CODE (TAKENIDX) = CE-CODE
                   MOVE 0 TO FOUNDIDX
                   PERFORM VARYING ENRLIDX FROM 1 BY 1
                           UNTIL ENRLIDX > ENRLCOUNT
                       IF EN-IDNUM (ENRLIDX) = CE-IDNUM
                               AND EN-CODE (ENRLIDX) = CE-CODE
                               AND EN-PERIOD (ENRLIDX)
                                   = TK-PERIOD (TAKENIDX)
                           MOVE 1 TO FOUNDIDX
                       END-IF
                   END-PERFORM
                   IF FOUNDIDX = 0 AND ENRLCOUNT < 10000
                       ADD 1 TO ENRLCOUNT
                       MOVE CE-IDNUM TO EN-IDNUM (ENRLCOUNT)
                       MOVE CE-CODE TO EN-CODE (ENRLCOUNT)
                       MOVE TK-PERIOD (TAKENIDX)
                           TO EN-PERIOD (ENRLCOUNT)
                       MOVE 'P' TO EN-MARK (ENRLCOUNT)
                   END-IF
               END-IF
           END-PERFORM.

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

      *Each student is judged once, at their first mark line in the
      *table, and only when there is no daily A for them.
       CheckOneStudent.
           MOVE MK-IDNUM (MARKIDX) TO STUDIDNUM.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING DAILYIDX FROM 1 BY 1
                   UNTIL DAILYIDX >= MARKIDX
               IF MK-IDNUM (DAILYIDX) = STUDIDNUM
                   MOVE DAILYIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           PERFORM VARYING DAILYIDX FROM 1 BY 1
                   UNTIL DAILYIDX > DAILYCOUNT
               IF DY-IDNUM (DAILYIDX) = STUDIDNUM
                   MOVE DAILYIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               PERFORM JudgeStudentDay
           END-IF.

      *The student's marks are laid onto their taken classes; the
      *earliest period they were not absent from is when they
      *arrived, and an absence after that is a cut.
       JudgeStudentDay.
           MOVE 0 TO TAKENPERIODS.
           MOVE 0 TO ABSENTPERIODS.
           MOVE 99 TO ARRIVEDPERIOD.
           MOVE 0 TO CUTPERIODS.
           PERFORM MarkOneClass
               VARYING ENRLIDX FROM 1 BY 1 UNTIL ENRLIDX > ENRLCOUNT.
           IF TAKENPERIODS > 0 AND ABSENTPERIODS < TAKENPERIODS
               PERFORM VARYING ENRLIDX FROM 1 BY 1
                       UNTIL ENRLIDX > ENRLCOUNT
                   IF EN-IDNUM (ENRLIDX) = STUDIDNUM
                           AND EN-MARK (ENRLIDX) = 'A'
                           AND EN-PERIOD (ENRLIDX) > ARRIVEDPERIOD
                       ADD 1 TO CUTPERIODS
                   END-IF
               END-PERFORM
           END-IF.
           IF CUTPERIODS > 0
               PERFORM PrintStudentCuts
           END-IF.

       MarkOneClass.
           IF EN-IDNUM (ENRLIDX) = STUDIDNUM
               ADD 1 TO TAKENPERIODS
               PERFORM VARYING DAILYIDX FROM MARKIDX BY 1
                       UNTIL DAILYIDX > MARKCOUNT
                   IF MK-IDNUM (DAILYIDX) = STUDIDNUM
                           AND MK-CODE (DAILYIDX) = EN-CODE (ENRLIDX)
                           AND MK-PERIOD (DAILYIDX)
                               = EN-PERIOD (ENRLIDX)
                       MOVE MK-MARK (DAILYIDX) TO EN-MARK (ENRLIDX)
                   END-IF
               END-PERFORM
               IF EN-MARK (ENRLIDX) = 'A'
                   ADD 1 TO ABSENTPERIODS
               ELSE
                   IF EN-PERIOD (ENRLIDX) < ARRIVEDPERIOD
                       MOVE EN-PERIOD (ENRLIDX) TO ARRIVEDPERIOD
                   END-IF
               END-IF
           END-IF.

       PrintStudentCuts.
           ADD 1 TO STUDENTSCUTTING.
           MOVE STUDIDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(not on" TO FNAME
                   MOVE "file)" TO LNAME
                   MOVE 0 TO GRADELEVEL
           END-READ.
           MOVE SPACES TO RPTLINE.
           STRING STUDIDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNAME DELIMITED BY SIZE
               "  GRADE " DELIMITED BY SIZE
               GRADELEVEL DELIMITED BY SIZE
               "  PERIODS CUT : " DELIMITED BY SIZE
               CUTPERIODS DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING WORKPERIOD FROM 0 BY 1 UNTIL WORKPERIOD > 98
               PERFORM VARYING ENRLIDX FROM 1 BY 1
                       UNTIL ENRLIDX > ENRLCOUNT
                   IF EN-IDNUM (ENRLIDX) = STUDIDNUM
                           AND EN-MARK (ENRLIDX) = 'A'
                           AND EN-PERIOD (ENRLIDX) = WORKPERIOD
                           AND WORKPERIOD > ARRIVEDPERIOD
                       PERFORM PrintOneCut
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintOneCut.
           ADD 1 TO PERIODSCUT.
           MOVE "(not on file)" TO TEACHERNAME.
           PERFORM VARYING TAKENIDX FROM 1 BY 1
                   UNTIL TAKENIDX > TAKENCOUNT
               IF TK-CODE (TAKENIDX) = EN-CODE (ENRLIDX)
                       AND TK-PERIOD (TAKENIDX) = WORKPERIOD
                   PERFORM VARYING TEACHERIDX FROM 1 BY 1
                           UNTIL TEACHERIDX > TEACHERCOUNT
                       IF TT-ID (TEACHERIDX) = TK-TEACHID (TAKENIDX)
                           MOVE TT-NAME (TEACHERIDX) TO TEACHERNAME
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPTLINE.
           STRING "    PERIOD " DELIMITED BY SIZE
               WORKPERIOD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EN-CODE (ENRLIDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TEACHERNAME DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "CUT CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  CLASSES TAKEN : " DELIMITED BY SIZE
               TAKENCOUNT DELIMITED BY SIZE
               "   STUDENTS CUTTING : " DELIMITED BY SIZE
               STUDENTSCUTTING DELIMITED BY SIZE
               "   PERIODS CUT : " DELIMITED BY SIZE
               PERIODSCUT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF STUDENTSCUTTING = 0
               MOVE "  NO CLASS CUTS RECORDED FOR THE DAY." TO RPTLINE
               PERFORM EmitLine
           END-IF.
