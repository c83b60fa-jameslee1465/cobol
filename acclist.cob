       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccList.
      *Per-teacher accommodation list: one page per teacher through
      *the shared PrintRpt routine (code ACCLIST), naming every
      *student the teacher has - in the homeroom sections and the
      *current term's course offerings tchasgn.txt puts them in
      *front of, found the same way the class lists find them - who
      *has an IEP or 504 plan on file (accplan.txt), with the plan's
      *accommodations spelled out from the code list (acccode.txt)
      *and the case manager to ask. The teacher learns it from the
      *list instead of from whoever remembers to mention it.
      *Confidential : every page carries the internal-use line and
      *goes to that teacher only. Students without a plan are not
      *shown, so the list says nothing about anyone else.
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
           SELECT TeachAsgnFile ASSIGN TO "tchasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeachAsgnStatus.
           SELECT SectAsgnFile ASSIGN TO "sectasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SectAsgnStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT AccPlanFile ASSIGN TO "accplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccPlanStatus.
           SELECT AccCodeFile ASSIGN TO "acccode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccCodeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD TeacherFile.
       COPY TEACHER.

       FD TeachAsgnFile.
       COPY TCHASGN.

       FD SectAsgnFile.
       COPY SECTASGN.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD TermCalFile.
       COPY TERMCAL.

       FD AccPlanFile.
       COPY ACCPLAN.

       FD AccCodeFile.
       COPY ACCCODE.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  TeachAsgnStatus PIC XX.
       01  SectAsgnStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  AccPlanStatus PIC XX.
       01  AccCodeStatus PIC XX.
       01  CurrentTermIdx PIC 9(2) VALUE 0.
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
               03 TT-SUBJECT PIC X(8).
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
      *Every plan on file, held in storage so each section and
      *course scan is a table search rather than a file pass.
       01  PlanTable.
           02 PlanEntry OCCURS 1000 TIMES.
               03 PN-IDNUM PIC 9(9).
               03 PN-TYPE PIC X.
               03 PN-CASEMGR PIC X(20).
               03 PN-ACCOM PIC X(4) OCCURS 6 TIMES.
       01  PlanCount PIC 9(4) VALUE 0.
       01  PlanIdx PIC 9(4).
       01  PlanFound PIC 9(4).
       01  CodeTable.
           02 CodeEntry OCCURS 100 TIMES.
               03 KD-CODE PIC X(4).
               03 KD-DESC PIC X(30).
       01  CodeCount PIC 9(3) VALUE 0.
       01  CodeIdx PIC 9(3).
       01  AccIdx PIC 9.
       01  CodeDesc PIC X(30).
       01  PlanTypeName PIC X(8).
       01  StudIDShown PIC 9(9).
       01  StudName PIC X(21).
       01  BlockListed PIC 9(3).
       01  TeacherListed PIC 9(3).
       01  PrintedCount PIC 9(3) VALUE 0.
       01  EntryTotal PIC 9(5) VALUE 0.
       01  TeachersWithPlans PIC 9(3) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "ACCLIST".
       01  RptTitle PIC X(40)
           VALUE "ACCOMMODATION LISTS (CONFIDENTIAL)".
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
           PERFORM LoadPlans.
           IF PLANCOUNT = 0
               DISPLAY "AccList : no accommodation plans on file."
               GOBACK
           END-IF.
           PERFORM LoadTeachers.
           IF TEACHERCOUNT = 0
               DISPLAY "AccList : no teacher master on file - set "
                   "teachers up in teacher maintenance first."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadAssignments.
           PERFORM LoadCodes.
           PERFORM FindCurrentTerm.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "AccList : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneTeacher
               VARYING TEACHERIDX FROM 1 BY 1
               UNTIL TEACHERIDX > TEACHERCOUNT.
           CLOSE STUDENTFILE.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "Accommodation lists printed : " PRINTEDCOUNT.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadPlans.
           OPEN INPUT ACCPLANFILE.
           IF ACCPLANSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ACCPLANFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PLANCOUNT < 1000
                       ADD 1 TO PLANCOUNT
                       MOVE IE-IDNUM TO PN-IDNUM (PLANCOUNT)
                       MOVE IE-TYPE TO PN-TYPE (PLANCOUNT)
                       MOVE IE-CASEMGR TO PN-CASEMGR (PLANCOUNT)
                       PERFORM VARYING ACCIDX FROM 1 BY 1
                               UNTIL ACCIDX > 6
                           MOVE IE-ACCOM (ACCIDX)
                               TO PN-ACCOM (PLANCOUNT, ACCIDX)
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ACCPLANFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadCodes.
           OPEN INPUT ACCCODEFILE.
           IF ACCCODESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ACCCODEFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CODECOUNT < 100
                       ADD 1 TO CODECOUNT
                       MOVE IK-CODE TO KD-CODE (CODECOUNT)
                       MOVE IK-DESC TO KD-DESC (CODECOUNT)
                   END-IF
               END-PERFORM
               CLOSE ACCCODEFILE
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
                       MOVE TE-ID TO TT-ID (TEACHERCOUNT)
                       MOVE TE-NAME TO TT-NAME (TEACHERCOUNT)
                       MOVE TE-SUBJECT TO TT-SUBJECT (TEACHERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHERFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadAssignments.
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
           MOVE 'N' TO ATENDFLAG.

       FindCurrentTerm.
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
           MOVE 'N' TO ATENDFLAG.

      *One teacher's page : the internal-use line, the heading, then
      *a block per assignment naming only the students with a plan.
      *A teacher with none still gets the page, so "no list" is
      *never mistaken for "list lost".
       PrintOneTeacher.
           IF PRINTEDCOUNT > 0
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO PRINTEDCOUNT.
           MOVE "*** INTERNAL USE ONLY - DO NOT DISTRIBUTE ***"
               TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "TEACHER " DELIMITED BY SIZE
               TT-ID (TEACHERIDX) DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               TT-NAME (TEACHERIDX) DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               TT-SUBJECT (TEACHERIDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE 0 TO TEACHERLISTED.
           PERFORM PrintOneAssignment
               VARYING ASGNIDX FROM 1 BY 1 UNTIL ASGNIDX > ASGNCOUNT.
           IF TEACHERLISTED = 0
               MOVE "  No students with an accommodation plan."
                   TO RPTLINE
               PERFORM EmitLine
           ELSE
               ADD 1 TO TEACHERSWITHPLANS
           END-IF.

       PrintOneAssignment.
           IF AG-TEACHID (ASGNIDX) = TT-ID (TEACHERIDX)
               IF AG-KIND (ASGNIDX) = 'S'
                   PERFORM ScanSectionBlock
               ELSE
                   PERFORM ScanCourseBlock
               END-IF
           END-IF.

      *The block heading prints with the first plan student found,
      *so a section or course with none adds nothing to the page.
       ScanSectionBlock.
           MOVE 0 TO BLOCKLISTED.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT SECTASGNFILE.
           IF SECTASGNSTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ SECTASGNFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                           AND SA-SECTION = AG-SECTION (ASGNIDX)
                       MOVE SA-IDNUM TO STUDIDSHOWN
                       PERFORM FindPlan
                       IF PLANFOUND > 0
                           MOVE SPACES TO STUDNAME
                           STRING SA-FNAME DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               SA-LNAME DELIMITED BY "  "
                               INTO STUDNAME
                           IF BLOCKLISTED = 0
                               MOVE SPACES TO RPTLINE
                               STRING "  HOMEROOM SECTION "
                                   DELIMITED BY SIZE
                                   AG-SECTION (ASGNIDX)
                                   DELIMITED BY SIZE
                                   " :" DELIMITED BY SIZE
                                   INTO RPTLINE
                               PERFORM EmitLine
                           END-IF
                           PERFORM PrintPlanStudent
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SECTASGNFILE
           END-IF.

      *Current-term enrollments only; with no calendar every term's
      *enrollments are taken, as the class lists do. The roster key
      *puts the course's lines together, so the read starts at the
      *course (and term) and stops when the course changes.
       ScanCourseBlock.
           MOVE 0 TO BLOCKLISTED.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE AG-CODE (ASGNIDX) TO CE-RK-CODE
               MOVE CURRENTTERMIDX TO CE-RK-TERMIDX
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-ROSTERKEY
                   INVALID KEY MOVE 'Y' TO SCANATEND
               END-START
               PERFORM UNTIL SCANATEND = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                       IF CE-RK-CODE NOT = AG-CODE (ASGNIDX)
                           OR (CURRENTTERMIDX NOT = 0
                               AND CE-RK-TERMIDX NOT = CURRENTTERMIDX)
                           MOVE 'Y' TO SCANATEND
                       END-IF
                   END-IF
                   IF SCANATEND = 'N'
                       MOVE CE-IDNUM TO STUDIDSHOWN
                       PERFORM FindPlan
                       IF PLANFOUND > 0
                           PERFORM LookupStudentName
                           IF BLOCKLISTED = 0
                               MOVE SPACES TO RPTLINE
                               STRING "  COURSE " DELIMITED BY SIZE
                                   AG-CODE (ASGNIDX) DELIMITED BY SIZE
                                   " :" DELIMITED BY SIZE
                                   INTO RPTLINE
                               PERFORM EmitLine
                           END-IF
                           PERFORM PrintPlanStudent
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
           END-IF.

       FindPlan.
           MOVE 0 TO PLANFOUND.
           PERFORM VARYING PLANIDX FROM 1 BY 1
                   UNTIL PLANIDX > PLANCOUNT OR PLANFOUND > 0
               IF PN-IDNUM (PLANIDX) = STUDIDSHOWN
                   MOVE PLANIDX TO PLANFOUND
               END-IF
           END-PERFORM.

       LookupStudentName.
           MOVE STUDIDSHOWN TO IDNUM.
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

      *The student line, then one line per accommodation in words.
       PrintPlanStudent.
           ADD 1 TO BLOCKLISTED.
           ADD 1 TO TEACHERLISTED.
           ADD 1 TO ENTRYTOTAL.
           IF PN-TYPE (PLANFOUND) = "I"
               MOVE "IEP" TO PLANTYPENAME
           ELSE
               MOVE "504 PLAN" TO PLANTYPENAME
           END-IF.
           MOVE SPACES TO RPTLINE.
           STRING "    " DELIMITED BY SIZE
               STUDIDSHOWN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUDNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PLANTYPENAME DELIMITED BY SIZE
               " CASE MGR " DELIMITED BY SIZE
               PN-CASEMGR (PLANFOUND) DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintOneAccom
               VARYING ACCIDX FROM 1 BY 1 UNTIL ACCIDX > 6.

       PrintOneAccom.
           IF PN-ACCOM (PLANFOUND, ACCIDX) NOT = SPACES
               MOVE SPACES TO CODEDESC
               PERFORM VARYING CODEIDX FROM 1 BY 1
                       UNTIL CODEIDX > CODECOUNT
                   IF KD-CODE (CODEIDX) = PN-ACCOM (PLANFOUND, ACCIDX)
                       MOVE KD-DESC (CODEIDX) TO CODEDESC
                   END-IF
               END-PERFORM
               MOVE SPACES TO RPTLINE
               STRING "        " DELIMITED BY SIZE
                   PN-ACCOM (PLANFOUND, ACCIDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CODEDESC DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintControlSection.
           MOVE "PAGE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "ACCOMMODATION CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Plans on file          : " DELIMITED BY SIZE
               PLANCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Teacher pages printed  : " DELIMITED BY SIZE
               PRINTEDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Teachers with a plan   : " DELIMITED BY SIZE
               TEACHERSWITHPLANS DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Student entries listed : " DELIMITED BY SIZE
               ENTRYTOTAL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
