       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseRpt.
      *Counselor caseload report: one page per counselor through the
      *shared PrintRpt routine (code CASELOAD), listing every student
      *on the caseload (cnslasgn.txt) with the early-warning signals
      *EwRpt scores alongside - failing subjects in the latest term
      *by the shared GradeCheck rule, absences in the current term
      *at or over the same threshold, and an open delinquency hold -
      *marked AT RISK when two or more trip, as EwRpt marks them,
      *and the date of the last contact note. The note text itself
      *never prints; it is read only through CnslMnt. A last page
      *lists the Active students no counselor has yet, so a gap in
      *the alphabet split shows up on paper.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT CnslAsgnFile ASSIGN TO "cnslasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CnslAsgnStatus.
           SELECT CnslNoteFile ASSIGN TO "cnslnote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CnslNoteStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT HoldFile ASSIGN TO "tuithold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD CnslAsgnFile.
       COPY CNSLASGN.

       FD CnslNoteFile.
       COPY CNSLNOTE.

       FD AttendFile.
       COPY ATTLOG.

       FD TermCalFile.
       COPY TERMCAL.

       FD HoldFile.
       COPY TUITHOLD.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  CnslAsgnStatus PIC XX.
       01  CnslNoteStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  HoldFileStatus PIC XX.
       01  TermStartDate PIC 9(8) VALUE 0.
       01  TermEndDate PIC 9(8) VALUE 0.
       01  TermHeading PIC X(15) VALUE SPACES.
      *Absences at or over this count trip the attendance signal -
      *the same line EwRpt draws.
       01  AbsenceThreshold CONSTANT AS 5.
       01  HoldIDTable.
           02 HoldID OCCURS 500 TIMES PIC 9(9).
       01  HoldCount PIC 9(3) VALUE 0.
       01  HoldIdx PIC 9(3).
       01  AsgnTable.
           02 AsgnEntry OCCURS 5000 TIMES.
               03 KA-IDNUM PIC 9(9).
               03 KA-COUNSELOR PIC X(10).
               03 KA-LASTNOTE PIC 9(8).
       01  AsgnCount PIC 9(4) VALUE 0.
       01  AsgnIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
      *Counselors in ID order, one page each.
       01  CaseTable.
           02 CaseEntry OCCURS 100 TIMES.
               03 KC-COUNSELOR PIC X(10).
               03 KC-COUNT PIC 9(5).
               03 KC-ATRISK PIC 9(5).
       01  CaseCount PIC 9(3) VALUE 0.
       01  CaseIdx PIC 9(3).
       01  InsertIdx PIC 9(3).
       01  ShiftIdx PIC 9(3).
       01  SubjectScore PIC 9(3).
       01  SubjectGrade PIC X.
       01  GradePassFlag PIC X.
           88 GradePass VALUE "Y".
           88 GradeFail VALUE "N".
       01  FailCount PIC 9.
       01  AbsentCount PIC 9(3).
       01  OnHold PIC A.
       01  SignalCount PIC 9.
       01  StudName PIC X(21).
       01  FlagText PIC X(36).
       01  FlagPtr PIC 9(2).
       01  PagesPrinted PIC 9(3) VALUE 0.
       01  StudentTotal PIC 9(5) VALUE 0.
       01  AtRiskTotal PIC 9(5) VALUE 0.
       01  UnassignedCount PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "CASELOAD".
       01  RptTitle PIC X(40) VALUE "COUNSELOR CASELOADS".
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
           PERFORM LoadAssignments.
           IF ASGNCOUNT = 0
               DISPLAY "CaseRpt : no counselor assignments on file - "
                   "assign students in CnslMnt first."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadLastNotes.
           PERFORM FindCurrentTerm.
           IF TERMSTARTDATE = 0
               DISPLAY "CaseRpt : no term is flagged current - the "
                   "absence signal is not scored."
           END-IF.
           PERFORM LoadHolds.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "CaseRpt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneCaseload
               VARYING CASEIDX FROM 1 BY 1 UNTIL CASEIDX > CASECOUNT.
           PERFORM PrintUnassigned.
           CLOSE STUDENTFILE.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "Caseloads printed : " CASECOUNT "  students : "
               STUDENTTOTAL "  at risk : " ATRISKTOTAL.
           IF UNASSIGNEDCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *The assignments, and the counselor list built from them in
      *counselor ID order.
       LoadAssignments.
           OPEN INPUT CNSLASGNFILE.
           IF CNSLASGNSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CNSLASGNFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ASGNCOUNT < 5000
                       ADD 1 TO ASGNCOUNT
                       MOVE CS-IDNUM TO KA-IDNUM (ASGNCOUNT)
                       MOVE CS-COUNSELOR TO KA-COUNSELOR (ASGNCOUNT)
                       MOVE 0 TO KA-LASTNOTE (ASGNCOUNT)
                       PERFORM AddCounselor
                   END-IF
               END-PERFORM
               CLOSE CNSLASGNFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       AddCounselor.
           MOVE 0 TO INSERTIDX.
           PERFORM VARYING CASEIDX FROM 1 BY 1
                   UNTIL CASEIDX > CASECOUNT
               IF KC-COUNSELOR (CASEIDX) = CS-COUNSELOR
                   MOVE 999 TO INSERTIDX
               END-IF
           END-PERFORM.
           IF INSERTIDX = 0 AND CASECOUNT < 100
               MOVE 1 TO INSERTIDX
               PERFORM VARYING CASEIDX FROM 1 BY 1
                       UNTIL CASEIDX > CASECOUNT
                   IF KC-COUNSELOR (CASEIDX) < CS-COUNSELOR
                       COMPUTE INSERTIDX = CASEIDX + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING SHIFTIDX FROM CASECOUNT BY -1
                       UNTIL SHIFTIDX < INSERTIDX
                   MOVE CASEENTRY (SHIFTIDX) TO CASEENTRY (SHIFTIDX + 1)
               END-PERFORM
               ADD 1 TO CASECOUNT
               MOVE CS-COUNSELOR TO KC-COUNSELOR (INSERTIDX)
               MOVE 0 TO KC-COUNT (INSERTIDX)
               MOVE 0 TO KC-ATRISK (INSERTIDX)
           END-IF.

      *Only the newest note date per student is kept - the report
      *shows when, never what.
       LoadLastNotes.
           OPEN INPUT CNSLNOTEFILE.
           IF CNSLNOTESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CNSLNOTEFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       PERFORM VARYING ASGNIDX FROM 1 BY 1
                               UNTIL ASGNIDX > ASGNCOUNT
                           IF KA-IDNUM (ASGNIDX) = KN-IDNUM
                                   AND KA-LASTNOTE (ASGNIDX) < KN-DATE
                               MOVE KN-DATE TO KA-LASTNOTE (ASGNIDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CNSLNOTEFILE
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
                       MOVE TC-STARTDATE TO TERMSTARTDATE
                       MOVE TC-ENDDATE TO TERMENDDATE
                       MOVE SPACES TO TERMHEADING
                       STRING TC-SEMNAME DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           TC-SCHOOLYEAR DELIMITED BY SIZE
                           INTO TERMHEADING
                   END-IF
               END-PERFORM
               CLOSE TERMCALFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadHolds.
           OPEN INPUT HOLDFILE.
           IF HOLDFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ HOLDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND HOLDCOUNT < 500
                       ADD 1 TO HOLDCOUNT
                       MOVE HL-IDNUM TO HOLDID (HOLDCOUNT)
                   END-IF
               END-PERFORM
               CLOSE HOLDFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       PrintOneCaseload.
           IF PAGESPRINTED > 0
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO PAGESPRINTED.
           MOVE SPACES TO RPTLINE.
           STRING "COUNSELOR " DELIMITED BY SIZE
               KC-COUNSELOR (CASEIDX) DELIMITED BY SIZE
               "   TERM : " DELIMITED BY SIZE
               TERMHEADING DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE "  ID         NAME                  GR  SIGNALS"
               TO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintOneCaseStudent
               VARYING ASGNIDX FROM 1 BY 1 UNTIL ASGNIDX > ASGNCOUNT.
           MOVE SPACES TO RPTLINE.
           STRING "  STUDENTS : " DELIMITED BY SIZE
               KC-COUNT (CASEIDX) DELIMITED BY SIZE
               "   AT RISK : " DELIMITED BY SIZE
               KC-ATRISK (CASEIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       PrintOneCaseStudent.
           IF KA-COUNSELOR (ASGNIDX) = KC-COUNSELOR (CASEIDX)
               ADD 1 TO KC-COUNT (CASEIDX)
               ADD 1 TO STUDENTTOTAL
               MOVE KA-IDNUM (ASGNIDX) TO IDNUM
               MOVE SPACES TO STUDNAME
               MOVE SPACES TO FLAGTEXT
               MOVE 1 TO FLAGPTR
               READ STUDENTFILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO STUDNAME
                       MOVE 0 TO GRADELEVEL
                   NOT INVALID KEY
                       STRING FNAME DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           LNAME DELIMITED BY "  "
                           INTO STUDNAME
                       PERFORM ScoreOneStudent
               END-READ
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   KA-IDNUM (ASGNIDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GRADELEVEL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FLAGTEXT DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               IF KA-LASTNOTE (ASGNIDX) > 0
                   MOVE SPACES TO RPTLINE
                   STRING "      LAST CONTACT NOTE " DELIMITED BY SIZE
                       KA-LASTNOTE (ASGNIDX) DELIMITED BY SIZE
                       INTO RPTLINE
                   PERFORM EmitLine
               END-IF
           END-IF.

      *EwRpt's three signals for the student just read, written as
      *short flags; two or more make the student AT RISK.
       ScoreOneStudent.
           MOVE 0 TO SIGNALCOUNT.
           PERFORM CountFailingSubjects.
           IF FAILCOUNT > 0
               ADD 1 TO SIGNALCOUNT
               STRING "FAIL " DELIMITED BY SIZE
                   FAILCOUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO FLAGTEXT WITH POINTER FLAGPTR
           END-IF.
           PERFORM CountTermAbsences.
           IF ABSENTCOUNT >= ABSENCETHRESHOLD
               ADD 1 TO SIGNALCOUNT
               STRING "ABS " DELIMITED BY SIZE
                   ABSENTCOUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO FLAGTEXT WITH POINTER FLAGPTR
           END-IF.
           MOVE 'N' TO ONHOLD.
           PERFORM VARYING HOLDIDX FROM 1 BY 1
                   UNTIL HOLDIDX > HOLDCOUNT
               IF HOLDID (HOLDIDX) = IDNUM
                   MOVE 'Y' TO ONHOLD
               END-IF
           END-PERFORM.
           IF ONHOLD = 'Y'
               ADD 1 TO SIGNALCOUNT
               STRING "HOLD  " DELIMITED BY SIZE
                   INTO FLAGTEXT WITH POINTER FLAGPTR
           END-IF.
           IF SIGNALCOUNT >= 2
               ADD 1 TO KC-ATRISK (CASEIDX)
               ADD 1 TO ATRISKTOTAL
               STRING "AT RISK" DELIMITED BY SIZE
                   INTO FLAGTEXT WITH POINTER FLAGPTR
           END-IF.

       CountFailingSubjects.
           MOVE 0 TO FAILCOUNT.
           IF TERMCOUNT > 0
               MOVE CHINS (TERMCOUNT) TO SUBJECTSCORE
               PERFORM CheckOneSubject
               MOVE ENGS (TERMCOUNT) TO SUBJECTSCORE
               PERFORM CheckOneSubject
               MOVE MATHS (TERMCOUNT) TO SUBJECTSCORE
               PERFORM CheckOneSubject
           END-IF.

       CheckOneSubject.
           EVALUATE TRUE
               WHEN SUBJECTSCORE >= 90 MOVE "A" TO SUBJECTGRADE
               WHEN SUBJECTSCORE >= 80 MOVE "B" TO SUBJECTGRADE
               WHEN SUBJECTSCORE >= 70 MOVE "C" TO SUBJECTGRADE
               WHEN SUBJECTSCORE >= 60 MOVE "D" TO SUBJECTGRADE
               WHEN OTHER MOVE "F" TO SUBJECTGRADE
           END-EVALUATE.
           CALL "GradeCheck" USING SUBJECTGRADE, GRADEPASSFLAG.
           IF GRADEFAIL
               ADD 1 TO FAILCOUNT
           END-IF.

       CountTermAbsences.
           MOVE 0 TO ABSENTCOUNT.
           IF TERMSTARTDATE > 0
               MOVE 'N' TO SCANATEND
               OPEN INPUT ATTENDFILE
               IF ATTENDFILESTATUS = FS-SUCCESS
                   PERFORM UNTIL SCANATEND = 'Y'
                       READ ATTENDFILE
                           AT END MOVE 'Y' TO SCANATEND
                       END-READ
                       IF SCANATEND = 'N' AND AT-ABSENT
                               AND AT-IDNUM = IDNUM
                               AND AT-DATE >= TERMSTARTDATE
                               AND AT-DATE <= TERMENDDATE
                           ADD 1 TO ABSENTCOUNT
                       END-IF
                   END-PERFORM
                   CLOSE ATTENDFILE
               END-IF
           END-IF.

      *Active students on no caseload, in ID order.
       PrintUnassigned.
           MOVE "PAGE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "ACTIVE STUDENTS WITH NO COUNSELOR ASSIGNED :"
               TO RPTLINE.
           PERFORM EmitLine.
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
                   MOVE 0 TO FOUNDIDX
                   PERFORM VARYING ASGNIDX FROM 1 BY 1
                           UNTIL ASGNIDX > ASGNCOUNT OR FOUNDIDX > 0
                       IF KA-IDNUM (ASGNIDX) = IDNUM
                           MOVE ASGNIDX TO FOUNDIDX
                       END-IF
                   END-PERFORM
                   IF FOUNDIDX = 0
                       ADD 1 TO UNASSIGNEDCOUNT
                       MOVE SPACES TO RPTLINE
                       STRING "  " DELIMITED BY SIZE
                           IDNUM DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           FNAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LNAME DELIMITED BY SIZE
                           "  GRADE " DELIMITED BY SIZE
                           GRADELEVEL DELIMITED BY SIZE
                           INTO RPTLINE
                       PERFORM EmitLine
                   END-IF
               END-IF
           END-PERFORM.
           IF UNASSIGNEDCOUNT = 0
               MOVE "  None." TO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "CASELOAD CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Counselors           : " DELIMITED BY SIZE
               CASECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Students assigned    : " DELIMITED BY SIZE
               STUDENTTOTAL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  At risk (2+ signals) : " DELIMITED BY SIZE
               ATRISKTOTAL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Active, unassigned   : " DELIMITED BY SIZE
               UNASSIGNEDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
