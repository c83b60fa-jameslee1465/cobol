       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdmRpt.
      *Admissions summary: one line per grade 0-12 setting the
      *applications kept in AdmMnt - applied and not yet decided,
      *waitlisted, accepted but not yet enrolled, enrolled, denied -
      *against the seats ProjRpt projects the returning students
      *will fill next year (projseat.txt, from its last run). The
      *projection date prints on the report; with no projection
      *file the seat column is blank and the run ends with a
      *warning, so the office knows to run ProjRpt first.
      *Applications dated before the ADMFROM environment variable
      *(CCYYMMDD) are left out, so last season's file doesn't swell
      *this season's counts; unset, every application counts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplicantFile ASSIGN TO "applicnt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApplicantStatus.
           SELECT ProjSeatFile ASSIGN TO "projseat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProjSeatStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ApplicantFile.
       COPY APPLICNT.

       FD ProjSeatFile.
       COPY PROJSEAT.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ApplicantStatus PIC XX.
       01  ProjSeatStatus PIC XX.
       01  FromDateText PIC X(8).
       01  FromDate PIC 9(8).
       01  ProjDate PIC 9(8) VALUE 0.
       01  HaveProjection PIC A VALUE "N".
      *Slots 1-13 are grades 0-12.
       01  AdmGrades.
           02 AdmGrade OCCURS 13 TIMES.
               03 AG-PROJECTED PIC 9(5).
               03 AG-APPLIED PIC 9(5).
               03 AG-WAITLIST PIC 9(5).
               03 AG-ACCEPTED PIC 9(5).
               03 AG-ENROLLED PIC 9(5).
               03 AG-DENIED PIC 9(5).
       01  AdmTotals.
           02 AT-PROJECTED PIC 9(5) VALUE 0.
           02 AT-APPLIED PIC 9(5) VALUE 0.
           02 AT-WAITLIST PIC 9(5) VALUE 0.
           02 AT-ACCEPTED PIC 9(5) VALUE 0.
           02 AT-ENROLLED PIC 9(5) VALUE 0.
           02 AT-DENIED PIC 9(5) VALUE 0.
       01  GradeIdx PIC 9(2).
       01  DisplayGrade PIC 9(2).
       01  ApplRead PIC 9(5) VALUE 0.
       01  ApplCounted PIC 9(5) VALUE 0.
       01  ApplSkipped PIC 9(5) VALUE 0.
       01  ApplBadGrade PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "ADMSUM".
       01  RptTitle PIC X(40) VALUE "ADMISSIONS SUMMARY BY GRADE".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT FROMDATETEXT FROM ENVIRONMENT "ADMFROM".
           IF FROMDATETEXT NOT = SPACES
               COMPUTE FROMDATE = FUNCTION NUMVAL (FROMDATETEXT)
           ELSE
               MOVE 0 TO FROMDATE
           END-IF.
           PERFORM VARYING GRADEIDX FROM 1 BY 1 UNTIL GRADEIDX > 13
               INITIALIZE ADMGRADE (GRADEIDX)
           END-PERFORM.
           PERFORM LoadProjection.
           PERFORM CountApplicants.
           IF APPLREAD = 0
               DISPLAY "AdmRpt : no applications on file - enter "
                   "them in AdmMnt first."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  GRADE  PROJECTED  APPLIED  WAITLIST  ACCEPTED" &
               "  ENROLLED  DENIED" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneGrade
               VARYING GRADEIDX FROM 1 BY 1 UNTIL GRADEIDX > 13.
           PERFORM PrintTotals.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "Applications counted : " APPLCOUNTED
               "  accepted : " AT-ACCEPTED "  enrolled : "
               AT-ENROLLED.
           IF HAVEPROJECTION NOT = 'Y'
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadProjection.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT PROJSEATFILE.
           IF PROJSEATSTATUS NOT = FS-SUCCESS
               DISPLAY "AdmRpt : no seat projection on file - run "
                   "ProjRpt for the seat column."
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PROJSEATFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PS-GRADE <= 12
                       MOVE 'Y' TO HAVEPROJECTION
                       MOVE PS-PROJECTED
                           TO AG-PROJECTED (PS-GRADE + 1)
                       ADD PS-PROJECTED TO AT-PROJECTED
                       MOVE PS-RUNDATE TO PROJDATE
                   END-IF
               END-PERFORM
               CLOSE PROJSEATFILE
           END-IF.

       CountApplicants.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT APPLICANTFILE.
           IF APPLICANTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ APPLICANTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       ADD 1 TO APPLREAD
                       PERFORM CountOneApplicant
                   END-IF
               END-PERFORM
               CLOSE APPLICANTFILE
           END-IF.

       CountOneApplicant.
           EVALUATE TRUE
               WHEN AN-APPDATE < FROMDATE
                   ADD 1 TO APPLSKIPPED
               WHEN AN-GRADE > 12
                   ADD 1 TO APPLBADGRADE
               WHEN OTHER
                   ADD 1 TO APPLCOUNTED
                   COMPUTE GRADEIDX = AN-GRADE + 1
                   EVALUATE TRUE
                       WHEN AN-APPLIED
                           ADD 1 TO AG-APPLIED (GRADEIDX)
                           ADD 1 TO AT-APPLIED
                       WHEN AN-WAITLISTED
                           ADD 1 TO AG-WAITLIST (GRADEIDX)
                           ADD 1 TO AT-WAITLIST
                       WHEN AN-ACCEPTED
                           ADD 1 TO AG-ACCEPTED (GRADEIDX)
                           ADD 1 TO AT-ACCEPTED
                       WHEN AN-ENROLLED
                           ADD 1 TO AG-ENROLLED (GRADEIDX)
                           ADD 1 TO AT-ENROLLED
                       WHEN AN-DENIED
                           ADD 1 TO AG-DENIED (GRADEIDX)
                           ADD 1 TO AT-DENIED
                   END-EVALUATE
           END-EVALUATE.

       PrintOneGrade.
           COMPUTE DISPLAYGRADE = GRADEIDX - 1.
           MOVE SPACES TO RPTLINE.
           IF HAVEPROJECTION = 'Y'
               STRING "  " DELIMITED BY SIZE
                   DISPLAYGRADE DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   AG-PROJECTED (GRADEIDX) DELIMITED BY SIZE
                   INTO RPTLINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   DISPLAYGRADE DELIMITED BY SIZE
                   INTO RPTLINE
           END-IF.
           MOVE AG-APPLIED (GRADEIDX) TO RPTLINE (21:5).
           MOVE AG-WAITLIST (GRADEIDX) TO RPTLINE (30:5).
           MOVE AG-ACCEPTED (GRADEIDX) TO RPTLINE (40:5).
           MOVE AG-ENROLLED (GRADEIDX) TO RPTLINE (50:5).
           MOVE AG-DENIED (GRADEIDX) TO RPTLINE (60:5).
           PERFORM EmitLine.

       PrintTotals.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "  TOTAL" TO RPTLINE.
           IF HAVEPROJECTION = 'Y'
               MOVE AT-PROJECTED TO RPTLINE (10:5)
           END-IF.
           MOVE AT-APPLIED TO RPTLINE (21:5).
           MOVE AT-WAITLIST TO RPTLINE (30:5).
           MOVE AT-ACCEPTED TO RPTLINE (40:5).
           MOVE AT-ENROLLED TO RPTLINE (50:5).
           MOVE AT-DENIED TO RPTLINE (60:5).
           PERFORM EmitLine.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "ADMISSIONS CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Applications read       : " DELIMITED BY SIZE
               APPLREAD DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Counted above           : " DELIMITED BY SIZE
               APPLCOUNTED DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Dated before " DELIMITED BY SIZE
               FROMDATE DELIMITED BY SIZE
               "   : " DELIMITED BY SIZE
               APPLSKIPPED DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Grade not 0-12          : " DELIMITED BY SIZE
               APPLBADGRADE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           IF HAVEPROJECTION = 'Y'
               STRING "  Seat projection run     : " DELIMITED BY SIZE
                   PROJDATE DELIMITED BY SIZE
                   INTO RPTLINE
           ELSE
               MOVE "  Seat projection run     : NONE - RUN PROJRPT"
                   TO RPTLINE
           END-IF.
           PERFORM EmitLine.
