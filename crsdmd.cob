       IDENTIFICATION DIVISION.
       PROGRAM-ID. CrsDmd.
      *Course demand tally for next year's planning: counts the
      *requests in crsreq.txt for each catalog course - first
      *choices, how many of those students hold the prerequisite,
      *those flagged short of it, and alternates - against the
      *course's CC-MAXSEATS, so StudSched and MeetMnt can be laid
      *out from real numbers instead of a count of paper forms. A
      *second page lists the sections to open : one line per
      *section needed to seat every qualified first choice at
      *CC-MAXSEATS a room (a course with no seat limit needs one),
      *with the seats each would hold. The year is REQYEAR in the
      *environment, otherwise the latest year on the request file,
      *so the step runs promptless. Printed through the shared
      *PrintRpt routine (code CRSDMD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseCatFile ASSIGN TO "crscat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCatStatus.
           SELECT CourseReqFile ASSIGN TO "crsreq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseReqStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CourseCatFile.
       COPY CRSCAT.

       FD CourseReqFile.
       COPY CRSREQ.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  CourseCatStatus PIC XX.
       01  CourseReqStatus PIC XX.
       01  CourseTable.
           02 CourseEntry OCCURS 200 TIMES.
               03 CR-CODE PIC X(6).
               03 CR-TITLE PIC X(20).
               03 CR-MAXSEATS PIC 9(3).
               03 CR-FIRST PIC 9(5).
               03 CR-QUALIFIED PIC 9(5).
               03 CR-SHORT PIC 9(5).
               03 CR-ALTERNATE PIC 9(5).
               03 CR-SECTIONS PIC 9(3).
       01  CourseCount PIC 9(3) VALUE 0.
       01  CourseIdx PIC 9(3).
       01  FoundIdx PIC 9(3).
       01  ReqYear PIC 9(4) VALUE 0.
       01  ReqYearText PIC X(4).
       01  RequestCount PIC 9(6) VALUE 0.
       01  UnknownCount PIC 9(5) VALUE 0.
       01  OverCount PIC 9(3) VALUE 0.
       01  SectionTotal PIC 9(4) VALUE 0.
       01  SectionIdx PIC 9(3).
       01  SeatsLeft PIC 9(5).
       01  SeatsHere PIC 9(5).
       01  CountShow PIC ZZZZ9.
       01  SeatShow PIC ZZ9.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "CRSDMD".
       01  RptTitle PIC X(40) VALUE "NEXT-YEAR COURSE DEMAND".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE SPACES TO REQYEARTEXT.
           ACCEPT REQYEARTEXT FROM ENVIRONMENT "REQYEAR".
           IF REQYEARTEXT NOT = SPACES
               COMPUTE REQYEAR = FUNCTION NUMVAL (REQYEARTEXT)
           ELSE
               PERFORM FindLatestYear
           END-IF.
           IF REQYEAR = 0
               DISPLAY "CrsDmd : no course requests on file."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadCourses.
           PERFORM TallyRequests.
           PERFORM WorkOutSections
               VARYING COURSEIDX FROM 1 BY 1
               UNTIL COURSEIDX > COURSECOUNT.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintDemandPage.
           MOVE "PAGE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintSectionPage.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "CrsDmd : " REQUESTCOUNT " request(s) for "
               REQYEAR ", " SECTIONTOTAL " section(s) needed.".
           IF UNKNOWNCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       FindLatestYear.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSEREQFILE.
           IF COURSEREQSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEREQFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND RQ-FORYEAR > REQYEAR
                       MOVE RQ-FORYEAR TO REQYEAR
                   END-IF
               END-PERFORM
               CLOSE COURSEREQFILE
           END-IF.

       LoadCourses.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSECATFILE.
           IF COURSECATSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSECATFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND COURSECOUNT < 200
                       ADD 1 TO COURSECOUNT
                       MOVE CC-CODE TO CR-CODE (COURSECOUNT)
                       MOVE CC-TITLE TO CR-TITLE (COURSECOUNT)
                       MOVE CC-MAXSEATS TO CR-MAXSEATS (COURSECOUNT)
                       MOVE 0 TO CR-FIRST (COURSECOUNT)
                       MOVE 0 TO CR-QUALIFIED (COURSECOUNT)
                       MOVE 0 TO CR-SHORT (COURSECOUNT)
                       MOVE 0 TO CR-ALTERNATE (COURSECOUNT)
                       MOVE 0 TO CR-SECTIONS (COURSECOUNT)
                   END-IF
               END-PERFORM
               CLOSE COURSECATFILE
           END-IF.

       TallyRequests.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSEREQFILE.
           IF COURSEREQSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEREQFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND RQ-FORYEAR = REQYEAR
                       ADD 1 TO REQUESTCOUNT
                       PERFORM CountOneRequest
                   END-IF
               END-PERFORM
               CLOSE COURSEREQFILE
           END-IF.

       CountOneRequest.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING COURSEIDX FROM 1 BY 1
                   UNTIL COURSEIDX > COURSECOUNT
               IF CR-CODE (COURSEIDX) = RQ-CODE
                   MOVE COURSEIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN FOUNDIDX = 0
                   ADD 1 TO UNKNOWNCOUNT
               WHEN RQ-ALTERNATE
                   ADD 1 TO CR-ALTERNATE (FOUNDIDX)
               WHEN OTHER
                   ADD 1 TO CR-FIRST (FOUNDIDX)
                   IF RQ-PREREQ-SHORT
                       ADD 1 TO CR-SHORT (FOUNDIDX)
                   ELSE
                       ADD 1 TO CR-QUALIFIED (FOUNDIDX)
                   END-IF
           END-EVALUATE.

      *Sections to seat every qualified first choice; a course with
      *no seat limit is one section however many ask for it.
       WorkOutSections.
           IF CR-QUALIFIED (COURSEIDX) > 0
               IF CR-MAXSEATS (COURSEIDX) = 0
                   MOVE 1 TO CR-SECTIONS (COURSEIDX)
               ELSE
                   COMPUTE CR-SECTIONS (COURSEIDX) =
                       (CR-QUALIFIED (COURSEIDX)
                       + CR-MAXSEATS (COURSEIDX) - 1)
                       / CR-MAXSEATS (COURSEIDX)
               END-IF
               ADD CR-SECTIONS (COURSEIDX) TO SECTIONTOTAL
           END-IF.
           IF CR-MAXSEATS (COURSEIDX) > 0
                   AND CR-FIRST (COURSEIDX) > CR-MAXSEATS (COURSEIDX)
               ADD 1 TO OVERCOUNT
           END-IF.

       PrintDemandPage.
           MOVE SPACES TO RPTLINE.
           STRING "REQUESTS FOR SCHOOL YEAR " DELIMITED BY SIZE
               REQYEAR DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "COURSE TITLE" TO RPTLINE.
           MOVE "FIRST" TO RPTLINE (30:5).
           MOVE "QUAL" TO RPTLINE (37:4).
           MOVE "SHORT" TO RPTLINE (42:5).
           MOVE "ALT" TO RPTLINE (50:3).
           MOVE "SEATS" TO RPTLINE (54:5).
           MOVE "SECT" TO RPTLINE (60:4).
           PERFORM EmitLine.
           PERFORM PrintOneDemand
               VARYING COURSEIDX FROM 1 BY 1
               UNTIL COURSEIDX > COURSECOUNT.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE REQUESTCOUNT TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "REQUESTS COUNTED            : " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE OVERCOUNT TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "COURSES OVER ONE ROOM       : " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF UNKNOWNCOUNT > 0
               MOVE UNKNOWNCOUNT TO COUNTSHOW
               MOVE SPACES TO RPTLINE
               STRING "** REQUESTS FOR COURSES NO LONGER IN THE "
                       DELIMITED BY SIZE
                   "CATALOG : " DELIMITED BY SIZE
                   COUNTSHOW DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintOneDemand.
           IF CR-FIRST (COURSEIDX) > 0 OR CR-ALTERNATE (COURSEIDX) > 0
               MOVE SPACES TO RPTLINE
               MOVE CR-CODE (COURSEIDX) TO RPTLINE (1:6)
               MOVE CR-TITLE (COURSEIDX) TO RPTLINE (8:20)
               MOVE CR-FIRST (COURSEIDX) TO COUNTSHOW
               MOVE COUNTSHOW TO RPTLINE (30:5)
               MOVE CR-QUALIFIED (COURSEIDX) TO COUNTSHOW
               MOVE COUNTSHOW TO RPTLINE (36:5)
               MOVE CR-SHORT (COURSEIDX) TO COUNTSHOW
               MOVE COUNTSHOW TO RPTLINE (42:5)
               MOVE CR-ALTERNATE (COURSEIDX) TO COUNTSHOW
               MOVE COUNTSHOW TO RPTLINE (48:5)
               IF CR-MAXSEATS (COURSEIDX) = 0
                   MOVE "NONE" TO RPTLINE (55:4)
               ELSE
                   MOVE CR-MAXSEATS (COURSEIDX) TO SEATSHOW
                   MOVE SEATSHOW TO RPTLINE (56:3)
               END-IF
               MOVE CR-SECTIONS (COURSEIDX) TO SEATSHOW
               MOVE SEATSHOW TO RPTLINE (61:3)
               IF CR-MAXSEATS (COURSEIDX) > 0 AND CR-FIRST (COURSEIDX)
                       > CR-MAXSEATS (COURSEIDX)
                   MOVE "OVER" TO RPTLINE (66:4)
               END-IF
               PERFORM EmitLine
           END-IF.

      *One line per section to open, each filled to CC-MAXSEATS
      *and the last holding the remainder.
       PrintSectionPage.
           MOVE "SECTIONS TO OPEN" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintCourseSections
               VARYING COURSEIDX FROM 1 BY 1
               UNTIL COURSEIDX > COURSECOUNT.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SECTIONTOTAL TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "SECTIONS NEEDED             : " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       PrintCourseSections.
           MOVE CR-QUALIFIED (COURSEIDX) TO SEATSLEFT.
           PERFORM PrintOneSection
               VARYING SECTIONIDX FROM 1 BY 1
               UNTIL SECTIONIDX > CR-SECTIONS (COURSEIDX).

       PrintOneSection.
           IF CR-MAXSEATS (COURSEIDX) = 0
                   OR SEATSLEFT < CR-MAXSEATS (COURSEIDX)
               MOVE SEATSLEFT TO SEATSHERE
           ELSE
               MOVE CR-MAXSEATS (COURSEIDX) TO SEATSHERE
           END-IF.
           SUBTRACT SEATSHERE FROM SEATSLEFT.
           MOVE SPACES TO RPTLINE.
           MOVE CR-CODE (COURSEIDX) TO RPTLINE (1:6).
           MOVE CR-TITLE (COURSEIDX) TO RPTLINE (8:20).
           MOVE "SECTION" TO RPTLINE (30:7).
           MOVE SECTIONIDX TO SEATSHOW.
           MOVE SEATSHOW TO RPTLINE (38:3).
           MOVE SEATSHERE TO COUNTSHOW.
           MOVE COUNTSHOW TO RPTLINE (43:5).
           MOVE "STUDENTS" TO RPTLINE (49:8).
           PERFORM EmitLine.
