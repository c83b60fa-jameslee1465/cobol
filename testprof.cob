       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestProf.
      *State assessment proficiency report: for one administration
      *of the state tests, how many students tested at each
      *proficiency level and the percent proficient (met or
      *exceeded), per test, by grade level and again by homeroom
      *section from sectasgn.txt - the summary the principal used
      *to build by hand from the spreadsheet. The administration
      *is the date in TESTDATE in the environment, otherwise the
      *latest one on testscr.txt, so the step runs promptless.
      *Grade is the grade stamped on the result when TestLoad
      *posted it; a student not placed in a section is counted
      *under section 00. Printed through the shared PrintRpt
      *routine (code TESTPROF) with an all-grades total per test.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TestScoreFile ASSIGN TO "testscr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TestScoreStatus.
           SELECT SectAsgnFile ASSIGN TO "sectasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SectAsgnStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TestScoreFile.
       COPY TESTSCR.

       FD SectAsgnFile.
       COPY SECTASGN.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  TestScoreStatus PIC XX.
       01  SectAsgnStatus PIC XX.
       01  TestDate PIC 9(8) VALUE 0.
       01  TestDateText PIC X(8).
       01  SectTable.
           02 SectEntry OCCURS 2000 TIMES.
               03 SE-IDNUM PIC 9(9).
               03 SE-SECTION PIC 9(2).
       01  SectCount PIC 9(4) VALUE 0.
       01  SectIdx PIC 9(4).
      *One row per grade (kind G) or section (kind S) and test; the
      *kind T rows are the all-grades total per test.
       01  ProfTable.
           02 ProfEntry OCCURS 500 TIMES.
               03 PF-KIND PIC X.
               03 PF-KEY PIC 9(2).
               03 PF-TEST PIC X(8).
               03 PF-TESTED PIC 9(5).
               03 PF-LEVELCOUNT PIC 9(5) OCCURS 4 TIMES.
       01  ProfCount PIC 9(3) VALUE 0.
       01  ProfIdx PIC 9(3).
       01  FoundIdx PIC 9(4).
       01  WorkKind PIC X.
       01  WorkKey PIC 9(2).
       01  KeyIdx PIC 9(3).
       01  LevelIdx PIC 9.
       01  ResultCount PIC 9(5) VALUE 0.
       01  ProficientCount PIC 9(5).
       01  ProficientPct PIC 9(3)V9.
       01  CountShow PIC ZZZZ9.
       01  PercentShow PIC ZZ9.9.
       01  KeyLabel PIC X(10).
       01  RowsPrinted PIC 9(3).
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "TESTPROF".
       01  RptTitle PIC X(40) VALUE "STATE ASSESSMENT PROFICIENCY".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE SPACES TO TESTDATETEXT.
           ACCEPT TESTDATETEXT FROM ENVIRONMENT "TESTDATE".
           IF TESTDATETEXT NOT = SPACES
               COMPUTE TESTDATE = FUNCTION NUMVAL (TESTDATETEXT)
           ELSE
               PERFORM FindLatestAdministration
           END-IF.
           IF TESTDATE = 0
               DISPLAY "TestProf : no state test results on file."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadSections.
           PERFORM TallyResults.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "ADMINISTRATION OF " DELIMITED BY SIZE
               TESTDATE DELIMITED BY SIZE
               "   RESULTS " DELIMITED BY SIZE
               RESULTCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "BY GRADE LEVEL" TO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintColumnHeads.
           MOVE 'G' TO WORKKIND.
           PERFORM PrintKindRows.
           MOVE 'T' TO WORKKIND.
           PERFORM PrintKindRows.
           MOVE "PAGE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "BY HOMEROOM SECTION" TO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintColumnHeads.
           MOVE 'S' TO WORKKIND.
           PERFORM PrintKindRows.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "TestProf : " RESULTCOUNT " result(s) for "
               TESTDATE " reported.".
           IF RESULTCOUNT = 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       FindLatestAdministration.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TESTSCOREFILE.
           IF TESTSCORESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TESTSCOREFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TS-TESTDATE > TESTDATE
                       MOVE TS-TESTDATE TO TESTDATE
                   END-IF
               END-PERFORM
               CLOSE TESTSCOREFILE
           END-IF.

       LoadSections.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT SECTASGNFILE.
           IF SECTASGNSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SECTASGNFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SECTCOUNT < 2000
                       ADD 1 TO SECTCOUNT
                       MOVE SA-IDNUM TO SE-IDNUM (SECTCOUNT)
                       MOVE SA-SECTION TO SE-SECTION (SECTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE SECTASGNFILE
           END-IF.

      *Each result counts once under its grade, once under its
      *section, and once in its test's all-grades total.
       TallyResults.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TESTSCOREFILE.
           IF TESTSCORESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TESTSCOREFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TS-TESTDATE = TESTDATE
                       ADD 1 TO RESULTCOUNT
                       MOVE 'G' TO WORKKIND
                       MOVE TS-GRADE TO WORKKEY
                       PERFORM CountOneResult
                       MOVE 'S' TO WORKKIND
                       PERFORM FindSection
                       PERFORM CountOneResult
                       MOVE 'T' TO WORKKIND
                       MOVE 0 TO WORKKEY
                       PERFORM CountOneResult
                   END-IF
               END-PERFORM
               CLOSE TESTSCOREFILE
           END-IF.

       FindSection.
           MOVE 0 TO WORKKEY.
           PERFORM VARYING SECTIDX FROM 1 BY 1
                   UNTIL SECTIDX > SECTCOUNT
               IF SE-IDNUM (SECTIDX) = TS-IDNUM
                   MOVE SE-SECTION (SECTIDX) TO WORKKEY
               END-IF
           END-PERFORM.

       CountOneResult.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING PROFIDX FROM 1 BY 1
                   UNTIL PROFIDX > PROFCOUNT
               IF PF-KIND (PROFIDX) = WORKKIND
                       AND PF-KEY (PROFIDX) = WORKKEY
                       AND PF-TEST (PROFIDX) = TS-TEST
                   MOVE PROFIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND PROFCOUNT < 500
               ADD 1 TO PROFCOUNT
               MOVE PROFCOUNT TO FOUNDIDX
               MOVE WORKKIND TO PF-KIND (FOUNDIDX)
               MOVE WORKKEY TO PF-KEY (FOUNDIDX)
               MOVE TS-TEST TO PF-TEST (FOUNDIDX)
               MOVE 0 TO PF-TESTED (FOUNDIDX)
               PERFORM VARYING LEVELIDX FROM 1 BY 1
                       UNTIL LEVELIDX > 4
                   MOVE 0 TO PF-LEVELCOUNT (FOUNDIDX, LEVELIDX)
               END-PERFORM
           END-IF.
           IF FOUNDIDX > 0
               ADD 1 TO PF-TESTED (FOUNDIDX)
               IF TS-LEVEL >= 1 AND TS-LEVEL <= 4
                   ADD 1 TO PF-LEVELCOUNT (FOUNDIDX, TS-LEVEL)
               END-IF
           END-IF.

       PrintColumnHeads.
           MOVE SPACES TO RPTLINE.
           MOVE "TEST" TO RPTLINE (12:4).
           MOVE "TESTED" TO RPTLINE (22:6).
           MOVE "NOT MET" TO RPTLINE (30:7).
           MOVE "PARTIAL" TO RPTLINE (38:7).
           MOVE "MET" TO RPTLINE (50:3).
           MOVE "EXCEEDED" TO RPTLINE (55:8).
           MOVE "% PROF" TO RPTLINE (65:6).
           PERFORM EmitLine.

      *Rows in key order : every grade or section number 00-99 in
      *turn, each with its tests in the order they were met.
       PrintKindRows.
           MOVE 0 TO ROWSPRINTED.
           PERFORM PrintKeyRows
               VARYING KEYIDX FROM 0 BY 1 UNTIL KEYIDX > 99.
           IF ROWSPRINTED = 0
               MOVE "  (no results)" TO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.

       PrintKeyRows.
           PERFORM VARYING PROFIDX FROM 1 BY 1
                   UNTIL PROFIDX > PROFCOUNT
               IF PF-KIND (PROFIDX) = WORKKIND
                       AND PF-KEY (PROFIDX) = KEYIDX
                   PERFORM PrintOneRow
               END-IF
           END-PERFORM.

       PrintOneRow.
           ADD 1 TO ROWSPRINTED.
           MOVE SPACES TO KEYLABEL.
           EVALUATE WORKKIND
               WHEN 'G'
                   STRING "GRADE " DELIMITED BY SIZE
                       PF-KEY (PROFIDX) DELIMITED BY SIZE
                       INTO KEYLABEL
               WHEN 'S'
                   IF PF-KEY (PROFIDX) = 0
                       MOVE "UNPLACED" TO KEYLABEL
                   ELSE
                       STRING "SECTION " DELIMITED BY SIZE
                           PF-KEY (PROFIDX) DELIMITED BY SIZE
                           INTO KEYLABEL
                   END-IF
               WHEN OTHER
                   MOVE "ALL GRADES" TO KEYLABEL
           END-EVALUATE.
           MOVE SPACES TO RPTLINE.
           MOVE KEYLABEL TO RPTLINE (1:10).
           MOVE PF-TEST (PROFIDX) TO RPTLINE (12:8).
           MOVE PF-TESTED (PROFIDX) TO COUNTSHOW.
           MOVE COUNTSHOW TO RPTLINE (23:5).
           MOVE PF-LEVELCOUNT (PROFIDX, 1) TO COUNTSHOW.
           MOVE COUNTSHOW TO RPTLINE (32:5).
           MOVE PF-LEVELCOUNT (PROFIDX, 2) TO COUNTSHOW.
           MOVE COUNTSHOW TO RPTLINE (40:5).
           MOVE PF-LEVELCOUNT (PROFIDX, 3) TO COUNTSHOW.
           MOVE COUNTSHOW TO RPTLINE (48:5).
           MOVE PF-LEVELCOUNT (PROFIDX, 4) TO COUNTSHOW.
           MOVE COUNTSHOW TO RPTLINE (58:5).
           COMPUTE PROFICIENTCOUNT = PF-LEVELCOUNT (PROFIDX, 3)
               + PF-LEVELCOUNT (PROFIDX, 4).
           IF PF-TESTED (PROFIDX) > 0
               COMPUTE PROFICIENTPCT ROUNDED =
                   PROFICIENTCOUNT * 100 / PF-TESTED (PROFIDX)
           ELSE
               MOVE 0 TO PROFICIENTPCT
           END-IF.
           MOVE PROFICIENTPCT TO PERCENTSHOW.
           MOVE PERCENTSHOW TO RPTLINE (66:5).
           PERFORM EmitLine.
