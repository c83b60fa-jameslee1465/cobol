       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeCalc.
      *Term score calculation from the assignment gradebook: rolls
      *each student's assignment scores in one course offering up
      *into the course score for the calendar's current term and
      *posts it through GradeLoad, so a calculated score passes
      *exactly the edits a keyed grade sheet does - check digit,
      *student on file, score 0-100 - and rejects land in
      *gradrej.txt the same way. The course comes from GBCOURSE in
      *the environment, otherwise a prompt. Each category is
      *points earned over points possible; excused work is left
      *out, work marked missing or due and never entered counts as
      *zero, and work not yet due and not yet scored is left out.
      *The term score is the category percents weighted by the
      *gbcat.txt weights, scaled to the weights of the categories
      *that had work, rounded; a student with nothing counted posts
      *an E mark rather than a zero. The sheet is built as
      *gradsht.txt in GradeLoad's H / D / T layout with check
      *digits from the shared CheckDigit routine and handed to
      *GradeLoad. A run is refused when the course already has
      *scores for the term on crsenrl.txt (a correction goes
      *through CrsEnrl) or when gradsht.txt holds another course's
      *sheet that has not been posted yet; a course already posted,
      *or with no gradebook scores yet, is simply nothing to do and
      *ends clean, so a nightly calendar entry doesn't warn every
      *night after the first. The register of every student's
      *category percents and score prints through the shared
      *PrintRpt routine (code GRADECLC).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT CourseCatFile ASSIGN TO "crscat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCatStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT GradeCatFile ASSIGN TO "gbcat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GradeCatStatus.
           SELECT GradeWorkFile ASSIGN TO "gbwork.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GradeWorkStatus.
           SELECT GradeScoreFile ASSIGN TO "gbscore.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GradeScoreStatus.
           SELECT SheetFile ASSIGN TO "gradsht.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SheetFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD TermCalFile.
       COPY TERMCAL.

       FD GradeCatFile.
       COPY GBCAT.

       FD GradeWorkFile.
       COPY GBWORK.

       FD GradeScoreFile.
       COPY GBSCORE.

      *Same layout GradeLoad reads.
       FD SheetFile.
       01  SheetDetail.
           02 GS-RECTYPE PIC X.
           02 GS-CHECKBIT PIC 9.
           02 GS-IDNUM PIC 9(9).
           02 GS-SCORE PIC 9(3).
           02 GS-MARK PIC X.
       01  SheetHeader.
           02 GH-RECTYPE PIC X.
           02 GH-CODE PIC X(6).
           02 FILLER PIC X(7).
       01  SheetTrailer.
           02 GT-RECTYPE PIC X.
           02 GT-COUNT PIC 9(5).
           02 FILLER PIC X(8).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  CourseCatStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  GradeCatStatus PIC XX.
       01  GradeWorkStatus PIC XX.
       01  GradeScoreStatus PIC XX.
       01  SheetFileStatus PIC XX.
       01  CurrentTermIdx PIC 9(2) VALUE 0.
       01  CalcCourse PIC X(6).
       01  CalcTitle PIC X(20).
       01  PendingCourse PIC X(6).
       01  SaveCourse PIC X(6).
       01  PostedLines PIC 9(5).
       01  TodayDate PIC 9(8).
      *The offering's categories, assignments and score lines only.
       01  CatTable.
           02 CatEntry OCCURS 10 TIMES.
               03 KT-CATEGORY PIC X(8).
               03 KT-WEIGHT PIC 9(3).
               03 KT-EARNED PIC 9(5)V9.
               03 KT-POSSIBLE PIC 9(5).
       01  CatCount PIC 9(2) VALUE 0.
       01  CatIdx PIC 9(2).
       01  WorkTable.
           02 WorkEntry OCCURS 200 TIMES.
               03 WK-WORKNO PIC 9(3).
               03 WK-CATEGORY PIC X(8).
               03 WK-MAXPOINTS PIC 9(3).
               03 WK-DUEDATE PIC 9(8).
       01  WorkCount PIC 9(3) VALUE 0.
       01  WorkIdx PIC 9(3).
       01  ScoreTable.
           02 ScoreEntry OCCURS 5000 TIMES.
               03 SC-WORKNO PIC 9(3).
               03 SC-IDNUM PIC 9(9).
               03 SC-POINTS PIC 9(3)V9.
               03 SC-MARK PIC X.
       01  ScoreCount PIC 9(4) VALUE 0.
       01  ScoreIdx PIC 9(4).
       01  ClassTable.
           02 ClassEntry OCCURS 300 TIMES.
               03 CS-IDNUM PIC 9(9).
               03 CS-SCORE PIC 9(3).
               03 CS-MARK PIC X.
       01  ClassCount PIC 9(3) VALUE 0.
       01  ClassIdx PIC 9(3).
       01  FoundIdx PIC 9(4).
       01  CountsFlag PIC A.
       01  WeightedSum PIC 9(7)V9(4).
       01  WeightUsed PIC 9(4).
       01  WeightTotal PIC 9(4) VALUE 0.
       01  CatPercent PIC 9(3)V9.
       01  CheckBit PIC 9.
       01  CalcCount PIC 9(5) VALUE 0.
       01  NoWorkCount PIC 9(5) VALUE 0.
       01  ScoreTotal PIC 9(7) VALUE 0.
       01  ScoreAverage PIC 9(3)V9.
       01  StudName PIC X(21).
       01  ColumnPos PIC 9(2).
       01  PercentShow PIC ZZ9.9.
       01  ScoreShow PIC ZZ9.
       01  AverageShow PIC ZZ9.9.
       01  CountShow PIC ZZZZ9.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "GRADECLC".
       01  RptTitle PIC X(40) VALUE "GRADEBOOK TERM SCORE REGISTER".
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           MOVE SPACES TO CALCCOURSE.
           ACCEPT CALCCOURSE FROM ENVIRONMENT "GBCOURSE".
           IF CALCCOURSE = SPACES
               DISPLAY "Course code : " WITH NO ADVANCING
               ACCEPT CALCCOURSE
           END-IF.
           PERFORM FindCurrentTerm.
           IF CURRENTTERMIDX = 0
               DISPLAY "GradeCalc : no term is flagged current on "
                   "the calendar - set one in term maintenance "
                   "first."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FindCourseTitle.
           IF CALCTITLE = SPACES
               DISPLAY "GradeCalc : course " CALCCOURSE " is not "
                   "in the catalog - nothing calculated."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CountPostedLines.
           IF POSTEDLINES > 0
               DISPLAY "GradeCalc : " CALCCOURSE " already has "
                   POSTEDLINES " score(s) for term " CURRENTTERMIDX
                   " - correct them through CrsEnrl."
               MOVE RC-SUCCESS TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CheckPendingSheet.
           IF PENDINGCOURSE NOT = SPACES
               DISPLAY "GradeCalc : gradsht.txt holds an unposted "
                   "sheet for " PENDINGCOURSE " - run GradeLoad "
                   "first."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadCategories.
           PERFORM LoadWork.
           PERFORM LoadScores.
           IF CLASSCOUNT = 0
               DISPLAY "GradeCalc : no gradebook scores for "
                   CALCCOURSE " term " CURRENTTERMIDX
                   " - nothing calculated."
               MOVE RC-SUCCESS TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "GradeCalc : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SHEETFILE.
           IF SHEETFILESTATUS NOT = FS-SUCCESS
               DISPLAY "GradeCalc : " MSG-CANT-OPEN SHEETFILESTATUS
               CLOSE STUDENTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO SHEETHEADER.
           MOVE 'H' TO GH-RECTYPE.
           MOVE CALCCOURSE TO GH-CODE.
           WRITE SHEETHEADER.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintRegisterHeading.
           PERFORM CalcOneStudent
               VARYING CLASSIDX FROM 1 BY 1 UNTIL CLASSIDX > CLASSCOUNT.
           MOVE SPACES TO SHEETTRAILER.
           MOVE 'T' TO GT-RECTYPE.
           MOVE CLASSCOUNT TO GT-COUNT.
           WRITE SHEETTRAILER.
           CLOSE SHEETFILE.
           CLOSE STUDENTFILE.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "GradeCalc : " CLASSCOUNT " student(s) calculated "
               "for " CALCCOURSE " - posting through GradeLoad.".
      *GradeLoad sets the run's return code from its own edits.
           CALL "GradeLoad".
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

       FindCourseTitle.
           MOVE SPACES TO CALCTITLE.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSECATFILE.
           IF COURSECATSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSECATFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CC-CODE = CALCCOURSE
                       MOVE CC-TITLE TO CALCTITLE
                   END-IF
               END-PERFORM
               CLOSE COURSECATFILE
           END-IF.

       CountPostedLines.
           MOVE 0 TO POSTEDLINES.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE CALCCOURSE TO CE-RK-CODE
               MOVE CURRENTTERMIDX TO CE-RK-TERMIDX
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-ROSTERKEY
                   INVALID KEY MOVE 'Y' TO ATENDFLAG
               END-START
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       IF CE-RK-CODE NOT = CALCCOURSE
                               OR CE-RK-TERMIDX NOT = CURRENTTERMIDX
                           MOVE 'Y' TO ATENDFLAG
                       END-IF
                   END-IF
                   IF ATENDFLAG = 'N'
                       ADD 1 TO POSTEDLINES
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
           END-IF.

      *GradeLoad leaves a loaded sheet in place, so a sheet already
      *on disk is only pending when its course has nothing posted
      *for the term yet.
       CheckPendingSheet.
           MOVE SPACES TO PENDINGCOURSE.
           OPEN INPUT SHEETFILE.
           IF SHEETFILESTATUS = FS-SUCCESS
               READ SHEETFILE
                   AT END MOVE SPACES TO SHEETHEADER
               END-READ
               CLOSE SHEETFILE
               IF GH-RECTYPE = 'H' AND GH-CODE NOT = CALCCOURSE
                   MOVE GH-CODE TO PENDINGCOURSE
               END-IF
           END-IF.
           IF PENDINGCOURSE NOT = SPACES
               MOVE CALCCOURSE TO SAVECOURSE
               MOVE PENDINGCOURSE TO CALCCOURSE
               PERFORM CountPostedLines
               MOVE SAVECOURSE TO CALCCOURSE
               IF POSTEDLINES > 0
                   MOVE SPACES TO PENDINGCOURSE
               END-IF
           END-IF.

       LoadCategories.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT GRADECATFILE.
           IF GRADECATSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ GRADECATFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND GC-CODE = CALCCOURSE
                           AND GC-TERMIDX = CURRENTTERMIDX
                           AND CATCOUNT < 10
                       ADD 1 TO CATCOUNT
                       MOVE GC-CATEGORY TO KT-CATEGORY (CATCOUNT)
                       MOVE GC-WEIGHT TO KT-WEIGHT (CATCOUNT)
                       ADD GC-WEIGHT TO WEIGHTTOTAL
                   END-IF
               END-PERFORM
               CLOSE GRADECATFILE
           END-IF.

       LoadWork.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT GRADEWORKFILE.
           IF GRADEWORKSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ GRADEWORKFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND GW-CODE = CALCCOURSE
                           AND GW-TERMIDX = CURRENTTERMIDX
                           AND WORKCOUNT < 200
                       ADD 1 TO WORKCOUNT
                       MOVE GW-WORKNO TO WK-WORKNO (WORKCOUNT)
                       MOVE GW-CATEGORY TO WK-CATEGORY (WORKCOUNT)
                       MOVE GW-MAXPOINTS TO WK-MAXPOINTS (WORKCOUNT)
                       MOVE GW-DUEDATE TO WK-DUEDATE (WORKCOUNT)
                   END-IF
               END-PERFORM
               CLOSE GRADEWORKFILE
           END-IF.

      *Every student with a score line in the offering is on the
      *class list and gets a calculated score.
       LoadScores.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT GRADESCOREFILE.
           IF GRADESCORESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ GRADESCOREFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND GB-CODE = CALCCOURSE
                           AND GB-TERMIDX = CURRENTTERMIDX
                           AND SCORECOUNT < 5000
                       ADD 1 TO SCORECOUNT
                       MOVE GB-WORKNO TO SC-WORKNO (SCORECOUNT)
                       MOVE GB-IDNUM TO SC-IDNUM (SCORECOUNT)
                       MOVE GB-POINTS TO SC-POINTS (SCORECOUNT)
                       MOVE GB-MARK TO SC-MARK (SCORECOUNT)
                       PERFORM AddToClass
                   END-IF
               END-PERFORM
               CLOSE GRADESCOREFILE
           END-IF.

       AddToClass.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING CLASSIDX FROM 1 BY 1
                   UNTIL CLASSIDX > CLASSCOUNT
               IF CS-IDNUM (CLASSIDX) = GB-IDNUM
                   MOVE CLASSIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND CLASSCOUNT < 300
               ADD 1 TO CLASSCOUNT
               MOVE GB-IDNUM TO CS-IDNUM (CLASSCOUNT)
           END-IF.

      *Column heads: each category's name over its percent, seven
      *columns apart from column 33, the term score at column 72.
       PrintRegisterHeading.
           MOVE SPACES TO RPTLINE.
           STRING "COURSE " DELIMITED BY SIZE
               CALCCOURSE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CALCTITLE DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               CURRENTTERMIDX DELIMITED BY SIZE
               "  AS OF " DELIMITED BY SIZE
               TODAYDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "STUDENT   NAME" TO RPTLINE.
           MOVE 33 TO COLUMNPOS.
           PERFORM VARYING CATIDX FROM 1 BY 1
                   UNTIL CATIDX > CATCOUNT OR CATIDX > 5
               MOVE KT-CATEGORY (CATIDX) (1:6)
                   TO RPTLINE (COLUMNPOS:6)
               ADD 7 TO COLUMNPOS
           END-PERFORM.
           MOVE "SCORE" TO RPTLINE (72:5).
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           MOVE "WEIGHT %" TO RPTLINE (11:8).
           MOVE 33 TO COLUMNPOS.
           PERFORM VARYING CATIDX FROM 1 BY 1
                   UNTIL CATIDX > CATCOUNT OR CATIDX > 5
               MOVE KT-WEIGHT (CATIDX) TO SCORESHOW
               MOVE SCORESHOW TO RPTLINE (COLUMNPOS + 2:3)
               ADD 7 TO COLUMNPOS
           END-PERFORM.
           PERFORM EmitLine.

      *Category totals for one student, the weighted term score,
      *the sheet line for GradeLoad and the register line.
       CalcOneStudent.
           PERFORM VARYING CATIDX FROM 1 BY 1 UNTIL CATIDX > CATCOUNT
               MOVE 0 TO KT-EARNED (CATIDX)
               MOVE 0 TO KT-POSSIBLE (CATIDX)
           END-PERFORM.
           PERFORM TallyOneWork
               VARYING WORKIDX FROM 1 BY 1 UNTIL WORKIDX > WORKCOUNT.
           MOVE SPACES TO RPTLINE.
           MOVE CS-IDNUM (CLASSIDX) TO RPTLINE (1:9).
           PERFORM ReadStudName.
           MOVE STUDNAME TO RPTLINE (11:21).
           MOVE 0 TO WEIGHTEDSUM.
           MOVE 0 TO WEIGHTUSED.
           MOVE 33 TO COLUMNPOS.
           PERFORM WeighOneCategory
               VARYING CATIDX FROM 1 BY 1 UNTIL CATIDX > CATCOUNT.
           IF WEIGHTUSED = 0
               MOVE 0 TO CS-SCORE (CLASSIDX)
               MOVE 'E' TO CS-MARK (CLASSIDX)
               ADD 1 TO NOWORKCOUNT
               MOVE "E" TO RPTLINE (74:1)
           ELSE
               COMPUTE CS-SCORE (CLASSIDX) ROUNDED =
                   WEIGHTEDSUM / WEIGHTUSED
               MOVE SPACE TO CS-MARK (CLASSIDX)
               ADD 1 TO CALCCOUNT
               ADD CS-SCORE (CLASSIDX) TO SCORETOTAL
               MOVE CS-SCORE (CLASSIDX) TO SCORESHOW
               MOVE SCORESHOW TO RPTLINE (72:3)
           END-IF.
           PERFORM EmitLine.
           MOVE SPACES TO SHEETDETAIL.
           MOVE 'D' TO GS-RECTYPE.
           MOVE CS-IDNUM (CLASSIDX) TO GS-IDNUM.
           CALL "CheckDigit" USING GS-IDNUM CHECKBIT.
           MOVE CHECKBIT TO GS-CHECKBIT.
           MOVE CS-SCORE (CLASSIDX) TO GS-SCORE.
           MOVE CS-MARK (CLASSIDX) TO GS-MARK.
           WRITE SHEETDETAIL.

      *Excused work is left out; missing work, or work due and not
      *entered, counts as zero; work not yet due and not entered is
      *not counted yet.
       TallyOneWork.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING SCOREIDX FROM 1 BY 1
                   UNTIL SCOREIDX > SCORECOUNT
               IF SC-WORKNO (SCOREIDX) = WK-WORKNO (WORKIDX)
                       AND SC-IDNUM (SCOREIDX) = CS-IDNUM (CLASSIDX)
                   MOVE SCOREIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           MOVE 'Y' TO COUNTSFLAG.
           IF FOUNDIDX = 0
               IF WK-DUEDATE (WORKIDX) > TODAYDATE
                   MOVE 'N' TO COUNTSFLAG
               END-IF
           ELSE
               IF SC-MARK (FOUNDIDX) = "E"
                   MOVE 'N' TO COUNTSFLAG
               END-IF
           END-IF.
           IF COUNTSFLAG = 'Y'
               PERFORM VARYING CATIDX FROM 1 BY 1
                       UNTIL CATIDX > CATCOUNT
                   IF KT-CATEGORY (CATIDX) = WK-CATEGORY (WORKIDX)
                       ADD WK-MAXPOINTS (WORKIDX)
                           TO KT-POSSIBLE (CATIDX)
                       IF FOUNDIDX > 0
                           IF SC-MARK (FOUNDIDX) = SPACE
                               ADD SC-POINTS (FOUNDIDX)
                                   TO KT-EARNED (CATIDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WeighOneCategory.
           IF KT-POSSIBLE (CATIDX) > 0
               COMPUTE CATPERCENT ROUNDED =
                   KT-EARNED (CATIDX) * 100 / KT-POSSIBLE (CATIDX)
               COMPUTE WEIGHTEDSUM = WEIGHTEDSUM
                   + KT-EARNED (CATIDX) * 100 / KT-POSSIBLE (CATIDX)
                   * KT-WEIGHT (CATIDX)
               ADD KT-WEIGHT (CATIDX) TO WEIGHTUSED
               IF CATIDX <= 5
                   MOVE CATPERCENT TO PERCENTSHOW
                   MOVE PERCENTSHOW TO RPTLINE (COLUMNPOS:5)
               END-IF
           ELSE
               IF CATIDX <= 5
                   MOVE "  -" TO RPTLINE (COLUMNPOS:3)
               END-IF
           END-IF.
           ADD 7 TO COLUMNPOS.

       ReadStudName.
           MOVE SPACES TO STUDNAME.
           MOVE CS-IDNUM (CLASSIDX) TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(not on file)" TO STUDNAME
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "CONTROL TOTALS" TO RPTLINE.
           PERFORM EmitLine.
           MOVE CLASSCOUNT TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  STUDENTS ON THE SHEET     : " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE CALCCOUNT TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  SCORES CALCULATED         : " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE NOWORKCOUNT TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  NO WORK COUNTED (MARK E)  : " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF CALCCOUNT > 0
               COMPUTE SCOREAVERAGE ROUNDED = SCORETOTAL / CALCCOUNT
               MOVE SCOREAVERAGE TO AVERAGESHOW
               MOVE SPACES TO RPTLINE
               STRING "  CLASS AVERAGE SCORE       : " DELIMITED BY SIZE
                   AVERAGESHOW DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.
           IF WEIGHTTOTAL NOT = 100
               MOVE SPACES TO RPTLINE
               STRING "  ** CATEGORY WEIGHTS TOTAL " DELIMITED BY SIZE
                   WEIGHTTOTAL DELIMITED BY SIZE
                   "% - SCORES SCALED TO WEIGHTS USED **"
                       DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.
           IF CATCOUNT > 5
               MOVE "  ONLY THE FIRST FIVE CATEGORIES ARE SHOWN ABOVE"
                   TO RPTLINE
               PERFORM EmitLine
           END-IF.
