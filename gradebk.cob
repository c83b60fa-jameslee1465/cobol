       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeBk.
      *Assignment-level gradebook: the teacher's running record of
      *every assignment in a course offering for a term and every
      *student's score on it, so the term score is worked out from
      *the work itself instead of a number typed in from a
      *spreadsheet nobody backs up. Each offering has weighted
      *categories (gbcat.txt; TESTS 50, HOMEWORK 30 and PROJECTS 20
      *are filled in the first time an offering is opened), its
      *assignments (gbwork.txt) with points possible and a due date,
      *and the students' scores (gbscore.txt) - points earned, or M
      *for missing work (counts as zero) or E for excused (left out
      *of the totals) - with who entered each one and when.
      *Operators sign on with the same operator ID / password gate
      *CrsEnrl uses; inquiry-role operators may print but not
      *change anything. Two prints through the shared PrintRpt
      *routine : a student's assignment listing with the category
      *and term score worked the same way GradeCalc works them, for
      *a grade dispute (code GBSTUD), and the offering's
      *missing-work list (code GBMISS). Work not yet due and not
      *yet scored is left out of both, so a score mid-term is the
      *score to date. The files are loaded into tables, edited
      *there, and written back in full when the session ends, the
      *same way TchrMnt works. GradeCalc posts the term score.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT CourseCatFile ASSIGN TO "crscat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCatStatus.
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

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD CourseCatFile.
       COPY CRSCAT.

       FD TermCalFile.
       COPY TERMCAL.

       FD GradeCatFile.
       COPY GBCAT.

       FD GradeWorkFile.
       COPY GBWORK.

       FD GradeScoreFile.
       COPY GBSCORE.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  CourseCatStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  GradeCatStatus PIC XX.
       01  GradeWorkStatus PIC XX.
       01  GradeScoreStatus PIC XX.
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  ChangedFlag PIC A VALUE "N".
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "SYSTEM".
       01  OperRole PIC X VALUE "C".
           88 InquiryRole VALUE "I".
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  CourseTable.
           02 CourseEntry OCCURS 200 TIMES.
               03 CR-CODE PIC X(6).
               03 CR-TITLE PIC X(20).
       01  CourseCount PIC 9(3) VALUE 0.
       01  CourseIdx PIC 9(3).
       01  CatTable.
           02 CatEntry OCCURS 300 TIMES.
               03 KT-CODE PIC X(6).
               03 KT-TERMIDX PIC 9(2).
               03 KT-CATEGORY PIC X(8).
               03 KT-WEIGHT PIC 9(3).
       01  CatCount PIC 9(3) VALUE 0.
       01  CatIdx PIC 9(3).
       01  WorkTable.
           02 WorkEntry OCCURS 1000 TIMES.
               03 WK-CODE PIC X(6).
               03 WK-TERMIDX PIC 9(2).
               03 WK-WORKNO PIC 9(3).
               03 WK-TITLE PIC X(20).
               03 WK-CATEGORY PIC X(8).
               03 WK-MAXPOINTS PIC 9(3).
               03 WK-DUEDATE PIC 9(8).
       01  WorkCount PIC 9(4) VALUE 0.
       01  WorkIdx PIC 9(4).
       01  ScoreTable.
           02 ScoreEntry OCCURS 10000 TIMES.
               03 SC-CODE PIC X(6).
               03 SC-TERMIDX PIC 9(2).
               03 SC-WORKNO PIC 9(3).
               03 SC-IDNUM PIC 9(9).
               03 SC-POINTS PIC 9(3)V9.
               03 SC-MARK PIC X.
               03 SC-OPERID PIC X(10).
               03 SC-ENTERED PIC 9(8).
       01  ScoreCount PIC 9(5) VALUE 0.
       01  ScoreIdx PIC 9(5).
      *Students with any score in the offering - the class list the
      *missing-work print checks against.
       01  ClassTable.
           02 ClassEntry OCCURS 300 TIMES.
               03 CS-IDNUM PIC 9(9).
       01  ClassCount PIC 9(3).
       01  ClassIdx PIC 9(3).
       01  CurrentTermIdx PIC 9(2) VALUE 0.
       01  BookCode PIC X(6).
       01  BookTerm PIC 9(2).
       01  BookTitle PIC X(20).
       01  TodayDate PIC 9(8).
       01  WorkCode PIC X(6).
       01  WorkCategory PIC X(8).
       01  WorkWeight PIC 9(3).
       01  WorkNo PIC 9(3).
       01  WorkStudID PIC 9(9).
       01  PointsText PIC X(6).
       01  PointsValue PIC 9(3)V9.
       01  PointsMark PIC X.
       01  FoundIdx PIC 9(5).
       01  FoundWorkIdx PIC 9(4).
       01  StudExist PIC A.
       01  StudName PIC X(21).
       01  KeepEntering PIC A.
       01  WeightTotal PIC 9(4).
       01  UsedFlag PIC A.
       01  ShiftIdx PIC 9(4).
      *Score to date for one student, worked the GradeCalc way.
       01  CatEarned PIC 9(5)V9.
       01  CatPossible PIC 9(5).
       01  CatPercent PIC 9(3)V9.
       01  WeightedSum PIC 9(7)V9(4).
       01  WeightUsed PIC 9(4).
       01  TermScore PIC 9(3).
       01  CountsFlag PIC A.
       01  MissingCount PIC 9(5).
       01  PointsShow PIC ZZ9.9.
       01  MaxShow PIC ZZ9.
       01  PercentShow PIC ZZ9.9.
       01  EarnedShow PIC ZZZZ9.9.
       01  PossibleShow PIC ZZZZ9.
       01  WeightShow PIC ZZ9.
       01  ScoreShow PIC ZZ9.
       01  ResultText PIC X(12).
       01  RptOp PIC X(5).
       01  RptCode PIC X(8).
       01  RptTitle PIC X(40).
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
           PERFORM Login.
           IF NOT LOGINSUCCESS
               DISPLAY "Login failed."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           PERFORM FindCurrentTerm.
           PERFORM LoadCourses.
           PERFORM LoadCategories.
           PERFORM LoadWork.
           PERFORM LoadScores.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "GradeBk : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ChooseBook.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Gradebook - " BOOKCODE " " BOOKTITLE
                   " term " BOOKTERM
               DISPLAY "1 : List categories and weights"
               DISPLAY "2 : Set a category weight"
               DISPLAY "3 : List assignments"
               DISPLAY "4 : Add / update an assignment"
               DISPLAY "5 : Enter scores for an assignment"
               DISPLAY "6 : Print a student's assignment listing"
               DISPLAY "7 : Print the missing-work list"
               DISPLAY "8 : Change course / term"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               IF INQUIRYROLE AND (CHOICE = 2 OR CHOICE = 4
                       OR CHOICE = 5)
                   DISPLAY "Inquiry operators may not change the "
                       "gradebook."
                   MOVE 9 TO CHOICE
               END-IF
               EVALUATE CHOICE
                   WHEN 1 PERFORM ListCategories
                   WHEN 2 PERFORM SetCategoryWeight
                   WHEN 3 PERFORM ListWork
                   WHEN 4 PERFORM AddOrUpdateWork
                   WHEN 5 PERFORM EnterScores
                   WHEN 6 PERFORM PrintStudentListing
                   WHEN 7 PERFORM PrintMissingWork
                   WHEN 8 PERFORM ChooseBook
                   WHEN 9 CONTINUE
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENTFILE.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveCategories
               PERFORM SaveWork
               PERFORM SaveScores
               DISPLAY "Gradebook saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused, role carried for the inquiry
      *restriction.
       Login.
           PERFORM TryOneLogin
               UNTIL LOGINSUCCESS OR ATTEMPTCOUNT >= 3.

       TryOneLogin.
           DISPLAY " ".
           DISPLAY "Operator ID : " WITH NO ADVANCING.
           ACCEPT LOGINID.
           DISPLAY "Password : " WITH NO ADVANCING.
           ACCEPT LOGINPASSWORD WITH NO-ECHO.
           ADD 1 TO ATTEMPTCOUNT.
           MOVE 'N' TO OPERATEND.
           OPEN INPUT OPERATORFILE.
           IF OPERATORFILESTATUS NOT = FS-SUCCESS
               DISPLAY "Operator file is missing - login refused."
               MOVE 3 TO ATTEMPTCOUNT
           ELSE
               PERFORM UNTIL OPERATEND = 'Y'
                   READ OPERATORFILE
                       AT END MOVE 'Y' TO OPERATEND
                   END-READ
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                       MOVE "CHECK" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID
                           LOGINPASSWORD OP-PASSWORD
                           OP-PWDATA PWDRESULT
                   END-IF
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                           AND PWDRESULT NOT = 'N'
                           AND OP-ACTIVE NOT = 'D'
                           AND OP-ACTIVE NOT = 'L'
                       SET LOGINSUCCESS TO TRUE
                       MOVE LOGINID TO OPERID
                       IF OP-ROLE = SPACE
                           MOVE 'C' TO OPERROLE
                       ELSE
                           MOVE OP-ROLE TO OPERROLE
                       END-IF
                       MOVE 'Y' TO OPERATEND
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
               IF LOGINSUCCESS AND PWDRESULT = 'C'
                   MOVE "FILE" TO PWDOP
                   CALL "PwdHash" USING PWDOP LOGINID
                       LOGINPASSWORD OP-PASSWORD
                       OP-PWDATA PWDRESULT
               END-IF
               IF NOT LOGINSUCCESS
                   DISPLAY "Invalid operator ID or password."
               END-IF
           END-IF.

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
                   END-IF
               END-PERFORM
               CLOSE COURSECATFILE
           END-IF.

       LoadCategories.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT GRADECATFILE.
           IF GRADECATSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ GRADECATFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CATCOUNT < 300
                       ADD 1 TO CATCOUNT
                       MOVE GC-CODE TO KT-CODE (CATCOUNT)
                       MOVE GC-TERMIDX TO KT-TERMIDX (CATCOUNT)
                       MOVE GC-CATEGORY TO KT-CATEGORY (CATCOUNT)
                       MOVE GC-WEIGHT TO KT-WEIGHT (CATCOUNT)
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
                   IF ATENDFLAG = 'N' AND WORKCOUNT < 1000
                       ADD 1 TO WORKCOUNT
                       MOVE GW-CODE TO WK-CODE (WORKCOUNT)
                       MOVE GW-TERMIDX TO WK-TERMIDX (WORKCOUNT)
                       MOVE GW-WORKNO TO WK-WORKNO (WORKCOUNT)
                       MOVE GW-TITLE TO WK-TITLE (WORKCOUNT)
                       MOVE GW-CATEGORY TO WK-CATEGORY (WORKCOUNT)
                       MOVE GW-MAXPOINTS TO WK-MAXPOINTS (WORKCOUNT)
                       MOVE GW-DUEDATE TO WK-DUEDATE (WORKCOUNT)
                   END-IF
               END-PERFORM
               CLOSE GRADEWORKFILE
           END-IF.

       LoadScores.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT GRADESCOREFILE.
           IF GRADESCORESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ GRADESCOREFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SCORECOUNT < 10000
                       ADD 1 TO SCORECOUNT
                       MOVE GB-CODE TO SC-CODE (SCORECOUNT)
                       MOVE GB-TERMIDX TO SC-TERMIDX (SCORECOUNT)
                       MOVE GB-WORKNO TO SC-WORKNO (SCORECOUNT)
                       MOVE GB-IDNUM TO SC-IDNUM (SCORECOUNT)
                       MOVE GB-POINTS TO SC-POINTS (SCORECOUNT)
                       MOVE GB-MARK TO SC-MARK (SCORECOUNT)
                       MOVE GB-OPERID TO SC-OPERID (SCORECOUNT)
                       MOVE GB-ENTERED TO SC-ENTERED (SCORECOUNT)
                   END-IF
               END-PERFORM
               CLOSE GRADESCOREFILE
           END-IF.

       SaveCategories.
           OPEN OUTPUT GRADECATFILE.
           IF GRADECATSTATUS NOT = FS-SUCCESS
               DISPLAY "GradeBk : " MSG-CANT-OPEN GRADECATSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneCategory
                   VARYING CATIDX FROM 1 BY 1 UNTIL CATIDX > CATCOUNT
               CLOSE GRADECATFILE
           END-IF.

       SaveOneCategory.
           MOVE KT-CODE (CATIDX) TO GC-CODE.
           MOVE KT-TERMIDX (CATIDX) TO GC-TERMIDX.
           MOVE KT-CATEGORY (CATIDX) TO GC-CATEGORY.
           MOVE KT-WEIGHT (CATIDX) TO GC-WEIGHT.
           WRITE GRADECATRECORD.

       SaveWork.
           OPEN OUTPUT GRADEWORKFILE.
           IF GRADEWORKSTATUS NOT = FS-SUCCESS
               DISPLAY "GradeBk : " MSG-CANT-OPEN GRADEWORKSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneWork
                   VARYING WORKIDX FROM 1 BY 1 UNTIL WORKIDX > WORKCOUNT
               CLOSE GRADEWORKFILE
           END-IF.

       SaveOneWork.
           MOVE WK-CODE (WORKIDX) TO GW-CODE.
           MOVE WK-TERMIDX (WORKIDX) TO GW-TERMIDX.
           MOVE WK-WORKNO (WORKIDX) TO GW-WORKNO.
           MOVE WK-TITLE (WORKIDX) TO GW-TITLE.
           MOVE WK-CATEGORY (WORKIDX) TO GW-CATEGORY.
           MOVE WK-MAXPOINTS (WORKIDX) TO GW-MAXPOINTS.
           MOVE WK-DUEDATE (WORKIDX) TO GW-DUEDATE.
           WRITE GRADEWORKRECORD.

       SaveScores.
           OPEN OUTPUT GRADESCOREFILE.
           IF GRADESCORESTATUS NOT = FS-SUCCESS
               DISPLAY "GradeBk : " MSG-CANT-OPEN GRADESCORESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneScore
                   VARYING SCOREIDX FROM 1 BY 1
                   UNTIL SCOREIDX > SCORECOUNT
               CLOSE GRADESCOREFILE
           END-IF.

       SaveOneScore.
           MOVE SC-CODE (SCOREIDX) TO GB-CODE.
           MOVE SC-TERMIDX (SCOREIDX) TO GB-TERMIDX.
           MOVE SC-WORKNO (SCOREIDX) TO GB-WORKNO.
           MOVE SC-IDNUM (SCOREIDX) TO GB-IDNUM.
           MOVE SC-POINTS (SCOREIDX) TO GB-POINTS.
           MOVE SC-MARK (SCOREIDX) TO GB-MARK.
           MOVE SC-OPERID (SCOREIDX) TO GB-OPERID.
           MOVE SC-ENTERED (SCOREIDX) TO GB-ENTERED.
           WRITE GRADESCORERECORD.

      *The offering being worked on; an offering opened for the
      *first time gets the school's usual three categories.
       ChooseBook.
           MOVE SPACES TO BOOKTITLE.
           PERFORM UNTIL BOOKTITLE NOT = SPACES
               DISPLAY "Course code : " WITH NO ADVANCING
               ACCEPT WORKCODE
               PERFORM VARYING COURSEIDX FROM 1 BY 1
                       UNTIL COURSEIDX > COURSECOUNT
                   IF CR-CODE (COURSEIDX) = WORKCODE
                       MOVE CR-TITLE (COURSEIDX) TO BOOKTITLE
                   END-IF
               END-PERFORM
               IF BOOKTITLE = SPACES
                   DISPLAY "Course not in the catalog."
               END-IF
           END-PERFORM.
           MOVE WORKCODE TO BOOKCODE.
           DISPLAY "Term (0 = current term " CURRENTTERMIDX ") : "
               WITH NO ADVANCING.
           ACCEPT BOOKTERM.
           IF BOOKTERM = 0
               MOVE CURRENTTERMIDX TO BOOKTERM
           END-IF.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING CATIDX FROM 1 BY 1 UNTIL CATIDX > CATCOUNT
               IF KT-CODE (CATIDX) = BOOKCODE
                       AND KT-TERMIDX (CATIDX) = BOOKTERM
                   MOVE CATIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND CATCOUNT <= 297
               MOVE "TESTS" TO WORKCATEGORY
               MOVE 50 TO WORKWEIGHT
               PERFORM AddCategory
               MOVE "HOMEWORK" TO WORKCATEGORY
               MOVE 30 TO WORKWEIGHT
               PERFORM AddCategory
               MOVE "PROJECTS" TO WORKCATEGORY
               MOVE 20 TO WORKWEIGHT
               PERFORM AddCategory
               DISPLAY "New gradebook - categories TESTS 50, "
                   "HOMEWORK 30, PROJECTS 20."
           END-IF.

       AddCategory.
           ADD 1 TO CATCOUNT.
           MOVE BOOKCODE TO KT-CODE (CATCOUNT).
           MOVE BOOKTERM TO KT-TERMIDX (CATCOUNT).
           MOVE WORKCATEGORY TO KT-CATEGORY (CATCOUNT).
           MOVE WORKWEIGHT TO KT-WEIGHT (CATCOUNT).
           MOVE 'Y' TO CHANGEDFLAG.

       FindCategory.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING CATIDX FROM 1 BY 1 UNTIL CATIDX > CATCOUNT
               IF KT-CODE (CATIDX) = BOOKCODE
                       AND KT-TERMIDX (CATIDX) = BOOKTERM
                       AND KT-CATEGORY (CATIDX) = WORKCATEGORY
                   MOVE CATIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       FindWork.
           MOVE 0 TO FOUNDWORKIDX.
           PERFORM VARYING WORKIDX FROM 1 BY 1
                   UNTIL WORKIDX > WORKCOUNT
               IF WK-CODE (WORKIDX) = BOOKCODE
                       AND WK-TERMIDX (WORKIDX) = BOOKTERM
                       AND WK-WORKNO (WORKIDX) = WORKNO
                   MOVE WORKIDX TO FOUNDWORKIDX
               END-IF
           END-PERFORM.

       FindScore.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING SCOREIDX FROM 1 BY 1
                   UNTIL SCOREIDX > SCORECOUNT
               IF SC-CODE (SCOREIDX) = BOOKCODE
                       AND SC-TERMIDX (SCOREIDX) = BOOKTERM
                       AND SC-WORKNO (SCOREIDX) = WORKNO
                       AND SC-IDNUM (SCOREIDX) = WORKSTUDID
                   MOVE SCOREIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       ListCategories.
           MOVE 0 TO WEIGHTTOTAL.
           DISPLAY " ".
           PERFORM VARYING CATIDX FROM 1 BY 1 UNTIL CATIDX > CATCOUNT
               IF KT-CODE (CATIDX) = BOOKCODE
                       AND KT-TERMIDX (CATIDX) = BOOKTERM
                   MOVE KT-WEIGHT (CATIDX) TO WEIGHTSHOW
                   DISPLAY "  " KT-CATEGORY (CATIDX) "  " WEIGHTSHOW
                       "%"
                   ADD KT-WEIGHT (CATIDX) TO WEIGHTTOTAL
               END-IF
           END-PERFORM.
           DISPLAY "  Total weight : " WEIGHTTOTAL "%".
           IF WEIGHTTOTAL NOT = 100
               DISPLAY "  ** Weights do not add to 100 - the term "
                   "score is scaled to the weights used **"
           END-IF.

      *A weight of zero removes the category, unless an assignment
      *still belongs to it.
       SetCategoryWeight.
           DISPLAY "Category : " WITH NO ADVANCING.
           ACCEPT WORKCATEGORY.
           DISPLAY "Weight (percent, 0 = remove) : " WITH NO ADVANCING.
           ACCEPT WORKWEIGHT.
           PERFORM FindCategory.
           EVALUATE TRUE
               WHEN WORKCATEGORY = SPACES
                   DISPLAY "A category name is required."
               WHEN WORKWEIGHT > 100
                   DISPLAY "Weight can't be over 100."
               WHEN FOUNDIDX = 0 AND WORKWEIGHT = 0
                   DISPLAY "Category : " MSG-NOT-FOUND
               WHEN FOUNDIDX = 0 AND CATCOUNT >= 300
                   DISPLAY "Category table is full."
               WHEN FOUNDIDX = 0
                   PERFORM AddCategory
                   DISPLAY "Category added."
               WHEN WORKWEIGHT > 0
                   MOVE WORKWEIGHT TO KT-WEIGHT (FOUNDIDX)
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Weight saved."
               WHEN OTHER
                   PERFORM RemoveCategory
           END-EVALUATE.
           PERFORM ListCategories.

       RemoveCategory.
           MOVE 'N' TO USEDFLAG.
           PERFORM VARYING WORKIDX FROM 1 BY 1
                   UNTIL WORKIDX > WORKCOUNT
               IF WK-CODE (WORKIDX) = BOOKCODE
                       AND WK-TERMIDX (WORKIDX) = BOOKTERM
                       AND WK-CATEGORY (WORKIDX) = WORKCATEGORY
                   MOVE 'Y' TO USEDFLAG
               END-IF
           END-PERFORM.
           IF USEDFLAG = 'Y'
               DISPLAY "Assignments still use " WORKCATEGORY
                   " - category kept."
           ELSE
               PERFORM VARYING SHIFTIDX FROM FOUNDIDX BY 1
                       UNTIL SHIFTIDX >= CATCOUNT
                   MOVE CATENTRY (SHIFTIDX + 1) TO CATENTRY (SHIFTIDX)
               END-PERFORM
               SUBTRACT 1 FROM CATCOUNT
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Category removed."
           END-IF.

       ListWork.
           DISPLAY " ".
           DISPLAY "  No. Title                Category Points Due".
           PERFORM VARYING WORKIDX FROM 1 BY 1
                   UNTIL WORKIDX > WORKCOUNT
               IF WK-CODE (WORKIDX) = BOOKCODE
                       AND WK-TERMIDX (WORKIDX) = BOOKTERM
                   MOVE WK-MAXPOINTS (WORKIDX) TO MAXSHOW
                   DISPLAY "  " WK-WORKNO (WORKIDX) " "
                       WK-TITLE (WORKIDX) " " WK-CATEGORY (WORKIDX)
                       " " MAXSHOW "    " WK-DUEDATE (WORKIDX)
               END-IF
           END-PERFORM.

       AddOrUpdateWork.
           DISPLAY "Assignment number (1-999) : " WITH NO ADVANCING.
           ACCEPT WORKNO.
           IF WORKNO = 0
               DISPLAY "Assignment number can't be zero."
           ELSE
               PERFORM FindWork
               IF FOUNDWORKIDX = 0
                   IF WORKCOUNT >= 1000
                       DISPLAY "Assignment table is full."
                   ELSE
                       ADD 1 TO WORKCOUNT
                       MOVE WORKCOUNT TO FOUNDWORKIDX
                       MOVE BOOKCODE TO WK-CODE (FOUNDWORKIDX)
                       MOVE BOOKTERM TO WK-TERMIDX (FOUNDWORKIDX)
                       MOVE WORKNO TO WK-WORKNO (FOUNDWORKIDX)
                   END-IF
               END-IF
               IF FOUNDWORKIDX > 0
                   PERFORM KeyWorkDetails
               END-IF
           END-IF.

       KeyWorkDetails.
           DISPLAY "Title : " WITH NO ADVANCING.
           ACCEPT WK-TITLE (FOUNDWORKIDX).
           MOVE 0 TO FOUNDIDX.
           PERFORM UNTIL FOUNDIDX > 0
               DISPLAY "Category : " WITH NO ADVANCING
               ACCEPT WORKCATEGORY
               PERFORM FindCategory
               IF FOUNDIDX = 0
                   DISPLAY "Not a category of this course - "
                       "set its weight first."
                   PERFORM ListCategories
               END-IF
           END-PERFORM.
           MOVE WORKCATEGORY TO WK-CATEGORY (FOUNDWORKIDX).
           MOVE 0 TO WK-MAXPOINTS (FOUNDWORKIDX).
           PERFORM UNTIL WK-MAXPOINTS (FOUNDWORKIDX) > 0
               DISPLAY "Points possible : " WITH NO ADVANCING
               ACCEPT WK-MAXPOINTS (FOUNDWORKIDX)
           END-PERFORM.
           DISPLAY "Due date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WK-DUEDATE (FOUNDWORKIDX).
           MOVE 'Y' TO CHANGEDFLAG.
           DISPLAY "Assignment saved.".

      *Scores are keyed a student at a time; keying a student again
      *replaces the score, and the old one is shown first.
       EnterScores.
           DISPLAY "Assignment number : " WITH NO ADVANCING.
           ACCEPT WORKNO.
           PERFORM FindWork.
           IF FOUNDWORKIDX = 0
               DISPLAY "Assignment : " MSG-NOT-FOUND
           ELSE
               MOVE WK-MAXPOINTS (FOUNDWORKIDX) TO MAXSHOW
               DISPLAY WK-TITLE (FOUNDWORKIDX) " - out of " MAXSHOW
               MOVE 'Y' TO KEEPENTERING
               PERFORM EnterOneScore UNTIL KEEPENTERING = 'N'
           END-IF.

       EnterOneScore.
           DISPLAY "Student ID (0 = done) : " WITH NO ADVANCING.
           ACCEPT WORKSTUDID.
           IF WORKSTUDID = 0
               MOVE 'N' TO KEEPENTERING
           ELSE
               PERFORM ReadStudName
               IF STUDEXIST = 'N'
                   DISPLAY "Student : " MSG-NOT-FOUND
               ELSE
                   DISPLAY "  " STUDNAME
                   PERFORM FindScore
                   IF FOUNDIDX > 0
                       PERFORM SetResultText
                       DISPLAY "  Was " RESULTTEXT " (entered by "
                           SC-OPERID (FOUNDIDX) " "
                           SC-ENTERED (FOUNDIDX) ")"
                   END-IF
                   PERFORM KeyOneScore
               END-IF
           END-IF.

       KeyOneScore.
           DISPLAY "  Points (M = missing, E = excused) : "
               WITH NO ADVANCING.
           ACCEPT POINTSTEXT.
           MOVE 0 TO POINTSVALUE.
           MOVE SPACE TO POINTSMARK.
           EVALUATE POINTSTEXT (1:1)
               WHEN 'M' WHEN 'm' MOVE 'M' TO POINTSMARK
               WHEN 'E' WHEN 'e' MOVE 'E' TO POINTSMARK
               WHEN OTHER
                   IF FUNCTION NUMVAL (POINTSTEXT) > 999
                       MOVE '?' TO POINTSMARK
                   ELSE
                       COMPUTE POINTSVALUE =
                           FUNCTION NUMVAL (POINTSTEXT)
                   END-IF
           END-EVALUATE.
           IF POINTSMARK = '?'
                   OR POINTSVALUE > WK-MAXPOINTS (FOUNDWORKIDX)
               DISPLAY "  Score not 0-" MAXSHOW " - not saved."
           ELSE
               IF FOUNDIDX = 0
                   IF SCORECOUNT >= 10000
                       DISPLAY "Score table is full."
                   ELSE
                       ADD 1 TO SCORECOUNT
                       MOVE SCORECOUNT TO FOUNDIDX
                   END-IF
               END-IF
               IF FOUNDIDX > 0
                   MOVE BOOKCODE TO SC-CODE (FOUNDIDX)
                   MOVE BOOKTERM TO SC-TERMIDX (FOUNDIDX)
                   MOVE WORKNO TO SC-WORKNO (FOUNDIDX)
                   MOVE WORKSTUDID TO SC-IDNUM (FOUNDIDX)
                   MOVE POINTSVALUE TO SC-POINTS (FOUNDIDX)
                   MOVE POINTSMARK TO SC-MARK (FOUNDIDX)
                   MOVE OPERID TO SC-OPERID (FOUNDIDX)
                   MOVE TODAYDATE TO SC-ENTERED (FOUNDIDX)
                   MOVE 'Y' TO CHANGEDFLAG
               END-IF
           END-IF.

       ReadStudName.
           MOVE SPACES TO STUDNAME.
           MOVE WORKSTUDID TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   MOVE 'N' TO STUDEXIST
                   MOVE "(not on file)" TO STUDNAME
               NOT INVALID KEY
                   MOVE 'Y' TO STUDEXIST
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.

       SetResultText.
           EVALUATE SC-MARK (FOUNDIDX)
               WHEN "M" MOVE "MISSING" TO RESULTTEXT
               WHEN "E" MOVE "EXCUSED" TO RESULTTEXT
               WHEN OTHER
                   MOVE SC-POINTS (FOUNDIDX) TO POINTSSHOW
                   MOVE SPACES TO RESULTTEXT
                   STRING POINTSSHOW DELIMITED BY SIZE
                       " /" DELIMITED BY SIZE
                       MAXSHOW DELIMITED BY SIZE
                       INTO RESULTTEXT
           END-EVALUATE.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintBookHeading.
           MOVE SPACES TO RPTLINE.
           STRING "COURSE " DELIMITED BY SIZE
               BOOKCODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BOOKTITLE DELIMITED BY SIZE
               "  TERM " DELIMITED BY SIZE
               BOOKTERM DELIMITED BY SIZE
               "  AS OF " DELIMITED BY SIZE
               TODAYDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

      *Every assignment by category with the score, who entered it
      *and when, each category's percent, and the term score to
      *date - what the teacher and the family sit down with.
       PrintStudentListing.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKSTUDID.
           PERFORM ReadStudName.
           IF STUDEXIST = 'N'
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               MOVE "GBSTUD" TO RPTCODE
               MOVE "STUDENT ASSIGNMENT LISTING" TO RPTTITLE
               MOVE "OPER" TO RPTOP
               MOVE OPERID TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               MOVE "OPEN" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               PERFORM PrintBookHeading
               MOVE SPACES TO RPTLINE
               STRING "STUDENT " DELIMITED BY SIZE
                   WORKSTUDID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               MOVE 0 TO WEIGHTEDSUM
               MOVE 0 TO WEIGHTUSED
               PERFORM PrintOneCategory
                   VARYING CATIDX FROM 1 BY 1 UNTIL CATIDX > CATCOUNT
               MOVE SPACES TO RPTLINE
               PERFORM EmitLine
               IF WEIGHTUSED = 0
                   MOVE "TERM SCORE TO DATE : NO WORK COUNTED YET"
                       TO RPTLINE
               ELSE
                   COMPUTE TERMSCORE ROUNDED =
                       WEIGHTEDSUM / WEIGHTUSED
                   MOVE TERMSCORE TO SCORESHOW
                   MOVE SPACES TO RPTLINE
                   STRING "TERM SCORE TO DATE : " DELIMITED BY SIZE
                       SCORESHOW DELIMITED BY SIZE
                       INTO RPTLINE
               END-IF
               PERFORM EmitLine
               MOVE "CLOSE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               DISPLAY "Assignment listing printed."
           END-IF.

       PrintOneCategory.
           IF KT-CODE (CATIDX) = BOOKCODE
                   AND KT-TERMIDX (CATIDX) = BOOKTERM
               MOVE SPACES TO RPTLINE
               PERFORM EmitLine
               MOVE KT-WEIGHT (CATIDX) TO WEIGHTSHOW
               MOVE SPACES TO RPTLINE
               STRING KT-CATEGORY (CATIDX) DELIMITED BY SIZE
                   " (WEIGHT " DELIMITED BY SIZE
                   WEIGHTSHOW DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               MOVE 0 TO CATEARNED
               MOVE 0 TO CATPOSSIBLE
               PERFORM PrintOneWorkLine
                   VARYING WORKIDX FROM 1 BY 1
                   UNTIL WORKIDX > WORKCOUNT
               MOVE SPACES TO RPTLINE
               IF CATPOSSIBLE = 0
                   MOVE "    CATEGORY : NOTHING COUNTED YET" TO RPTLINE
               ELSE
                   COMPUTE CATPERCENT ROUNDED =
                       CATEARNED * 100 / CATPOSSIBLE
                   COMPUTE WEIGHTEDSUM = WEIGHTEDSUM
                       + CATEARNED * 100 / CATPOSSIBLE
                       * KT-WEIGHT (CATIDX)
                   ADD KT-WEIGHT (CATIDX) TO WEIGHTUSED
                   MOVE CATPERCENT TO PERCENTSHOW
                   MOVE CATEARNED TO EARNEDSHOW
                   MOVE CATPOSSIBLE TO POSSIBLESHOW
                   STRING "    CATEGORY : " DELIMITED BY SIZE
                       EARNEDSHOW DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       POSSIBLESHOW DELIMITED BY SIZE
                       " POINTS = " DELIMITED BY SIZE
                       PERCENTSHOW DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO RPTLINE
               END-IF
               PERFORM EmitLine
           END-IF.

      *Excused work is left out; missing work, or work due and not
      *entered, counts as zero; work not yet due and not entered is
      *not counted yet.
       PrintOneWorkLine.
           IF WK-CODE (WORKIDX) = BOOKCODE
                   AND WK-TERMIDX (WORKIDX) = BOOKTERM
                   AND WK-CATEGORY (WORKIDX) = KT-CATEGORY (CATIDX)
               MOVE WK-WORKNO (WORKIDX) TO WORKNO
               MOVE WK-MAXPOINTS (WORKIDX) TO MAXSHOW
               PERFORM FindScore
               MOVE 'Y' TO COUNTSFLAG
               IF FOUNDIDX = 0
                   IF WK-DUEDATE (WORKIDX) > TODAYDATE
                       MOVE "NOT YET DUE" TO RESULTTEXT
                       MOVE 'N' TO COUNTSFLAG
                   ELSE
                       MOVE "NOT ENTERED" TO RESULTTEXT
                   END-IF
               ELSE
                   PERFORM SetResultText
                   IF SC-MARK (FOUNDIDX) = "E"
                       MOVE 'N' TO COUNTSFLAG
                   END-IF
                   IF SC-MARK (FOUNDIDX) = SPACE
                       ADD SC-POINTS (FOUNDIDX) TO CATEARNED
                   END-IF
               END-IF
               IF COUNTSFLAG = 'Y'
                   ADD WK-MAXPOINTS (WORKIDX) TO CATPOSSIBLE
               END-IF
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   WK-WORKNO (WORKIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-TITLE (WORKIDX) DELIMITED BY SIZE
                   " DUE " DELIMITED BY SIZE
                   WK-DUEDATE (WORKIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RESULTTEXT DELIMITED BY SIZE
                   INTO RPTLINE
               IF FOUNDIDX > 0
                   MOVE SC-OPERID (FOUNDIDX) TO RPTLINE (60:10)
                   MOVE SC-ENTERED (FOUNDIDX) TO RPTLINE (71:8)
               END-IF
               PERFORM EmitLine
           END-IF.

      *Every assignment now due, and the students of the offering
      *with nothing entered for it or marked missing.
       PrintMissingWork.
           PERFORM BuildClassList.
           MOVE 0 TO MISSINGCOUNT.
           MOVE "GBMISS" TO RPTCODE.
           MOVE "MISSING WORK LIST" TO RPTTITLE.
           MOVE "OPER" TO RPTOP.
           MOVE OPERID TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintBookHeading.
           PERFORM PrintMissingForWork
               VARYING WORKIDX FROM 1 BY 1 UNTIL WORKIDX > WORKCOUNT.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "STUDENTS IN THE GRADEBOOK : " DELIMITED BY SIZE
               CLASSCOUNT DELIMITED BY SIZE
               "   MISSING PIECES OF WORK : " DELIMITED BY SIZE
               MISSINGCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "Missing-work list printed : " MISSINGCOUNT
               " missing.".

       BuildClassList.
           MOVE 0 TO CLASSCOUNT.
           PERFORM VARYING SCOREIDX FROM 1 BY 1
                   UNTIL SCOREIDX > SCORECOUNT
               IF SC-CODE (SCOREIDX) = BOOKCODE
                       AND SC-TERMIDX (SCOREIDX) = BOOKTERM
                   MOVE 0 TO FOUNDIDX
                   PERFORM VARYING CLASSIDX FROM 1 BY 1
                           UNTIL CLASSIDX > CLASSCOUNT
                       IF CS-IDNUM (CLASSIDX) = SC-IDNUM (SCOREIDX)
                           MOVE CLASSIDX TO FOUNDIDX
                       END-IF
                   END-PERFORM
                   IF FOUNDIDX = 0 AND CLASSCOUNT < 300
                       ADD 1 TO CLASSCOUNT
                       MOVE SC-IDNUM (SCOREIDX)
                           TO CS-IDNUM (CLASSCOUNT)
                   END-IF
               END-IF
           END-PERFORM.

       PrintMissingForWork.
           IF WK-CODE (WORKIDX) = BOOKCODE
                   AND WK-TERMIDX (WORKIDX) = BOOKTERM
                   AND WK-DUEDATE (WORKIDX) <= TODAYDATE
               MOVE WK-WORKNO (WORKIDX) TO WORKNO
               MOVE SPACES TO RPTLINE
               PERFORM EmitLine
               MOVE SPACES TO RPTLINE
               STRING WK-WORKNO (WORKIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-TITLE (WORKIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-CATEGORY (WORKIDX) DELIMITED BY SIZE
                   " DUE " DELIMITED BY SIZE
                   WK-DUEDATE (WORKIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               PERFORM PrintMissingStudent
                   VARYING CLASSIDX FROM 1 BY 1
                   UNTIL CLASSIDX > CLASSCOUNT
           END-IF.

       PrintMissingStudent.
           MOVE CS-IDNUM (CLASSIDX) TO WORKSTUDID.
           PERFORM FindScore.
           IF FOUNDIDX = 0
               MOVE "NOT ENTERED" TO RESULTTEXT
           ELSE
               MOVE "MISSING" TO RESULTTEXT
           END-IF.
           IF FOUNDIDX = 0 OR SC-MARK (FOUNDIDX) = "M"
               ADD 1 TO MISSINGCOUNT
               PERFORM ReadStudName
               MOVE SPACES TO RPTLINE
               STRING "    " DELIMITED BY SIZE
                   WORKSTUDID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RESULTTEXT DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.
