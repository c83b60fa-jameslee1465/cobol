       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverDue.
      *Daily overdue notice list: every library book and textbook
      *whose standing in circlog.txt is still checked out with a
      *due date before the run date, grouped one page per homeroom
      *section from sectasgn.txt and headed with the homeroom
      *teacher (the S line in tchasgn.txt, named from teacher.txt),
      *so each homeroom gets its own slip to read out in the
      *morning. Students not placed in a section print together
      *under section 00 for the library to chase directly. The run
      *date is today, or the ODDATE environment variable (CCYYMMDD)
      *to rerun an earlier day. Printed through the shared PrintRpt
      *routine (code OVERDUE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT ItemFile ASSIGN TO "items.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ItemFileStatus.
           SELECT CircFile ASSIGN TO "circlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CircFileStatus.
           SELECT SectAsgnFile ASSIGN TO "sectasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SectAsgnStatus.
           SELECT TeachAsgnFile ASSIGN TO "tchasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeachAsgnStatus.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD ItemFile.
       COPY ITEMMAST.

       FD CircFile.
       COPY CIRCLOG.

       FD SectAsgnFile.
       COPY SECTASGN.

       FD TeachAsgnFile.
       COPY TCHASGN.

       FD TeacherFile.
       COPY TEACHER.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  ItemFileStatus PIC XX.
       01  CircFileStatus PIC XX.
       01  SectAsgnStatus PIC XX.
       01  TeachAsgnStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  RunDate PIC 9(8).
       01  OdDateText PIC X(8).
      *Each copy with its standing from the circulation log.
       01  ItemTable.
           02 ItemEntry OCCURS 5000 TIMES.
               03 IT-BARCODE PIC X(12).
               03 IT-TITLE PIC X(30).
               03 IT-STATE PIC X.
               03 IT-IDNUM PIC 9(9).
               03 IT-DUEDATE PIC 9(8).
               03 IT-SECTION PIC 9(2).
       01  ItemCount PIC 9(4) VALUE 0.
       01  ItemIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  SectTable.
           02 SectEntry OCCURS 3000 TIMES.
               03 SC-IDNUM PIC 9(9).
               03 SC-SECTION PIC 9(2).
       01  SectCount PIC 9(4) VALUE 0.
       01  SectIdx PIC 9(4).
      *Homeroom teacher by section; entry n is section n - 1.
       01  HomeroomTable.
           02 HomeroomTeach OCCURS 100 TIMES PIC 9(4).
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  SectionNo PIC 9(3).
       01  TeachName PIC X(20).
       01  SectionItems PIC 9(4).
       01  StudName PIC X(21).
       01  OverdueCount PIC 9(5) VALUE 0.
       01  SectionsPrinted PIC 9(3) VALUE 0.
       01  UnplacedCount PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "OVERDUE".
       01  RptTitle PIC X(40) VALUE "OVERDUE LIBRARY/TEXTBOOK NOTICES".
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
           MOVE SPACES TO ODDATETEXT.
           ACCEPT ODDATETEXT FROM ENVIRONMENT "ODDATE".
           IF ODDATETEXT NOT = SPACES
               COMPUTE RUNDATE = FUNCTION NUMVAL (ODDATETEXT)
           ELSE
               MOVE 0 TO RUNDATE
           END-IF.
           IF RUNDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO RUNDATE
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "OverDue : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadItems.
           PERFORM LoadCirculation.
           PERFORM LoadSections.
           PERFORM LoadHomerooms.
           PERFORM LoadTeachers.
           PERFORM PlaceOverdueItems.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneSection
               VARYING SECTIONNO FROM 0 BY 1 UNTIL SECTIONNO > 99.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE STUDENTFILE.
           DISPLAY "OverDue : " OVERDUECOUNT " item(s) overdue in "
               SECTIONSPRINTED " section(s).".
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadItems.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ITEMFILE.
           IF ITEMFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ITEMFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ITEMCOUNT < 5000
                       ADD 1 TO ITEMCOUNT
                       MOVE IM-BARCODE TO IT-BARCODE (ITEMCOUNT)
                       MOVE IM-TITLE TO IT-TITLE (ITEMCOUNT)
                       MOVE "R" TO IT-STATE (ITEMCOUNT)
                       MOVE 0 TO IT-IDNUM (ITEMCOUNT)
                       MOVE 0 TO IT-DUEDATE (ITEMCOUNT)
                       MOVE 0 TO IT-SECTION (ITEMCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ITEMFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *The log is in the order things happened, so replaying it
      *leaves each copy at its latest standing.
       LoadCirculation.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CIRCFILE.
           IF CIRCFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CIRCFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE 0 TO FOUNDIDX
                       PERFORM VARYING ITEMIDX FROM 1 BY 1
                               UNTIL ITEMIDX > ITEMCOUNT
                           IF IT-BARCODE (ITEMIDX) = CI-BARCODE
                               MOVE ITEMIDX TO FOUNDIDX
                           END-IF
                       END-PERFORM
                       IF FOUNDIDX > 0
                           MOVE CI-ACTION TO IT-STATE (FOUNDIDX)
                           MOVE CI-IDNUM TO IT-IDNUM (FOUNDIDX)
                           MOVE CI-DUEDATE TO IT-DUEDATE (FOUNDIDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CIRCFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadSections.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT SECTASGNFILE.
           IF SECTASGNSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SECTASGNFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SECTCOUNT < 3000
                       ADD 1 TO SECTCOUNT
                       MOVE SA-IDNUM TO SC-IDNUM (SECTCOUNT)
                       MOVE SA-SECTION TO SC-SECTION (SECTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE SECTASGNFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadHomerooms.
           INITIALIZE HOMEROOMTABLE.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEACHASGNFILE.
           IF TEACHASGNSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEACHASGNFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TA-SECTION-ASGN
                       MOVE TA-TEACHID
                           TO HOMEROOMTEACH (TA-SECTION + 1)
                   END-IF
               END-PERFORM
               CLOSE TEACHASGNFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

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
           MOVE 'N' TO ATENDFLAG.

      *Tags each overdue copy with its borrower's homeroom section;
      *a borrower with no section stays at 00.
       PlaceOverdueItems.
           PERFORM VARYING ITEMIDX FROM 1 BY 1
                   UNTIL ITEMIDX > ITEMCOUNT
               IF IT-STATE (ITEMIDX) = "O"
                       AND IT-DUEDATE (ITEMIDX) < RUNDATE
                   ADD 1 TO OVERDUECOUNT
                   PERFORM VARYING SECTIDX FROM 1 BY 1
                           UNTIL SECTIDX > SECTCOUNT
                       IF SC-IDNUM (SECTIDX) = IT-IDNUM (ITEMIDX)
                           MOVE SC-SECTION (SECTIDX)
                               TO IT-SECTION (ITEMIDX)
                       END-IF
                   END-PERFORM
                   IF IT-SECTION (ITEMIDX) = 0
                       ADD 1 TO UNPLACEDCOUNT
                   END-IF
               END-IF
           END-PERFORM.

       PrintOneSection.
           MOVE 0 TO SECTIONITEMS.
           PERFORM VARYING ITEMIDX FROM 1 BY 1
                   UNTIL ITEMIDX > ITEMCOUNT
               IF IT-STATE (ITEMIDX) = "O"
                       AND IT-DUEDATE (ITEMIDX) < RUNDATE
                       AND IT-SECTION (ITEMIDX) = SECTIONNO
                   IF SECTIONITEMS = 0
                       PERFORM PrintSectionHeading
                   END-IF
                   ADD 1 TO SECTIONITEMS
                   PERFORM PrintOneItem
               END-IF
           END-PERFORM.
           IF SECTIONITEMS > 0
               MOVE SPACES TO RPTLINE
               PERFORM EmitLine
               MOVE SPACES TO RPTLINE
               STRING "ITEMS OVERDUE IN SECTION : " DELIMITED BY SIZE
                   SECTIONITEMS DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintSectionHeading.
           IF SECTIONSPRINTED > 0
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO SECTIONSPRINTED.
           MOVE SPACES TO TEACHNAME.
           IF SECTIONNO = 0
               MOVE "(NOT IN A SECTION)" TO TEACHNAME
           ELSE
               PERFORM VARYING TEACHERIDX FROM 1 BY 1
                       UNTIL TEACHERIDX > TEACHERCOUNT
                   IF TT-ID (TEACHERIDX) =
                           HOMEROOMTEACH (SECTIONNO + 1)
                       MOVE TT-NAME (TEACHERIDX) TO TEACHNAME
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO RPTLINE.
           STRING "SECTION " DELIMITED BY SIZE
               SECTIONNO (2:2) DELIMITED BY SIZE
               "   HOMEROOM " DELIMITED BY SIZE
               TEACHNAME DELIMITED BY SIZE
               "   AS OF " DELIMITED BY SIZE
               RUNDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.

       PrintOneItem.
           MOVE IT-IDNUM (ITEMIDX) TO IDNUM.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO STUDNAME
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY SPACE
                       INTO STUDNAME
           END-READ.
           MOVE SPACES TO RPTLINE.
           STRING IT-IDNUM (ITEMIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STUDNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IT-TITLE (ITEMIDX) DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               IT-DUEDATE (ITEMIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "OVERDUE CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "ITEMS ON FILE : " DELIMITED BY SIZE
               ITEMCOUNT DELIMITED BY SIZE
               "   OVERDUE : " DELIMITED BY SIZE
               OVERDUECOUNT DELIMITED BY SIZE
               "   NOT IN A SECTION : " DELIMITED BY SIZE
               UNPLACEDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
