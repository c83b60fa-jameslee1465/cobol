       IDENTIFICATION DIVISION.
       PROGRAM-ID. MergeLtr.
      *Correspondence merge run: prints one letter per selected
      *student from a template in lettmpl.txt, so a new notice - a
      *schedule change, a fee reminder - is a few lines of template
      *text and a selection file instead of another letter program
      *with its wording built in. Each letter is a page through the
      *shared PrintRpt routine : the date, TO : the first guardian
      *on file (TO THE PARENT/GUARDIAN when there is none), the
      *ADDRREC mailing address, the template's subject line and its
      *body with the merge fields filled in for the student (see
      *LTRTMPL.cpy for the fields). The report file is named after
      *the template : rpt, L and the first seven characters of the
      *template code.
      *The selection file (ltrsel.txt, or the file named by the
      *LTRSEL environment variable) names the template and the
      *students, one criterion per line - kind X, value X(9) :
      *  T  template code (required, one line)
      *  G  grade level, two digits
      *  S  enrollment status (A, W, G)
      *  I  student ID
      *Lines of the same kind are alternatives and different kinds
      *must all hold, so G 09 / G 10 / S A is every Active ninth or
      *tenth grader. With no S line only Active students are taken,
      *unless students are named by ID. A selection with no G, S or
      *I line is refused rather than mailing the whole school.
      *An outward-facing template skips students whose families
      *opted out of directory disclosure. Every selected student is
      *logged to ltrlog.txt - sent, or held back for the opt-out -
      *so LtrHist can answer whether a family was notified.
      *Runs from the batch calendar as step MERGELTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT SelectFile ASSIGN TO DYNAMIC SelectFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SelectFileStatus.
           SELECT TemplateFile ASSIGN TO "lettmpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TemplateStatus.
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.
           SELECT AddressFile ASSIGN TO "addrrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AddressFileStatus.
           SELECT SectAsgnFile ASSIGN TO "sectasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SectAsgnStatus.
           SELECT LetterLogFile ASSIGN TO "ltrlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LetterLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD SelectFile.
       01  SelectRecord.
           02 MS-KIND PIC X.
           02 MS-VALUE PIC X(9).

       FD TemplateFile.
       COPY LTRTMPL.

       FD ContactFile.
       COPY CONTACT.

       FD AddressFile.
       COPY ADDRREC.

       FD SectAsgnFile.
       COPY SECTASGN.

       FD LetterLogFile.
       COPY LTRLOG.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  SelectFileStatus PIC XX.
       01  TemplateStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  AddressFileStatus PIC XX.
       01  SectAsgnStatus PIC XX.
       01  LetterLogStatus PIC XX.
       01  RunDate PIC 9(8).
       01  TemplateCode PIC X(8) VALUE SPACES.
       01  Audience PIC X VALUE "O".
           88 OutwardFacing VALUE "O" " ".
       01  SubjectLine PIC X(70) VALUE SPACES.
       01  BodyTable.
           02 BodyEntry OCCURS 60 TIMES.
               03 MB-TEXT PIC X(70).
       01  BodyCount PIC 9(2) VALUE 0.
       01  BodyIdx PIC 9(2).
      *Selection criteria, by kind.
       01  GradeTable.
           02 GradeWanted OCCURS 13 TIMES PIC 9(2).
       01  GradeCount PIC 9(2) VALUE 0.
       01  StatusTable.
           02 StatusWanted OCCURS 5 TIMES PIC X.
       01  StatusCount PIC 9 VALUE 0.
       01  IDTable.
           02 IDWanted OCCURS 2000 TIMES PIC 9(9).
       01  IDCount PIC 9(4) VALUE 0.
       01  CritIdx PIC 9(4).
       01  CritMatch PIC A.
       01  Selected PIC A.
       01  BadSelectLines PIC 9(4) VALUE 0.
       01  SectTable.
           02 SectEntry OCCURS 5000 TIMES.
               03 MT-IDNUM PIC 9(9).
               03 MT-SECTION PIC 9(2).
       01  SectCount PIC 9(4) VALUE 0.
       01  SectIdx PIC 9(4).
      *The student being written to.
       01  StudName PIC X(21).
       01  GuardianName PIC X(22).
       01  SectionShow PIC X(10).
       01  HaveAddress PIC A.
       01  AddrMailName PIC X(20).
       01  AddrStreet PIC X(20).
       01  AddrCityLine PIC X(40).
      *Merge work fields.
       01  MergeLine PIC X(80).
       01  OutPtr PIC 9(3).
       01  InPos PIC 9(3).
       01  TokenWord PIC X(10).
       01  TokenLen PIC 9(2).
       01  MergeValue PIC X(30).
       01  MergeHold PIC X(30).
       01  LeadIdx PIC 9(2).
       01  GradeShow PIC Z9.
       01  BalanceShow PIC -ZZ,ZZ9.99.
       01  SelectedCount PIC 9(5) VALUE 0.
       01  SentCount PIC 9(5) VALUE 0.
       01  OptOutCount PIC 9(5) VALUE 0.
       01  NoAddressCount PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8).
       01  RptTitle PIC X(40).
       01  RptLine PIC X(80).
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  SelectFilePath PIC X(40) VALUE "ltrsel.txt".

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           ACCEPT SELECTFILEPATH FROM ENVIRONMENT "LTRSEL".
           IF SELECTFILEPATH = SPACES
               MOVE "ltrsel.txt" TO SELECTFILEPATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNDATE.
           PERFORM LoadSelection.
           IF SELECTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "MergeLtr : no selection file " SELECTFILEPATH
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           IF TEMPLATECODE = SPACES
               DISPLAY "MergeLtr : the selection names no template "
                   "(T line)."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           IF GRADECOUNT = 0 AND STATUSCOUNT = 0 AND IDCOUNT = 0
               DISPLAY "MergeLtr : the selection has no G, S or I "
                   "line - refused."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadTemplate.
           IF BODYCOUNT = 0
               DISPLAY "MergeLtr : template " TEMPLATECODE
                   " has no body lines in lettmpl.txt."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadSections.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "MergeLtr : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND LETTERLOGFILE.
           IF LETTERLOGSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT LETTERLOGFILE
           END-IF.
           IF LETTERLOGSTATUS NOT = FS-SUCCESS
               DISPLAY "MergeLtr : " MSG-CANT-OPEN LETTERLOGSTATUS
               CLOSE STUDENTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO RPTCODE.
           STRING "L" DELIMITED BY SIZE
               TEMPLATECODE (1:7) DELIMITED BY SPACE
               INTO RPTCODE.
           MOVE SPACES TO RPTTITLE.
           STRING "CORRESPONDENCE - " DELIMITED BY SIZE
               TEMPLATECODE DELIMITED BY SIZE
               INTO RPTTITLE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STUDENTFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   PERFORM CheckSelection
                   IF SELECTED = 'Y'
                       PERFORM OneLetter
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE LETTERLOGFILE.
           CLOSE STUDENTFILE.
           DISPLAY "Template " TEMPLATECODE " : selected "
               SELECTEDCOUNT "  sent " SENTCOUNT "  opted out "
               OPTOUTCOUNT.
           IF BADSELECTLINES > 0 OR NOADDRESSCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadSelection.
           OPEN INPUT SELECTFILE.
           IF SELECTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SELECTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       PERFORM TakeOneCriterion
                   END-IF
               END-PERFORM
               CLOSE SELECTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       TakeOneCriterion.
           EVALUATE TRUE
               WHEN MS-KIND = 'T'
                   MOVE MS-VALUE TO TEMPLATECODE
               WHEN MS-KIND = 'G' AND MS-VALUE (1:2) IS NUMERIC
                       AND GRADECOUNT < 13
                   ADD 1 TO GRADECOUNT
                   MOVE MS-VALUE (1:2) TO GRADEWANTED (GRADECOUNT)
               WHEN MS-KIND = 'S' AND MS-VALUE (1:1) NOT = SPACE
                       AND STATUSCOUNT < 5
                   ADD 1 TO STATUSCOUNT
                   MOVE MS-VALUE (1:1) TO STATUSWANTED (STATUSCOUNT)
               WHEN MS-KIND = 'I' AND MS-VALUE IS NUMERIC
                       AND IDCOUNT < 2000
                   ADD 1 TO IDCOUNT
                   MOVE MS-VALUE TO IDWANTED (IDCOUNT)
               WHEN OTHER
                   ADD 1 TO BADSELECTLINES
                   DISPLAY "MergeLtr : selection line not used : "
                       SELECTRECORD
           END-EVALUATE.

      *Line 000 is the subject and audience; the rest is the body,
      *in the order it is kept.
       LoadTemplate.
           OPEN INPUT TEMPLATEFILE.
           IF TEMPLATESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEMPLATEFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND LM-CODE = TEMPLATECODE
                       IF LM-SEQ = 0
                           MOVE LM-TEXT TO SUBJECTLINE
                           MOVE LM-AUDIENCE TO AUDIENCE
                       ELSE
                           IF BODYCOUNT < 59
                               ADD 1 TO BODYCOUNT
                               MOVE LM-TEXT TO MB-TEXT (BODYCOUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TEMPLATEFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadSections.
           OPEN INPUT SECTASGNFILE.
           IF SECTASGNSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SECTASGNFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SECTCOUNT < 5000
                       ADD 1 TO SECTCOUNT
                       MOVE SA-IDNUM TO MT-IDNUM (SECTCOUNT)
                       MOVE SA-SECTION TO MT-SECTION (SECTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE SECTASGNFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       CheckSelection.
           MOVE 'Y' TO SELECTED.
           IF GRADECOUNT > 0
               MOVE 'N' TO CRITMATCH
               PERFORM VARYING CRITIDX FROM 1 BY 1
                       UNTIL CRITIDX > GRADECOUNT
                   IF GRADEWANTED (CRITIDX) = GRADELEVEL
                       MOVE 'Y' TO CRITMATCH
                   END-IF
               END-PERFORM
               IF CRITMATCH = 'N'
                   MOVE 'N' TO SELECTED
               END-IF
           END-IF.
           IF STATUSCOUNT > 0
               MOVE 'N' TO CRITMATCH
               PERFORM VARYING CRITIDX FROM 1 BY 1
                       UNTIL CRITIDX > STATUSCOUNT
                   IF STATUSWANTED (CRITIDX) = ENROLLSTATUS
                       MOVE 'Y' TO CRITMATCH
                   END-IF
               END-PERFORM
               IF CRITMATCH = 'N'
                   MOVE 'N' TO SELECTED
               END-IF
           ELSE
               IF IDCOUNT = 0 AND NOT ACTIVE
                   MOVE 'N' TO SELECTED
               END-IF
           END-IF.
           IF IDCOUNT > 0
               MOVE 'N' TO CRITMATCH
               PERFORM VARYING CRITIDX FROM 1 BY 1
                       UNTIL CRITIDX > IDCOUNT OR CRITMATCH = 'Y'
                   IF IDWANTED (CRITIDX) = IDNUM
                       MOVE 'Y' TO CRITMATCH
                   END-IF
               END-PERFORM
               IF CRITMATCH = 'N'
                   MOVE 'N' TO SELECTED
               END-IF
           END-IF.

       OneLetter.
           ADD 1 TO SELECTEDCOUNT.
           MOVE SPACES TO STUDNAME.
           STRING FNAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               LNAME DELIMITED BY "  "
               INTO STUDNAME.
           PERFORM FindGuardian.
           MOVE IDNUM TO MG-IDNUM.
           MOVE TEMPLATECODE TO MG-CODE.
           MOVE RUNDATE TO MG-DATE.
           MOVE GUARDIANNAME TO MG-GUARDIAN.
           IF OUTWARDFACING AND DIROPTEDOUT
               ADD 1 TO OPTOUTCOUNT
               SET MG-OPTEDOUT TO TRUE
               WRITE LETTERLOGRECORD
           ELSE
               ADD 1 TO SENTCOUNT
               SET MG-SENT TO TRUE
               WRITE LETTERLOGRECORD
               PERFORM FindAddress
               PERFORM FindSection
               PERFORM PrintLetter
           END-IF.

      *The first guardian on file, or the generic salutation so the
      *letter is never silently skipped.
       FindGuardian.
           MOVE "TO THE PARENT/GUARDIAN" TO GUARDIANNAME.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND CT-IDNUM = IDNUM
                       MOVE CT-NAME TO GUARDIANNAME
                       MOVE 'Y' TO SCANATEND
                   END-IF
               END-PERFORM
               CLOSE CONTACTFILE
           END-IF.

       FindAddress.
           MOVE 'N' TO HAVEADDRESS.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT ADDRESSFILE.
           IF ADDRESSFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ ADDRESSFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND AD-IDNUM = IDNUM
                       MOVE 'Y' TO HAVEADDRESS
                       MOVE AD-MAILNAME TO ADDRMAILNAME
                       MOVE AD-STREET TO ADDRSTREET
                       MOVE SPACES TO ADDRCITYLINE
                       STRING AD-CITY DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           AD-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AD-ZIP DELIMITED BY SIZE
                           INTO ADDRCITYLINE
                       MOVE 'Y' TO SCANATEND
                   END-IF
               END-PERFORM
               CLOSE ADDRESSFILE
           END-IF.
           IF HAVEADDRESS = 'N'
               ADD 1 TO NOADDRESSCOUNT
           END-IF.

       FindSection.
           MOVE "(none)" TO SECTIONSHOW.
           PERFORM VARYING SECTIDX FROM 1 BY 1
                   UNTIL SECTIDX > SECTCOUNT
               IF MT-IDNUM (SECTIDX) = IDNUM
                   MOVE MT-SECTION (SECTIDX) TO SECTIONSHOW
               END-IF
           END-PERFORM.

       PrintLetter.
           IF SENTCOUNT > 1
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           MOVE SPACES TO RPTLINE.
           STRING "DATE : " DELIMITED BY SIZE
               RUNDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "TO : " DELIMITED BY SIZE
               GUARDIANNAME DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintAddressBlock.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SUBJECTLINE TO MB-TEXT (60).
           MOVE 60 TO BODYIDX.
           PERFORM MergeOneLine.
           MOVE SPACES TO RPTLINE.
           STRING "RE : " DELIMITED BY SIZE
               MERGELINE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintBodyLine
               VARYING BODYIDX FROM 1 BY 1 UNTIL BODYIDX > BODYCOUNT.

       PrintAddressBlock.
           IF HAVEADDRESS = 'Y'
               MOVE SPACES TO RPTLINE
               STRING "     " DELIMITED BY SIZE
                   ADDRMAILNAME DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               MOVE SPACES TO RPTLINE
               STRING "     " DELIMITED BY SIZE
                   ADDRSTREET DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               MOVE SPACES TO RPTLINE
               STRING "     " DELIMITED BY SIZE
                   ADDRCITYLINE DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

      *&ADDRESS alone on a line is the whole address block.
       PrintBodyLine.
           IF MB-TEXT (BODYIDX) = "&ADDRESS"
               PERFORM PrintAddressBlock
           ELSE
               PERFORM MergeOneLine
               MOVE MERGELINE TO RPTLINE
               PERFORM EmitLine
           END-IF.

      *Copies the template line into MergeLine a character at a
      *time, replacing each &WORD merge field with the student's
      *value. A word that isn't a merge field is copied as keyed.
       MergeOneLine.
           MOVE SPACES TO MERGELINE.
           MOVE 1 TO OUTPTR.
           MOVE 1 TO INPOS.
           PERFORM UNTIL INPOS > 70 OR OUTPTR > 80
               IF MB-TEXT (BODYIDX) (INPOS:1) = "&"
                   PERFORM MergeOneField
               ELSE
                   MOVE MB-TEXT (BODYIDX) (INPOS:1)
                       TO MERGELINE (OUTPTR:1)
                   ADD 1 TO OUTPTR
                   ADD 1 TO INPOS
               END-IF
           END-PERFORM.

       MergeOneField.
           ADD 1 TO INPOS.
           MOVE SPACES TO TOKENWORD.
           MOVE 0 TO TOKENLEN.
           PERFORM UNTIL INPOS > 70 OR TOKENLEN >= 10
                   OR MB-TEXT (BODYIDX) (INPOS:1) < "A"
                   OR MB-TEXT (BODYIDX) (INPOS:1) > "Z"
               ADD 1 TO TOKENLEN
               MOVE MB-TEXT (BODYIDX) (INPOS:1)
                   TO TOKENWORD (TOKENLEN:1)
               ADD 1 TO INPOS
           END-PERFORM.
           MOVE SPACES TO MERGEVALUE.
           EVALUATE TOKENWORD
               WHEN "NAME"
                   MOVE STUDNAME TO MERGEVALUE
               WHEN "FNAME"
                   MOVE FNAME TO MERGEVALUE
               WHEN "ID"
                   MOVE IDNUM TO MERGEVALUE
               WHEN "GRADE"
                   MOVE GRADELEVEL TO GRADESHOW
                   MOVE GRADESHOW TO MERGEVALUE
               WHEN "GUARDIAN"
                   MOVE GUARDIANNAME TO MERGEVALUE
               WHEN "BALANCE"
                   MOVE TUITIONBALANCE TO BALANCESHOW
                   MOVE BALANCESHOW TO MERGEVALUE
               WHEN "SECTION"
                   MOVE SECTIONSHOW TO MERGEVALUE
               WHEN "DATE"
                   MOVE RUNDATE TO MERGEVALUE
               WHEN "ADDRESS"
                   MOVE ADDRSTREET TO MERGEVALUE
               WHEN OTHER
                   STRING "&" DELIMITED BY SIZE
                       TOKENWORD DELIMITED BY SPACE
                       INTO MERGEVALUE
           END-EVALUATE.
           PERFORM VARYING LEADIDX FROM 1 BY 1
                   UNTIL LEADIDX > 29
                       OR MERGEVALUE (LEADIDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF LEADIDX > 1
               MOVE MERGEVALUE (LEADIDX:) TO MERGEHOLD
               MOVE MERGEHOLD TO MERGEVALUE
           END-IF.
           STRING MERGEVALUE DELIMITED BY "  "
               INTO MERGELINE WITH POINTER OUTPTR
               ON OVERFLOW CONTINUE
           END-STRING.

       PrintControlSection.
           IF SENTCOUNT > 0
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           MOVE "MERGE RUN CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  TEMPLATE " DELIMITED BY SIZE
               TEMPLATECODE DELIMITED BY SIZE
               "  SELECTION " DELIMITED BY SIZE
               SELECTFILEPATH DELIMITED BY SPACE
               "  RUN DATE " DELIMITED BY SIZE
               RUNDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           IF OUTWARDFACING
               MOVE "  AUDIENCE : OUTWARD-FACING (DIRECTORY OPT-OUTS "
                   & "HELD BACK)" TO RPTLINE
           ELSE
               MOVE "  AUDIENCE : STUDENT'S OWN FAMILY" TO RPTLINE
           END-IF.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  SELECTED : " DELIMITED BY SIZE
               SELECTEDCOUNT DELIMITED BY SIZE
               "   LETTERS : " DELIMITED BY SIZE
               SENTCOUNT DELIMITED BY SIZE
               "   OPTED OUT : " DELIMITED BY SIZE
               OPTOUTCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  NO ADDRESS ON FILE : " DELIMITED BY SIZE
               NOADDRESSCOUNT DELIMITED BY SIZE
               "   SELECTION LINES NOT USED : " DELIMITED BY SIZE
               BADSELECTLINES DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
