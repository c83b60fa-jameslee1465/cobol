       IDENTIFICATION DIVISION.
       PROGRAM-ID. DiplRun.
      *Diploma and commencement program print run, over the seniors
      *the graduation audit cleared : every grade-12 student not on
      *GradAudit's short list (gradshort.txt) who is still Active -
      *the run before the year-end rollover - or was marked
      *Graduated by YearEnd in the graduation year. It replaces
      *typing the diploma names and the program by hand and copying
      *honors off the HonorRoll printout.
      *Honors come from the same cumulative figure HonorRoll ranks
      *by - the credit-weighted GPA from GpaCalc, or the average of
      *the three subject columns with rolled-out history terms for a
      *student with no enrollments - as SUMMA CUM LAUDE from 97,
      *MAGNA CUM LAUDE from 93 and CUM LAUDE from 90.
      *Students who opted out of the directory are left out of the
      *commencement program but still get a diploma; students with
      *a tuition hold standing (tuithold.txt) are in the program but
      *their diploma is held back until HoldMnt clears the hold and
      *the run is repeated. Both are listed on the control report.
      *The graduation date is DIPLDATE in the environment
      *(CCYYMMDD), today when unset; its year is the class year.
      *Diploma print file (diploma.txt, line sequential), one line
      *per diploma in alphabetical order, for the diploma printer :
      *  student ID 9(9), full name X(21), honors X(15),
      *  graduation date 9(8), graduation date as printed X(18)
      *Reports : COMMENCE (the program, alphabetical by last name
      *with honors marks and their legend) and DIPLCTL (control).
      *Runs from the batch calendar as step DIPLOMA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT TermHistFile ASSIGN TO "termhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermHistStatus.
           SELECT ShortFile ASSIGN TO "gradshort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShortFileStatus.
           SELECT TuitHoldFile ASSIGN TO "tuithold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TuitHoldStatus.
           SELECT StatHistFile ASSIGN TO "stathist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatHistStatus.
           SELECT DiplomaFile ASSIGN TO "diploma.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DiplomaStatus.
           SELECT SortFile ASSIGN TO "diplrun.srt".

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD TermHistFile.
       COPY TERMHIST.

       FD ShortFile.
       01  ShortRecord.
           02 GS-IDNUM PIC 9(9).

       FD TuitHoldFile.
       COPY TUITHOLD.

       FD StatHistFile.
       COPY STATHIST.

       FD DiplomaFile.
       01  DiplomaRecord.
           02 DL-IDNUM PIC 9(9).
           02 DL-FULLNAME PIC X(21).
           02 DL-HONORS PIC X(15).
           02 DL-GRADDATE PIC 9(8).
           02 DL-DATETEXT PIC X(18).

       SD SortFile.
       01  SortRecord.
           02 SR-LNAME PIC A(10).
           02 SR-FNAME PIC A(10).
           02 SR-IDNUM PIC 9(9).
           02 SR-CUMAVG PIC 9(3)V99.
           02 SR-OPTOUT PIC X.
           02 SR-HELD PIC X.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  SortAtEndFlag PIC A VALUE "N".
       01  HistAtEndFlag PIC A.
       01  StudentFileStatus PIC XX.
       01  TermHistStatus PIC XX.
       01  ShortFileStatus PIC XX.
       01  TuitHoldStatus PIC XX.
       01  StatHistStatus PIC XX.
       01  DiplomaStatus PIC XX.
       01  GradDateText PIC X(8).
       01  GradDate PIC 9(8).
       01  GradYear PIC 9(4).
       01  GradMonth PIC 9(2).
       01  GradDay PIC 9(2).
       01  GradDayShow PIC Z9.
       01  GradDatePrint PIC X(18).
       01  MonthNames.
           02 FILLER PIC X(9) VALUE "JANUARY".
           02 FILLER PIC X(9) VALUE "FEBRUARY".
           02 FILLER PIC X(9) VALUE "MARCH".
           02 FILLER PIC X(9) VALUE "APRIL".
           02 FILLER PIC X(9) VALUE "MAY".
           02 FILLER PIC X(9) VALUE "JUNE".
           02 FILLER PIC X(9) VALUE "JULY".
           02 FILLER PIC X(9) VALUE "AUGUST".
           02 FILLER PIC X(9) VALUE "SEPTEMBER".
           02 FILLER PIC X(9) VALUE "OCTOBER".
           02 FILLER PIC X(9) VALUE "NOVEMBER".
           02 FILLER PIC X(9) VALUE "DECEMBER".
       01  MonthTable REDEFINES MonthNames.
           02 MonthName PIC X(9) OCCURS 12 TIMES.
      *Cumulative-figure cutoffs for the honors designations.
       01  SummaCutoff PIC 9(3)V99 VALUE 97.
       01  MagnaCutoff PIC 9(3)V99 VALUE 93.
       01  CumLaudeCutoff PIC 9(3)V99 VALUE 90.
       01  ShortTable.
           02 ShortEntry OCCURS 1000 TIMES.
               03 DS-IDNUM PIC 9(9).
       01  ShortCount PIC 9(4) VALUE 0.
       01  HoldTable.
           02 HoldEntry OCCURS 2000 TIMES.
               03 DH-IDNUM PIC 9(9).
       01  HoldCount PIC 9(4) VALUE 0.
      *Students YearEnd graduated in the graduation year.
       01  GradTable.
           02 GradEntry OCCURS 2000 TIMES.
               03 DG-IDNUM PIC 9(9).
       01  GradCount PIC 9(4) VALUE 0.
       01  ScanIdx PIC 9(4).
       01  OnList PIC A.
      *Held diplomas and program omissions, for the control report.
       01  HeldTable.
           02 HeldEntry OCCURS 500 TIMES.
               03 DX-IDNUM PIC 9(9).
               03 DX-NAME PIC X(21).
       01  HeldCount PIC 9(3) VALUE 0.
       01  OmitTable.
           02 OmitEntry OCCURS 500 TIMES.
               03 DO-IDNUM PIC 9(9).
               03 DO-NAME PIC X(21).
       01  OmitCount PIC 9(3) VALUE 0.
       01  ListIdx PIC 9(3).
       01  ScoreTotal PIC 9(6).
       01  ScoreCount PIC 9(3).
       01  TermIdx PIC 9(2).
      *Credit-weighted GPA work fields for the GpaCalc calls.
       01  GpaTermIdx PIC 9(2).
       01  GpaValue PIC 9(3)V99.
       01  GpaCredits PIC 9(3).
       01  FullName PIC X(21).
       01  HonorsName PIC X(15).
       01  HonorsMark PIC X(3).
       01  ClearedCount PIC 9(5) VALUE 0.
       01  ShortSkipped PIC 9(5) VALUE 0.
       01  DiplomaCount PIC 9(5) VALUE 0.
       01  ProgramCount PIC 9(5) VALUE 0.
       01  SummaCount PIC 9(5) VALUE 0.
       01  MagnaCount PIC 9(5) VALUE 0.
       01  CumLaudeCount PIC 9(5) VALUE 0.
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
           ACCEPT GRADDATETEXT FROM ENVIRONMENT "DIPLDATE".
           IF GRADDATETEXT NOT = SPACES
               COMPUTE GRADDATE = FUNCTION NUMVAL (GRADDATETEXT)
           ELSE
               MOVE 0 TO GRADDATE
           END-IF.
           IF GRADDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO GRADDATE
           END-IF.
           PERFORM BuildDateText.
           PERFORM LoadShortList.
           IF SHORTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "DiplRun : no graduation audit on file - run "
                   "GradAudit first."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadHolds.
           PERFORM LoadGraduates.
           OPEN OUTPUT DIPLOMAFILE.
           IF DIPLOMASTATUS NOT = FS-SUCCESS
               DISPLAY "DiplRun : " MSG-CANT-OPEN DIPLOMASTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "COMMENCE" TO RPTCODE.
           MOVE SPACES TO RPTTITLE.
           STRING "COMMENCEMENT PROGRAM - CLASS OF " DELIMITED BY SIZE
               GRADYEAR DELIMITED BY SIZE
               INTO RPTTITLE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "GRADUATION DAY  " DELIMITED BY SIZE
               GRADDATEPRINT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           SORT SORTFILE
               ON ASCENDING KEY SR-LNAME
                  ASCENDING KEY SR-FNAME
                  ASCENDING KEY SR-IDNUM
               INPUT PROCEDURE IS FeedSort
               OUTPUT PROCEDURE IS PrintGraduates.
           PERFORM PrintLegend.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE DIPLOMAFILE.
           PERFORM PrintControlReport.
           DISPLAY "Graduates cleared : " CLEAREDCOUNT
               "  diplomas : " DIPLOMACOUNT "  held back : "
               HELDCOUNT "  in program : " PROGRAMCOUNT.
           IF CLEAREDCOUNT = 0 OR HELDCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       BuildDateText.
           DIVIDE GRADDATE BY 10000 GIVING GRADYEAR.
           MOVE GRADDATE (5:2) TO GRADMONTH.
           MOVE GRADDATE (7:2) TO GRADDAY.
           IF GRADMONTH < 1 OR GRADMONTH > 12
               MOVE 6 TO GRADMONTH
           END-IF.
           MOVE GRADDAY TO GRADDAYSHOW.
           MOVE SPACES TO GRADDATEPRINT.
           IF GRADDAY < 10
               STRING MONTHNAME (GRADMONTH) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   GRADDAYSHOW (2:1) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   GRADYEAR DELIMITED BY SIZE
                   INTO GRADDATEPRINT
           ELSE
               STRING MONTHNAME (GRADMONTH) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   GRADDAYSHOW DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   GRADYEAR DELIMITED BY SIZE
                   INTO GRADDATEPRINT
           END-IF.

       LoadShortList.
           OPEN INPUT SHORTFILE.
           IF SHORTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SHORTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SHORTCOUNT < 1000
                       ADD 1 TO SHORTCOUNT
                       MOVE GS-IDNUM TO DS-IDNUM (SHORTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE SHORTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadHolds.
           OPEN INPUT TUITHOLDFILE.
           IF TUITHOLDSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TUITHOLDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND HOLDCOUNT < 2000
                       ADD 1 TO HOLDCOUNT
                       MOVE HL-IDNUM TO DH-IDNUM (HOLDCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TUITHOLDFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *The Active-to-Graduated lines YearEnd wrote in the class year
      *tell this year's graduates from earlier classes.
       LoadGraduates.
           OPEN INPUT STATHISTFILE.
           IF STATHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STATHISTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SH-NEWSTATUS = 'G'
                           AND SH-DATE (1:4) = GRADYEAR
                           AND GRADCOUNT < 2000
                       ADD 1 TO GRADCOUNT
                       MOVE SH-IDNUM TO DG-IDNUM (GRADCOUNT)
                   END-IF
               END-PERFORM
               CLOSE STATHISTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       FeedSort.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "DiplRun : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STUDENTFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND GRADELEVEL = 12
                       PERFORM CheckOneSenior
                   END-IF
               END-PERFORM
               CLOSE STUDENTFILE
           END-IF.

       CheckOneSenior.
           MOVE 'N' TO ONLIST.
           IF GRADUATED
               PERFORM VARYING SCANIDX FROM 1 BY 1
                       UNTIL SCANIDX > GRADCOUNT OR ONLIST = 'Y'
                   IF DG-IDNUM (SCANIDX) = IDNUM
                       MOVE 'Y' TO ONLIST
                   END-IF
               END-PERFORM
           END-IF.
           IF ACTIVE
               MOVE 'Y' TO ONLIST
               PERFORM VARYING SCANIDX FROM 1 BY 1
                       UNTIL SCANIDX > SHORTCOUNT OR ONLIST = 'N'
                   IF DS-IDNUM (SCANIDX) = IDNUM
                       MOVE 'N' TO ONLIST
                       ADD 1 TO SHORTSKIPPED
                   END-IF
               END-PERFORM
           END-IF.
           IF ONLIST = 'Y'
               ADD 1 TO CLEAREDCOUNT
               PERFORM ReleaseOneSenior
           END-IF.

       ReleaseOneSenior.
           MOVE LNAME TO SR-LNAME.
           MOVE FNAME TO SR-FNAME.
           MOVE IDNUM TO SR-IDNUM.
           MOVE DIROPTOUT TO SR-OPTOUT.
           MOVE 'N' TO SR-HELD.
           PERFORM VARYING SCANIDX FROM 1 BY 1
                   UNTIL SCANIDX > HOLDCOUNT OR SR-HELD = 'Y'
               IF DH-IDNUM (SCANIDX) = IDNUM
                   MOVE 'Y' TO SR-HELD
               END-IF
           END-PERFORM.
      *The cumulative figure exactly as HonorRoll ranks by it.
           MOVE 0 TO GPATERMIDX.
           CALL "GpaCalc" USING IDNUM GPATERMIDX
               GPAVALUE GPACREDITS.
           IF GPACREDITS > 0
               MOVE GPAVALUE TO SR-CUMAVG
           ELSE
               MOVE 0 TO SCORETOTAL
               MOVE 0 TO SCORECOUNT
               PERFORM VARYING TERMIDX FROM 1 BY 1
                       UNTIL TERMIDX > TERMCOUNT
                   ADD CHINS (TERMIDX) TO SCORETOTAL
                   ADD ENGS (TERMIDX) TO SCORETOTAL
                   ADD MATHS (TERMIDX) TO SCORETOTAL
                   ADD 3 TO SCORECOUNT
               END-PERFORM
               PERFORM AddHistoryScores
               IF SCORECOUNT > 0
                   COMPUTE SR-CUMAVG ROUNDED = SCORETOTAL / SCORECOUNT
               ELSE
                   MOVE 0 TO SR-CUMAVG
               END-IF
           END-IF.
           RELEASE SORTRECORD.

       AddHistoryScores.
           MOVE 'N' TO HISTATENDFLAG.
           OPEN INPUT TERMHISTFILE.
           IF TERMHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL HISTATENDFLAG = 'Y'
                   READ TERMHISTFILE
                       AT END MOVE 'Y' TO HISTATENDFLAG
                   END-READ
                   IF HISTATENDFLAG = 'N' AND TH-IDNUM = IDNUM
                       ADD TH-CHINS TO SCORETOTAL
                       ADD TH-ENGS TO SCORETOTAL
                       ADD TH-MATHS TO SCORETOTAL
                       ADD 3 TO SCORECOUNT
                   END-IF
               END-PERFORM
               CLOSE TERMHISTFILE
           END-IF.

       PrintGraduates.
           PERFORM UNTIL SORTATENDFLAG = 'Y'
               RETURN SORTFILE
                   AT END MOVE 'Y' TO SORTATENDFLAG
                   NOT AT END PERFORM OneGraduate
               END-RETURN
           END-PERFORM.

       OneGraduate.
           MOVE SPACES TO FULLNAME.
           STRING SR-FNAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               SR-LNAME DELIMITED BY "  "
               INTO FULLNAME.
           EVALUATE TRUE
               WHEN SR-CUMAVG >= SUMMACUTOFF
                   MOVE "SUMMA CUM LAUDE" TO HONORSNAME
                   MOVE "***" TO HONORSMARK
                   ADD 1 TO SUMMACOUNT
               WHEN SR-CUMAVG >= MAGNACUTOFF
                   MOVE "MAGNA CUM LAUDE" TO HONORSNAME
                   MOVE "**" TO HONORSMARK
                   ADD 1 TO MAGNACOUNT
               WHEN SR-CUMAVG >= CUMLAUDECUTOFF
                   MOVE "CUM LAUDE" TO HONORSNAME
                   MOVE "*" TO HONORSMARK
                   ADD 1 TO CUMLAUDECOUNT
               WHEN OTHER
                   MOVE SPACES TO HONORSNAME
                   MOVE SPACES TO HONORSMARK
           END-EVALUATE.
           IF SR-HELD = 'Y'
               IF HELDCOUNT < 500
                   ADD 1 TO HELDCOUNT
                   MOVE SR-IDNUM TO DX-IDNUM (HELDCOUNT)
                   MOVE FULLNAME TO DX-NAME (HELDCOUNT)
               END-IF
           ELSE
               MOVE SR-IDNUM TO DL-IDNUM
               MOVE FULLNAME TO DL-FULLNAME
               MOVE HONORSNAME TO DL-HONORS
               MOVE GRADDATE TO DL-GRADDATE
               MOVE GRADDATEPRINT TO DL-DATETEXT
               WRITE DIPLOMARECORD
               ADD 1 TO DIPLOMACOUNT
           END-IF.
           IF SR-OPTOUT = 'Y'
               IF OMITCOUNT < 500
                   ADD 1 TO OMITCOUNT
                   MOVE SR-IDNUM TO DO-IDNUM (OMITCOUNT)
                   MOVE FULLNAME TO DO-NAME (OMITCOUNT)
               END-IF
           ELSE
               ADD 1 TO PROGRAMCOUNT
               MOVE SPACES TO RPTLINE
               STRING "          " DELIMITED BY SIZE
                   FULLNAME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   HONORSMARK DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintLegend.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "          *** SUMMA CUM LAUDE   ** MAGNA CUM LAUDE" &
               "   * CUM LAUDE" TO RPTLINE.
           PERFORM EmitLine.

       PrintControlReport.
           MOVE "DIPLCTL" TO RPTCODE.
           MOVE "DIPLOMA RUN CONTROL" TO RPTTITLE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "DIPLOMAS HELD BACK - TUITION HOLD STANDING :"
               TO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING LISTIDX FROM 1 BY 1
                   UNTIL LISTIDX > HELDCOUNT
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   DX-IDNUM (LISTIDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DX-NAME (LISTIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-PERFORM.
           IF HELDCOUNT = 0
               MOVE "  None." TO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "LEFT OUT OF THE PROGRAM - DIRECTORY OPT-OUT :"
               TO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING LISTIDX FROM 1 BY 1
                   UNTIL LISTIDX > OMITCOUNT
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   DO-IDNUM (LISTIDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DO-NAME (LISTIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-PERFORM.
           IF OMITCOUNT = 0
               MOVE "  None." TO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "DIPLOMA CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Graduation date         : " DELIMITED BY SIZE
               GRADDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Seniors cleared         : " DELIMITED BY SIZE
               CLEAREDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Short of credits        : " DELIMITED BY SIZE
               SHORTSKIPPED DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Diplomas written        : " DELIMITED BY SIZE
               DIPLOMACOUNT DELIMITED BY SIZE
               "   held back : " DELIMITED BY SIZE
               HELDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  In the program          : " DELIMITED BY SIZE
               PROGRAMCOUNT DELIMITED BY SIZE
               "   left out : " DELIMITED BY SIZE
               OMITCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Summa / magna / cum     : " DELIMITED BY SIZE
               SUMMACOUNT DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               MAGNACOUNT DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               CUMLAUDECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
