      *step keeps running promptless: TRANSID picks one student,
      *TRANSGRADELO/TRANSGRADEHI a grade-level range; unset means
      *every student, exactly as before.
      *A student who still has a library book or textbook checked
      *out (its latest circlog.txt line an O) is withheld the same
      *way a business-office hold is, until the copy comes back.
      *Copies already charged as lost are on the tuition account
      *instead and are left to the business-office hold.
      *The student's live enrollments are read by key from the
      *indexed crsenrl.txt; the closed-year archives are still line
      *sequential and read through, ahead of the live lines.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseCatFile ASSIGN TO "crscat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCatStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT EnrlArchive ASSIGN TO DYNAMIC EnrlFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EnrlArchiveStatus.
           SELECT HoldFile ASSIGN TO "tuithold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldFileStatus.
           SELECT CircFile ASSIGN TO "circlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CircFileStatus.
           SELECT XferFile ASSIGN TO "xfercrs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XferFileStatus.
       FD CourseEnrlFile.
       COPY CRSENRL.

       FD EnrlArchive.
       01  EnrlArchiveRecord PIC X(29).

       FD HoldFile.
       COPY TUITHOLD.

       FD CircFile.
       COPY CIRCLOG.

       FD XferFile.
       COPY XFERCRS.

       01  TotalTerms PIC 9(2).
       01  CourseCatStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  EnrlArchiveStatus PIC XX.
       01  EnrlAtEndFlag PIC A.
       01  CourseListed PIC A.
       01  CourseTable.
           02 HoldID OCCURS 500 TIMES PIC 9(9).
       01  HoldCount PIC 9(3) VALUE 0.
       01  HoldIdx PIC 9(3).
       01  CircFileStatus PIC XX.
      *Each copy's latest circulation line; an O means the student
      *in LB-IDNUM still has it.
       01  LibHoldTable.
           02 LibHoldEntry OCCURS 5000 TIMES.
               03 LB-BARCODE PIC X(12).
               03 LB-ACTION PIC X.
               03 LB-IDNUM PIC 9(9).
       01  LibHoldCount PIC 9(4) VALUE 0.
       01  LibHoldIdx PIC 9(4).
       01  LibFoundIdx PIC 9(4).
       01  WithheldCount PIC 9(5) VALUE 0.
      *Output routing and selection, all environment-driven so the
      *batch step never waits on a prompt.
       01  XferFileStatus PIC XX.
       01  XferAtEndFlag PIC A.
       01  XferListed PIC A.
      *Archives the course listing walks : the per-year files the
      *close-out job wrote, oldest first, ahead of the live file -
      *so full history still prints after a year is closed out.
       01  EnrlPathTable.
           02 EnrlPath OCCURS 10 TIMES PIC X(40).
       01  EnrlPathCount PIC 9(2) VALUE 0.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  EnrlFilePath PIC X(40).

       PROCEDURE DIVISION.
       StartPara.
           PERFORM BuildEnrlPathList.
           PERFORM LoadCourses.
           PERFORM LoadHolds.
           PERFORM LoadLibraryHolds.
           IF TRANSMODE = 'P'
               MOVE "OPEN" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           IF WITHHELDCOUNT > 0
               DISPLAY "Transcpt : " WITHHELDCOUNT " transcript(s) "
                   "withheld for business-office or library holds."
           END-IF.
           IF PRINTEDCOUNT = 0
               DISPLAY "Transcpt : no students matched the "
                   END-IF
               END-PERFORM
           END-IF.
           IF FOUNDIDX NOT = 0
               PERFORM VARYING LIBHOLDIDX FROM 1 BY 1
                       UNTIL LIBHOLDIDX > LIBHOLDCOUNT
                   IF FOUNDIDX NOT = 0
                           AND LB-ACTION (LIBHOLDIDX) = "O"
                           AND LB-IDNUM (LIBHOLDIDX) = IDNUM
                       MOVE 0 TO FOUNDIDX
                       ADD 1 TO WITHHELDCOUNT
                       DISPLAY "Transcript withheld for " IDNUM " "
                           FNAME " " LNAME
                           " - library items not returned."
                   END-IF
               END-PERFORM
           END-IF.

       LoadHolds.
           MOVE 'N' TO HISTATENDFLAG.
               CLOSE HOLDFILE
           END-IF.

      *The log is in the order things happened, so replaying it
      *leaves each copy at its latest standing.
       LoadLibraryHolds.
           MOVE 'N' TO HISTATENDFLAG.
           OPEN INPUT CIRCFILE.
           IF CIRCFILESTATUS = FS-SUCCESS
               PERFORM UNTIL HISTATENDFLAG = 'Y'
                   READ CIRCFILE
                       AT END MOVE 'Y' TO HISTATENDFLAG
                   END-READ
                   IF HISTATENDFLAG = 'N'
                       PERFORM PostLibraryLine
                   END-IF
               END-PERFORM
               CLOSE CIRCFILE
           END-IF.

       PostLibraryLine.
           MOVE 0 TO LIBFOUNDIDX.
           PERFORM VARYING LIBHOLDIDX FROM 1 BY 1
                   UNTIL LIBHOLDIDX > LIBHOLDCOUNT
               IF LB-BARCODE (LIBHOLDIDX) = CI-BARCODE
                   MOVE LIBHOLDIDX TO LIBFOUNDIDX
               END-IF
           END-PERFORM.
           IF LIBFOUNDIDX = 0 AND LIBHOLDCOUNT < 5000
               ADD 1 TO LIBHOLDCOUNT
               MOVE LIBHOLDCOUNT TO LIBFOUNDIDX
               MOVE CI-BARCODE TO LB-BARCODE (LIBFOUNDIDX)
           END-IF.
           IF LIBFOUNDIDX > 0
               MOVE CI-ACTION TO LB-ACTION (LIBFOUNDIDX)
               MOVE CI-IDNUM TO LB-IDNUM (LIBFOUNDIDX)
           END-IF.

      *One line out, to whichever surface this run is using. The
      *print file gets the registrar heading/pagination from
      *PrintRpt; the terminal dump stays the quick check it was.
               CLOSE COURSECATFILE
           END-IF.

      *Catalog courses the student took, from each archive and then
      *the student's live lines read by key, each scored and graded
      *with the same classification the three fixed subjects get.
      *A school that hasn't started recording enrollments just
      *prints no course section at all.
       PrintStudentCourses.
           MOVE 'N' TO COURSELISTED.
           PERFORM VARYING GPATERMIDX FROM 1 BY 1
                   UNTIL GPATERMIDX > 20
               MOVE 'N' TO ENRLTERMFLAG (GPATERMIDX)
           END-PERFORM.
           OPEN INPUT COURSEENRLFILE.
           PERFORM ScanOneEnrlFile
               VARYING ENRLPATHIDX FROM 1 BY 1
               UNTIL ENRLPATHIDX > ENRLPATHCOUNT.
           IF COURSEENRLSTATUS = FS-SUCCESS
               PERFORM ScanLiveEnrollments
               CLOSE COURSEENRLFILE
           END-IF.

       ScanOneEnrlFile.
           MOVE ENRLPATH (ENRLPATHIDX) TO ENRLFILEPATH.
           MOVE 'N' TO ENRLATENDFLAG.
           OPEN INPUT ENRLARCHIVE.
           IF ENRLARCHIVESTATUS = FS-SUCCESS
               PERFORM UNTIL ENRLATENDFLAG = 'Y'
                   READ ENRLARCHIVE
                       AT END MOVE 'Y' TO ENRLATENDFLAG
                   END-READ
                   IF ENRLATENDFLAG = 'N'
                       MOVE ENRLARCHIVERECORD TO COURSEENRLRECORD
                       IF CE-IDNUM = IDNUM
                           PERFORM ListOneEnrollment
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ENRLARCHIVE
           END-IF.

       ScanLiveEnrollments.
           MOVE 'N' TO ENRLATENDFLAG.
           MOVE IDNUM TO CE-IDNUM.
           MOVE 0 TO CE-TERMIDX.
           MOVE LOW-VALUES TO CE-CODE.
           START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
               INVALID KEY MOVE 'Y' TO ENRLATENDFLAG
           END-START.
           PERFORM UNTIL ENRLATENDFLAG = 'Y'
               READ COURSEENRLFILE NEXT RECORD
                   AT END MOVE 'Y' TO ENRLATENDFLAG
               END-READ
               IF ENRLATENDFLAG = 'N' AND CE-IDNUM NOT = IDNUM
                   MOVE 'Y' TO ENRLATENDFLAG
               END-IF
               IF ENRLATENDFLAG = 'N'
                   PERFORM ListOneEnrollment
               END-IF
           END-PERFORM.

       ListOneEnrollment.
           IF COURSELISTED = 'N'
               MOVE "Courses :" TO RPTLINE
               PERFORM EmitLine
               MOVE 'Y' TO COURSELISTED
           END-IF.
           IF CE-TERMIDX >= 1 AND CE-TERMIDX <= 20
               MOVE 'Y' TO ENRLTERMFLAG (CE-TERMIDX)
           END-IF.
           PERFORM PrintOneCourse.

      *The per-year archives that exist (one per calendar school
      *year), oldest years first by calendar order, read ahead of
      *the live file - so nothing the close-out job moved goes
      *missing from a transcript.
       BuildEnrlPathList.
           MOVE 'N' TO CALATENDFLAG.
           OPEN INPUT TERMCALFILE.
               CLOSE TERMCALFILE
           END-IF.
           MOVE 'N' TO CALATENDFLAG.

       NoteOneArchiveYear.
           MOVE SPACES TO ENRLFILEPATH.
               END-IF
           END-PERFORM.
           IF XFERLISTED = 'N' AND ENRLPATHCOUNT < 9
               OPEN INPUT ENRLARCHIVE
               IF ENRLARCHIVESTATUS = FS-SUCCESS
                   CLOSE ENRLARCHIVE
                   ADD 1 TO ENRLPATHCOUNT
                   MOVE ENRLFILEPATH TO ENRLPATH (ENRLPATHCOUNT)
               END-IF
