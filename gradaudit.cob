      *(subject X(8), credits 9(3)), maintained the same way the
      *hold and section config files are. The short list goes to
      *gradshort.txt for the YearEnd guard as well as to the report.
      *Each senior's live enrollments are read by key; the closed-year
      *archives are still line sequential and read through.
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
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
       FD CourseEnrlFile.
       COPY CRSENRL.

       FD EnrlArchive.
       01  EnrlArchiveRecord PIC X(29).

       FD TermCalFile.
       COPY TERMCAL.

       01  StudentFileStatus PIC XX.
       01  CourseCatStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  EnrlArchiveStatus PIC XX.
       01  GradReqStatus PIC XX.
       01  ShortFileStatus PIC XX.
       01  XferFileStatus PIC XX.
       01  XferAtEndFlag PIC A.
       01  TermCalStatus PIC XX.
       01  PathDupFlag PIC A.
      *Archives the credit tally walks : the per-year files the
      *close-out job wrote, ahead of the live file - a
      *senior's first-year credits still count after their year is
      *closed out.
       01  EnrlPathTable.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  EnrlFilePath PIC X(40).

       PROCEDURE DIVISION.
       StartPara.
               END-IF
           END-IF.

      *Each archive read through, then the senior's live lines by
      *key, the same shape as the transcript's course pass. Scores
      *classify through the shared GradeCheck rule; only passing
      *credits count.
       TallyEarnedCredits.
           OPEN INPUT COURSEENRLFILE.
           PERFORM TallyOneEnrlFile
               VARYING ENRLPATHIDX FROM 1 BY 1
               UNTIL ENRLPATHIDX > ENRLPATHCOUNT.
           IF COURSEENRLSTATUS = FS-SUCCESS
               PERFORM TallyLiveEnrollments
               CLOSE COURSEENRLFILE
           END-IF.

       TallyOneEnrlFile.
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
                       PERFORM CheckOneEnrollment
                   END-IF
               END-PERFORM
               CLOSE ENRLARCHIVE
           END-IF.

       TallyLiveEnrollments.
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
                   PERFORM CheckOneEnrollment
               END-IF
           END-PERFORM.

      *Marked lines (incomplete, exempt, withdrawn) earn nothing.
       CheckOneEnrollment.
           IF CE-IDNUM = IDNUM AND CE-SCORED
               PERFORM TallyOneEnrollment
           END-IF.

       TallyOneEnrollment.
               INTO RPTLINE.
           PERFORM EmitLine.

      *The per-year archives that exist.
       BuildEnrlPathList.
           MOVE 'N' TO ENRLATENDFLAG.
           OPEN INPUT TERMCALFILE.
               END-PERFORM
               CLOSE TERMCALFILE
           END-IF.

       NoteOneArchiveYear.
           MOVE SPACES TO ENRLFILEPATH.
               END-IF
           END-PERFORM.
           IF PATHDUPFLAG = 'N' AND ENRLPATHCOUNT < 9
               OPEN INPUT ENRLARCHIVE
               IF ENRLARCHIVESTATUS = FS-SUCCESS
                   CLOSE ENRLARCHIVE
                   ADD 1 TO ENRLPATHCOUNT
                   MOVE ENRLFILEPATH TO ENRLPATH (ENRLPATHCOUNT)
               END-IF
