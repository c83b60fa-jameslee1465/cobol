      *which operator released it. The log has its own inquiry
      *option, so the records-privacy audit finally has documented
      *disclosures instead of none.
      *A fourth page carries the student's latest state assessment
      *results from testscr.txt - for each test, the most recent
      *administration's scale score and proficiency level.
      *A student purged to the permanent-record archive is reported
      *as archived, not "not found", so the request goes to the
      *archive instead of being answered "no such student".
      *Course lines come from the closed-year enrollment archives,
      *read through, and then from the indexed crsenrl.txt by the
      *student's key.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT EnrlArchive ASSIGN TO DYNAMIC EnrlFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EnrlArchiveStatus.
           SELECT AttendFile ASSIGN TO DYNAMIC AttFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.
           SELECT ImmunFile ASSIGN TO "immrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ImmunFileStatus.
           SELECT TestScoreFile ASSIGN TO "testscr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TestScoreStatus.
           SELECT ReleaseLog ASSIGN TO "rellog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReleaseLogStatus.
       FD CourseEnrlFile.
       COPY CRSENRL.

       FD EnrlArchive.
       01  EnrlArchiveRecord PIC X(29).

       FD AttendFile.
       COPY ATTLOG.

       FD ImmunFile.
       COPY IMMREC.

       FD TestScoreFile.
       COPY TESTSCR.

       FD ReleaseLog.
       COPY RELLOG.

       01  TermHistStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  EnrlArchiveStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  ImmunFileStatus PIC XX.
       01  ReleaseLogStatus PIC XX.
       01  TestScoreStatus PIC XX.
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  OperID PIC X(10).
       01  AbsentCount PIC 9(3).
       01  TardyCount PIC 9(3).
       01  ExemptText PIC X(11).
      *Latest administration per test for the assessment page.
       01  LatestTable.
           02 LatestEntry OCCURS 20 TIMES.
               03 LT-TEST PIC X(8).
               03 LT-DATE PIC 9(8).
               03 LT-SCALE PIC 9(4).
               03 LT-LEVEL PIC 9.
       01  LatestCount PIC 9(2).
       01  LatestIdx PIC 9(2).
       01  FoundIdx PIC 9(2).
       01  LevelText PIC X(14).
      *Term calendar windows for the attendance-by-term summary.
       01  TermCalTable.
           02 TermCalEntry OCCURS 20 TIMES.
               03 TW-END PIC 9(8).
       01  TermCalCount PIC 9(2) VALUE 0.
       01  SearchID PIC 9(9).
       01  ArchHits PIC 9(3).
       01  ArchNoName PIC A(10) VALUE SPACES.
       01  MatchCount PIC 9(5).
       01  PathDupFlag PIC A.
      *Per-year archive files from the close-out job, then the live
      *attendance file - a release packet must cover the full
      *history. The live enrollments are read by key after the
      *enrollment archives.
       01  EnrlPathTable.
           02 EnrlPath OCCURS 10 TIMES PIC X(40).
       01  EnrlPathCount PIC 9(2) VALUE 0.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  EnrlFilePath PIC X(40).
       01  AttFilePath PIC X(40) VALUE "attlog.txt".

       PROCEDURE DIVISION.
               CLOSE STUDENTFILE
           END-IF.
           IF STUDEXIST = 'N'
               CALL "ArchLook" USING STUDIDNUM ARCHNONAME ARCHHITS
               IF ARCHHITS = 0
                   DISPLAY "Student : " MSG-NOT-FOUND
               ELSE
                   DISPLAY "Pull the packet from the permanent-record "
                       "archive (permarch.txt)."
               END-IF
           ELSE
               DISPLAY "Requesting school / party : "
                   WITH NO ADVANCING
               PERFORM PrintTranscriptPage
               PERFORM PrintAttendancePage
               PERFORM PrintImmunizationPage
               PERFORM PrintStateTestPage
               MOVE "CLOSE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               PERFORM WriteReleaseLog

       PrintCourseLines.
           MOVE 0 TO LISTEDCOUNT.
           OPEN INPUT COURSEENRLFILE.
           PERFORM PrintOneEnrlFile
               VARYING ARCHPATHIDX FROM 1 BY 1
               UNTIL ARCHPATHIDX > ENRLPATHCOUNT.
           IF COURSEENRLSTATUS = FS-SUCCESS
               PERFORM PrintLiveEnrollments
               CLOSE COURSEENRLFILE
           END-IF.
           IF LISTEDCOUNT = 0
               MOVE "  (no course enrollments on file)" TO RPTLINE
               PERFORM EmitLine
       PrintOneEnrlFile.
           MOVE ENRLPATH (ARCHPATHIDX) TO ENRLFILEPATH.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT ENRLARCHIVE.
           IF ENRLARCHIVESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ ENRLARCHIVE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                       MOVE ENRLARCHIVERECORD TO COURSEENRLRECORD
                       IF CE-IDNUM = IDNUM
                           PERFORM PrintOneEnrollment
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ENRLARCHIVE
           END-IF.

       PrintLiveEnrollments.
           MOVE 'N' TO SCANATEND.
           MOVE IDNUM TO CE-IDNUM.
           MOVE 0 TO CE-TERMIDX.
           MOVE LOW-VALUES TO CE-CODE.
           START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
               INVALID KEY MOVE 'Y' TO SCANATEND
           END-START.
           PERFORM UNTIL SCANATEND = 'Y'
               READ COURSEENRLFILE NEXT RECORD
                   AT END MOVE 'Y' TO SCANATEND
               END-READ
               IF SCANATEND = 'N' AND CE-IDNUM NOT = IDNUM
                   MOVE 'Y' TO SCANATEND
               END-IF
               IF SCANATEND = 'N'
                   PERFORM PrintOneEnrollment
               END-IF
           END-PERFORM.

       PrintOneEnrollment.
           ADD 1 TO LISTEDCOUNT.
           MOVE SPACES TO RPTLINE.
           STRING "  TERM " DELIMITED BY SIZE
               CE-TERMIDX DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CE-CODE DELIMITED BY SIZE
               "  SCORE " DELIMITED BY SIZE
               CE-SCORE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CE-MARK DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

      *Page 2 : absent/tardy counts per calendar term window - the
      *summary that used to be hand-copied off an AttRpt printout.
       PrintAttendancePage.
               PERFORM EmitLine
           END-IF.

      *Page 4 : the latest result on each state test.
       PrintStateTestPage.
           MOVE "PAGE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintPacketHeading.
           MOVE "STATE ASSESSMENT RESULTS (LATEST) :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE 0 TO LATESTCOUNT.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT TESTSCOREFILE.
           IF TESTSCORESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ TESTSCOREFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND TS-IDNUM = IDNUM
                       PERFORM NoteLatestResult
                   END-IF
               END-PERFORM
               CLOSE TESTSCOREFILE
           END-IF.
           IF LATESTCOUNT = 0
               MOVE "  (no state test results on file)" TO RPTLINE
               PERFORM EmitLine
           ELSE
               PERFORM PrintOneLatest
                   VARYING LATESTIDX FROM 1 BY 1
                   UNTIL LATESTIDX > LATESTCOUNT
           END-IF.

       NoteLatestResult.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING LATESTIDX FROM 1 BY 1
                   UNTIL LATESTIDX > LATESTCOUNT
               IF LT-TEST (LATESTIDX) = TS-TEST
                   MOVE LATESTIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND LATESTCOUNT < 20
               ADD 1 TO LATESTCOUNT
               MOVE LATESTCOUNT TO FOUNDIDX
               MOVE TS-TEST TO LT-TEST (FOUNDIDX)
               MOVE 0 TO LT-DATE (FOUNDIDX)
           END-IF.
           IF FOUNDIDX > 0
               IF TS-TESTDATE >= LT-DATE (FOUNDIDX)
                   MOVE TS-TESTDATE TO LT-DATE (FOUNDIDX)
                   MOVE TS-SCALE TO LT-SCALE (FOUNDIDX)
                   MOVE TS-LEVEL TO LT-LEVEL (FOUNDIDX)
               END-IF
           END-IF.

       PrintOneLatest.
           EVALUATE LT-LEVEL (LATESTIDX)
               WHEN 1 MOVE "NOT MET" TO LEVELTEXT
               WHEN 2 MOVE "PARTIALLY MET" TO LEVELTEXT
               WHEN 3 MOVE "MET" TO LEVELTEXT
               WHEN 4 MOVE "EXCEEDED" TO LEVELTEXT
               WHEN OTHER MOVE "UNKNOWN" TO LEVELTEXT
           END-EVALUATE.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               LT-TEST (LATESTIDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LT-DATE (LATESTIDX) DELIMITED BY SIZE
               "  SCALE " DELIMITED BY SIZE
               LT-SCALE (LATESTIDX) DELIMITED BY SIZE
               "  LEVEL " DELIMITED BY SIZE
               LT-LEVEL (LATESTIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LEVELTEXT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       WriteReleaseLog.
           OPEN EXTEND RELEASELOG.
           IF RELEASELOGSTATUS NOT = FS-SUCCESS
               MOVE FUNCTION CURRENT-DATE (1:8) TO RL-DATE
               MOVE IDNUM TO RL-IDNUM
               MOVE REQUESTER TO RL-REQUESTER
               MOVE "TRANS/ATT/IMMUN/TEST" TO RL-CONTENT
               MOVE OPERID TO RL-OPERID
               WRITE RELEASELOGRECORD
               CLOSE RELEASELOG
           END-IF.

      *The per-year archives that exist (one per calendar school
      *year), then the live attendance file.
       BuildArchivePathLists.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT TERMCALFILE.
               END-PERFORM
               CLOSE TERMCALFILE
           END-IF.
           ADD 1 TO ATTPATHCOUNT.
           MOVE "attlog.txt" TO ATTPATH (ATTPATHCOUNT).

               END-IF
           END-PERFORM.
           IF PATHDUPFLAG = 'N' AND ENRLPATHCOUNT < 9
               OPEN INPUT ENRLARCHIVE
               IF ENRLARCHIVESTATUS = FS-SUCCESS
                   CLOSE ENRLARCHIVE
                   ADD 1 TO ENRLPATHCOUNT
                   MOVE ENRLFILEPATH TO ENRLPATH (ENRLPATHCOUNT)
               END-IF
