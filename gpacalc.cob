      *A course missing from the catalog, or one carrying zero
      *credits, still counts - at a weight of one credit - so a
      *catalog gap can't silently drop a real score from the GPA.
      *The live enrollments are read by key from the student's first
      *line; the closed-year archives are still line sequential and
      *are read through, each line moved into the enrollment record
      *so both sources are weighed by the same code.
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

       01  AtEndFlag PIC A.
       01  CourseCatStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  EnrlArchiveStatus PIC XX.
       01  CourseTable.
           02 CourseEntry OCCURS 200 TIMES.
               03 CR-CODE PIC X(6).
       01  CreditTotal PIC 9(5).
       01  TermCalStatus PIC XX.
       01  PathDupFlag PIC A.
      *Archives the scan walks : the per-year files the close-out
      *job wrote, ahead of the live file - a cumulative GPA keeps
      *covering terms that have left crsenrl.txt.
       01  EnrlPathTable.
           02 EnrlPath OCCURS 10 TIMES PIC X(40).
       01  EnrlPathCount PIC 9(2).
           MOVE 0 TO ENRLPATHCOUNT.
           PERFORM LoadCourses.
           PERFORM BuildEnrlPathList.
           OPEN INPUT COURSEENRLFILE.
           PERFORM ScanEnrollments
               VARYING ENRLPATHIDX FROM 1 BY 1
               UNTIL ENRLPATHIDX > ENRLPATHCOUNT.
           IF COURSEENRLSTATUS = FS-SUCCESS
               PERFORM ScanLiveEnrollments
               CLOSE COURSEENRLFILE
           END-IF.
           IF CREDITTOTAL > 0
               COMPUTE LS-GPA ROUNDED = WEIGHTEDTOTAL / CREDITTOTAL
               IF CREDITTOTAL > 999
       ScanEnrollments.
           MOVE ENRLPATH (ENRLPATHIDX) TO ENRLFILEPATH.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ENRLARCHIVE.
           IF ENRLARCHIVESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ENRLARCHIVE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE ENRLARCHIVERECORD TO COURSEENRLRECORD
                       PERFORM CheckOneEnrollment
                   END-IF
               END-PERFORM
               CLOSE ENRLARCHIVE
           END-IF.

       ScanLiveEnrollments.
           MOVE 'N' TO ATENDFLAG.
           MOVE LS-IDNUM TO CE-IDNUM.
           MOVE LS-TERMIDX TO CE-TERMIDX.
           MOVE LOW-VALUES TO CE-CODE.
           START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
               INVALID KEY MOVE 'Y' TO ATENDFLAG
           END-START.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ COURSEENRLFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N' AND CE-IDNUM NOT = LS-IDNUM
                   MOVE 'Y' TO ATENDFLAG
               END-IF
               IF ATENDFLAG = 'N'
                   PERFORM CheckOneEnrollment
               END-IF
           END-PERFORM.

      *Marked lines (incomplete, exempt, withdrawn) carry no
      *grade and never weigh into the GPA.
       CheckOneEnrollment.
           IF CE-IDNUM = LS-IDNUM AND CE-SCORED
                   AND (LS-TERMIDX = 0 OR CE-TERMIDX = LS-TERMIDX)
               PERFORM WeighOneEnrollment
           END-IF.

       WeighOneEnrollment.
               WEIGHTEDTOTAL + CE-SCORE * USECREDITS.
           ADD USECREDITS TO CREDITTOTAL.

      *The per-year archives that exist.
       BuildEnrlPathList.
           MOVE 'N' TO ATENDFLAG.
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
