               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCatStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               MOVE "FAIL" TO SUBJECTPASS
           END-IF.

      *The catalog courses the student took this term, read by key
      *from the student's first enrollment in the term, same as the
      *transcript's course section.
       PrintTermCourses.
           MOVE 'N' TO ENRLATENDFLAG.
           MOVE 'N' TO COURSELISTED.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE IDNUM TO CE-IDNUM
               MOVE CURRENTTERMIDX TO CE-TERMIDX
               MOVE LOW-VALUES TO CE-CODE
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
                   INVALID KEY MOVE 'Y' TO ENRLATENDFLAG
               END-START
               PERFORM UNTIL ENRLATENDFLAG = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ENRLATENDFLAG
                   END-READ
                   IF ENRLATENDFLAG = 'N'
                       IF CE-IDNUM NOT = IDNUM
                               OR CE-TERMIDX NOT = CURRENTTERMIDX
                           MOVE 'Y' TO ENRLATENDFLAG
                       END-IF
                   END-IF
                   IF ENRLATENDFLAG = 'N'
                       IF COURSELISTED = 'N'
                           MOVE SPACES TO RPTLINE
                           PERFORM EmitLine
