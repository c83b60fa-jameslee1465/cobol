               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SectAsgnStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL

      *Students enrolled in the course for the current term; with
      *no calendar the block lists every term's enrollments rather
      *than nothing. The roster key puts the course's lines together.
       PrintCourseBlock.
           MOVE SPACES TO RPTLINE.
           STRING "  COURSE " DELIMITED BY SIZE
           MOVE 'N' TO SCANATEND.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE AG-CODE (ASGNIDX) TO CE-RK-CODE
               MOVE CURRENTTERMIDX TO CE-RK-TERMIDX
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-ROSTERKEY
                   INVALID KEY MOVE 'Y' TO SCANATEND
               END-START
               PERFORM UNTIL SCANATEND = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                       IF CE-RK-CODE NOT = AG-CODE (ASGNIDX)
                           OR (CURRENTTERMIDX NOT = 0
                               AND CE-RK-TERMIDX NOT = CURRENTTERMIDX)
                           MOVE 'Y' TO SCANATEND
                       END-IF
                   END-IF
                   IF SCANATEND = 'N'
                       MOVE SPACES TO RPTLINE
                       STRING "    " DELIMITED BY SIZE
                           CE-IDNUM DELIMITED BY SIZE
