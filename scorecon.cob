               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FindEnrollmentScore.
           MOVE 'N' TO ENRLPRESENT.
           MOVE 0 TO ENRLSCORE.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE IDNUM TO CE-IDNUM
               MOVE CURRENTTERMIDX TO CE-TERMIDX
               MOVE MAPCODE (MAPIDX) TO CE-CODE
               READ COURSEENRLFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CE-SCORED
                           MOVE 'Y' TO ENRLPRESENT
                           MOVE CE-SCORE TO ENRLSCORE
                       END-IF
               END-READ
               CLOSE COURSEENRLFILE
           END-IF.

