               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SectAsgnStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT CourseCatFile ASSIGN TO "crscat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           MOVE 'N' TO SCANATEND.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE IDNUM TO CE-IDNUM
               MOVE CURRENTTERMIDX TO CE-TERMIDX
               MOVE LOW-VALUES TO CE-CODE
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
                   INVALID KEY MOVE 'Y' TO SCANATEND
               END-START
               PERFORM UNTIL SCANATEND = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                       IF CE-IDNUM NOT = IDNUM
                               OR CE-TERMIDX NOT = CURRENTTERMIDX
                           MOVE 'Y' TO SCANATEND
                       END-IF
                   END-IF
                   IF SCANATEND = 'N' AND NOT CE-MARK-WDRN
                           AND SCHEDCOUNT < 20
                       ADD 1 TO SCHEDCOUNT
                       MOVE CE-CODE TO SC-CODE (SCHEDCOUNT)
