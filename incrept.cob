               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.

       DATA DIVISION.
               DISPLAY "IncRpt : no enrollment file on file."
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CE-MARK-INC
