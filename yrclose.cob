               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttArchiveStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT EnrlArchive ASSIGN TO DYNAMIC EnrlArchivePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EnrlArchiveStatus.
       FD CourseEnrlFile.
       COPY CRSENRL.

       FD EnrlArchive.
       01  EnrlArchiveRecord PIC X(29).

      *One line per school year ever closed out.
       FD ClosedControl.
       01  AttendWorkStatus PIC XX.
       01  AttArchiveStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  EnrlArchiveStatus PIC XX.
       01  ClosedControlStatus PIC XX.
       01  CloseYear PIC 9(4).
           END-PERFORM.

      *Enrollment lines for the year's term indexes move the same
      *way, by term number rather than date. The live file is
      *indexed, so a moved line is deleted from it in place.
       ArchiveEnrollments.
           MOVE 'N' TO WORKATEND.
           OPEN I-O COURSEENRLFILE.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               DISPLAY "YrClose : no enrollment file on file."
           ELSE
               OPEN EXTEND ENRLARCHIVE
               IF ENRLARCHIVESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT ENRLARCHIVE
               END-IF
               PERFORM UNTIL WORKATEND = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO WORKATEND
                   END-READ
                   IF WORKATEND = 'N'
                           MOVE COURSEENRLRECORD
                               TO ENRLARCHIVERECORD
                           WRITE ENRLARCHIVERECORD
                           DELETE COURSEENRLFILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           ADD 1 TO ENRLMOVEDCOUNT
                       ELSE
                           ADD 1 TO ENRLKEPTCOUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
               CLOSE ENRLARCHIVE
           END-IF.

       PrintCloseReport.
