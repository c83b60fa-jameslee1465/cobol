      *gradrej.txt in the sheet layout with the reason appended, so
      *the office can correct the rejects and resubmit just that
      *file (renamed to gradsht.txt), the way StudLoad rejects
      *work. A score the enrollment file will not take is rejected
      *the same way and is not counted as posted. Scores post to
      *the calendar's current term.
      *The enrollment file is keyed by student, term, and course,
      *so a sheet posted twice - or a score for a student already
      *enrolled - replaces the line on file instead of adding a
      *second one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCatStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  StudentFilePath PIC X(40) VALUE "student.txt".

       PROCEDURE DIVISION.
      *GradeCalc calls this program as well as the driver running
      *it as a step, and a called program keeps its storage between
      *calls, so every count and switch starts from here.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE 'N' TO ATENDFLAG.
           MOVE 0 TO CURRENTTERMIDX.
           MOVE 0 TO DETAILCOUNT.
           MOVE 0 TO POSTEDCOUNT.
           MOVE 0 TO REJECTEDCOUNT.
           MOVE 0 TO COURSECOUNT.
           MOVE 'N' TO TRAILERSEEN.
           MOVE 'N' TO CONTROLOK.
           MOVE 'N' TO COURSEOK.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O COURSEENRLFILE.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT COURSEENRLFILE
           END-IF.
               MOVE 0 TO CE-SCORE
           END-IF.
           MOVE GS-MARK TO CE-MARK.
           MOVE SHEETCOURSE TO CE-RK-CODE.
           MOVE CURRENTTERMIDX TO CE-RK-TERMIDX.
           WRITE COURSEENRLRECORD
               INVALID KEY
                   REWRITE COURSEENRLRECORD
                       INVALID KEY
                           DISPLAY "GradeLoad : enrollment for "
                               CE-IDNUM " not written, status "
                               COURSEENRLSTATUS
                           MOVE "ENROLLMENT NOT WRITTEN"
                               TO EDITREASON
                           PERFORM RejectOneLine
                       NOT INVALID KEY
                           ADD 1 TO POSTEDCOUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO POSTEDCOUNT
           END-WRITE.

      *The rejected line goes out unchanged in the sheet layout,
      *reason appended, so the corrected file can be resubmitted
