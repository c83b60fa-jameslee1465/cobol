      *      absences since a from-date (the current term's start
      *      date when a calendar is on file) meet a configurable
      *      threshold, for the intervention follow-up.
      *Both lists are broken out by the student's campus, each
      *campus under its own heading with a campus subtotal ahead of
      *the overall total. A student no longer on file is listed
      *under the unknown campus.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  StudName PIC X(21).
       01  MarkName PIC X(6).
       01  ListedCount PIC 9(5) VALUE 0.
       01  CampusListed PIC 9(5).
       01  PassCampus PIC 9.
      *Absence tallies for the chronic report; a school this size
      *never approaches a thousand distinct absentees in a term.
       01  TallyTable.
       01  RptTitle PIC X(40).
       01  RptLine PIC X(80).
       COPY STATCODE.
       COPY CAMPUS.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
           MOVE "  STUDENT ID  NAME                   MARK"
               TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM ListCampusMarks
               VARYING PASSCAMPUS FROM 1 BY 1
               UNTIL PASSCAMPUS > CAMPUS-SLOTS.
           MOVE SPACES TO RPTLINE.
           STRING "TOTAL MARKS : " DELIMITED BY SIZE
               LISTEDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *One pass of the log per campus, so each campus's marks print
      *together under its own heading.
       ListCampusMarks.
           MOVE 0 TO CAMPUSLISTED.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ATTENDFILE.
           IF ATTENDFILESTATUS NOT = FS-SUCCESS
               IF PASSCAMPUS = 1
                   DISPLAY "AttRpt : no attendance log on file."
               END-IF
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ATTENDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AT-DATE = LISTDATE
                       MOVE AT-IDNUM TO IDNUM
                       PERFORM GetStudentName
                       IF CAMPUSIDX = PASSCAMPUS
                           PERFORM ListOneMark
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ATTENDFILE
           END-IF.
           PERFORM PrintCampusSubtotal.

      *The campus heading goes out with the campus's first line, so
      *a campus with nothing to list prints nothing at all.
       PrintCampusHeading.
           IF CAMPUSLISTED = 0
               MOVE SPACES TO RPTLINE
               STRING "CAMPUS " DELIMITED BY SIZE
                   CP-CODE (PASSCAMPUS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CP-NAME (PASSCAMPUS) DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO CAMPUSLISTED.

       PrintCampusSubtotal.
           IF CAMPUSLISTED > 0
               MOVE SPACES TO RPTLINE
               STRING "  CAMPUS " DELIMITED BY SIZE
                   CP-CODE (PASSCAMPUS) DELIMITED BY SIZE
                   " SUBTOTAL : " DELIMITED BY SIZE
                   CAMPUSLISTED DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               MOVE SPACES TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

       ListOneMark.
           PERFORM PrintCampusHeading.
           ADD 1 TO LISTEDCOUNT.
           IF AT-ABSENT
               MOVE "ABSENT" TO MARKNAME
           ELSE
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *Also leaves the student's campus slot in CampusIdx.
       GetStudentName.
           MOVE SPACES TO STUDNAME.
           MOVE CAMPUS-SLOTS TO CAMPUSIDX.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS = FS-SUCCESS
               READ STUDENTFILE
                           " " DELIMITED BY SIZE
                           LNAME DELIMITED BY "  "
                           INTO STUDNAME
                       MOVE CAMPUS TO CAMPUSWORK
                       PERFORM FindCampus
               END-READ
               CLOSE STUDENTFILE
           END-IF.

      *Blank is the home campus; a code not in the campus table
      *falls to the UNKNOWN slot.
       FindCampus.
           IF CAMPUSWORK = SPACES
               MOVE CAMPUS-HOME TO CAMPUSWORK
           END-IF.
           MOVE CAMPUS-SLOTS TO CAMPUSIDX.
           PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                   UNTIL CAMPUSSCAN >= CAMPUS-SLOTS
               IF CP-CODE (CAMPUSSCAN) = CAMPUSWORK
                   MOVE CAMPUSSCAN TO CAMPUSIDX
               END-IF
           END-PERFORM.

      *Tally absences (tardies don't count toward the threshold)
      *since the from-date, then report every student at or over the
      *line, worst first not required - file order is fine for a
               TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE 0 TO LISTEDCOUNT.
           PERFORM ListCampusTallies
               VARYING PASSCAMPUS FROM 1 BY 1
               UNTIL PASSCAMPUS > CAMPUS-SLOTS.
           MOVE SPACES TO RPTLINE.
           STRING "STUDENTS AT OR OVER " DELIMITED BY SIZE
               THRESHOLD DELIMITED BY SIZE
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       ListCampusTallies.
           MOVE 0 TO CAMPUSLISTED.
           PERFORM CheckOneTally
               VARYING TALLYIDX FROM 1 BY 1
               UNTIL TALLYIDX > TALLYCOUNT.
           PERFORM PrintCampusSubtotal.

       CheckOneTally.
           IF TY-COUNT (TALLYIDX) >= THRESHOLD
               MOVE TY-IDNUM (TALLYIDX) TO IDNUM
               PERFORM GetStudentName
           END-IF.
           IF TY-COUNT (TALLYIDX) >= THRESHOLD
                   AND CAMPUSIDX = PASSCAMPUS
               PERFORM PrintCampusHeading
               ADD 1 TO LISTEDCOUNT
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   TY-IDNUM (TALLYIDX) DELIMITED BY SIZE
