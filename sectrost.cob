      *per-section count and a grand total at the end. Each section
      *heading names its teacher from the assignment file, so the
      *roster says whose class it is instead of a bare number.
      *A section never mixes campuses, so its total line names the
      *campus the section belongs to.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  AsgnCount PIC 9(3) VALUE 0.
       01  AsgnIdx PIC 9(3).
       01  SectTeacher PIC X(20).
       01  SectCampus PIC X(2).
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "SECTION".
       01  RptTitle PIC X(40)

       PrintOneSection.
           MOVE 0 TO SECTIONTOTAL.
           MOVE SPACES TO SECTCAMPUS.
           MOVE 'N' TO ATENDFLAG.
           IF SECTIDX > 1
               MOVE "PAGE" TO RPTOP
               IF ATENDFLAG = 'N' AND SA-SECTION = SECTIDX
                   ADD 1 TO SECTIONTOTAL
                   ADD 1 TO GRANDTOTAL
                   MOVE SA-CAMPUS TO SECTCAMPUS
                   MOVE SPACES TO RPTLINE
                   STRING "  " DELIMITED BY SIZE
                       SA-IDNUM DELIMITED BY SIZE
           END-PERFORM.
           CLOSE SECTASGNFILE.
           MOVE SPACES TO RPTLINE.
           IF SECTCAMPUS = SPACES
               STRING "  SECTION TOTAL : " DELIMITED BY SIZE
                   SECTIONTOTAL DELIMITED BY SIZE
                   INTO RPTLINE
           ELSE
               STRING "  SECTION TOTAL : " DELIMITED BY SIZE
                   SECTIONTOTAL DELIMITED BY SIZE
                   "   CAMPUS : " DELIMITED BY SIZE
                   SECTCAMPUS DELIMITED BY SIZE
                   INTO RPTLINE
           END-IF.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

