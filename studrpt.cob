      *body goes to a dated print file through the shared PrintRpt
      *routine so last night's summary can be filed, not
      *screen-printed; the console keeps the one-line total.
      *After the district totals the report breaks out by campus :
      *each campus's enrollment subtotal with its own grade counts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  TotalCount PIC 9(5) VALUE 0.
       01  GradeCounts.
           02 GradeCount OCCURS 13 TIMES PIC 9(5) VALUE 0.
       01  CampusCounts.
           02 CampusTotal OCCURS 3 TIMES PIC 9(5) VALUE 0.
       01  CampusGradeCounts.
           02 CampusGrades OCCURS 3 TIMES.
               03 CampusGradeCount OCCURS 13 TIMES PIC 9(5)
                   VALUE 0.
       01  GradeIdx PIC 99.
       01  DisplayGrade PIC 99.
       01  RptOp PIC X(5).
       01  RptTitle PIC X(40) VALUE "ROSTER SUMMARY".
       01  RptLine PIC X(80).
       COPY STATCODE.
       COPY CAMPUS.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM DisplayGradeCounts
               VARYING GRADEIDX FROM 1 BY 1 UNTIL GRADEIDX > 13.
           MOVE SPACES TO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "BY CAMPUS :" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM DisplayOneCampus
               VARYING CAMPUSIDX FROM 1 BY 1
               UNTIL CAMPUSIDX > CAMPUS-SLOTS.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "Total enrollment : " TOTALCOUNT.

       TallyOneRecord.
           ADD 1 TO TOTALCOUNT.
           MOVE CAMPUS TO CAMPUSWORK.
           PERFORM FindCampus.
           ADD 1 TO CAMPUSTOTAL (CAMPUSIDX).
           IF GRADELEVEL <= 12
               ADD 1 TO GRADECOUNT (GRADELEVEL + 1)
               ADD 1 TO CAMPUSGRADECOUNT (CAMPUSIDX GRADELEVEL + 1)
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

      *A campus with nobody enrolled is left off.
       DisplayOneCampus.
           IF CAMPUSTOTAL (CAMPUSIDX) > 0
               MOVE SPACES TO RPTLINE
               STRING "  CAMPUS " DELIMITED BY SIZE
                   CP-CODE (CAMPUSIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CP-NAME (CAMPUSIDX) DELIMITED BY SIZE
                   " SUBTOTAL : " DELIMITED BY SIZE
                   CAMPUSTOTAL (CAMPUSIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               PERFORM DisplayCampusGrade
                   VARYING GRADEIDX FROM 1 BY 1 UNTIL GRADEIDX > 13
           END-IF.

       DisplayCampusGrade.
           IF CAMPUSGRADECOUNT (CAMPUSIDX GRADEIDX) > 0
               COMPUTE DISPLAYGRADE = GRADEIDX - 1
               MOVE SPACES TO RPTLINE
               STRING "    GRADE " DELIMITED BY SIZE
                   DISPLAYGRADE DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   CAMPUSGRADECOUNT (CAMPUSIDX GRADEIDX)
                   DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

       DisplayGradeCounts.
