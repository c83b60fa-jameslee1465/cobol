      *the same rank and the next rank is skipped, with the tied
      *students listed in student-ID order - so there is exactly one
      *answer to who is ranked 10th.
      *Class rank is kept within a campus : each campus's grade
      *levels rank on their own pages, the honor roll is grouped by
      *campus with a campus subtotal, and the ranked count is given
      *per campus ahead of the overall figure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SD SortFile.
       01  SortRecord.
           02 SR-CAMPUS PIC 9.
           02 SR-GRADE PIC 9(2).
           02 SR-CUMAVG PIC 9(3)V99.
           02 SR-LATESTAVG PIC 9(3)V99.
       01  TermIdx PIC 9(2).
       01  RankedCount PIC 9(5) VALUE 0.
       01  PrevGrade PIC 9(2) VALUE 99.
       01  PrevCampus PIC 9 VALUE 0.
       01  CampusRankCounts.
           02 CampusRanked OCCURS 3 TIMES PIC 9(5) VALUE 0.
       01  CampusHonors PIC 9(3).
       01  PrevAvg PIC 9(3)V99.
       01  GradePosition PIC 9(4).
       01  GradeRank PIC 9(4).
      *printed as their own section at the end of the report.
       01  HonorTable.
           02 HonorEntry OCCURS 500 TIMES.
               03 HR-CAMPUS PIC 9.
               03 HR-GRADE PIC 9(2).
               03 HR-IDNUM PIC 9(9).
               03 HR-NAME PIC X(21).
       01  RptTitle PIC X(40) VALUE "CLASS RANK AND HONOR ROLL".
       01  RptLine PIC X(80).
       COPY STATCODE.
       COPY CAMPUS.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
           MOVE "  LATEST" TO RPTLINE (50:8).
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           SORT SORTFILE
               ON ASCENDING KEY SR-CAMPUS
                  ASCENDING KEY SR-GRADE
                  DESCENDING KEY SR-CUMAVG
                  ASCENDING KEY SR-IDNUM
               INPUT PROCEDURE IS FeedSort
               OUTPUT PROCEDURE IS RankAndPrint.
           PERFORM PrintHonorSection.
           PERFORM PrintCampusRanked
               VARYING CAMPUSIDX FROM 1 BY 1
               UNTIL CAMPUSIDX > CAMPUS-SLOTS.
           MOVE SPACES TO RPTLINE.
           STRING "STUDENTS RANKED : " DELIMITED BY SIZE
               RANKEDCOUNT DELIMITED BY SIZE
           END-IF.

       ReleaseOneStudent.
           MOVE CAMPUS TO CAMPUSWORK.
           PERFORM FindCampus.
           MOVE CAMPUSIDX TO SR-CAMPUS.
           MOVE GRADELEVEL TO SR-GRADE.
           MOVE IDNUM TO SR-IDNUM.
           MOVE SPACES TO SR-NAME.
           END-IF.
           RELEASE SORTRECORD.

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

      *Terms rolled out to the history file still count toward the
      *cumulative average - a senior's record doesn't get lighter
      *because it got longer.

       PrintOneRanked.
           ADD 1 TO RANKEDCOUNT.
           ADD 1 TO CAMPUSRANKED (SR-CAMPUS).
           IF SR-GRADE NOT = PREVGRADE OR SR-CAMPUS NOT = PREVCAMPUS
               MOVE SR-GRADE TO PREVGRADE
               MOVE SR-CAMPUS TO PREVCAMPUS
               MOVE 0 TO GRADEPOSITION
               MOVE 0 TO GRADERANK
               MOVE 999.99 TO PREVAVG
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               MOVE SPACES TO RPTLINE
               STRING "CAMPUS " DELIMITED BY SIZE
                   CP-CODE (SR-CAMPUS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CP-NAME (SR-CAMPUS) DELIMITED BY SIZE
                   "  GRADE LEVEL " DELIMITED BY SIZE
                   SR-GRADE DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF SR-LATESTAVG >= HONORCUTOFF AND HONORCOUNT < 500
               ADD 1 TO HONORCOUNT
               MOVE SR-CAMPUS TO HR-CAMPUS (HONORCOUNT)
               MOVE SR-GRADE TO HR-GRADE (HONORCOUNT)
               MOVE SR-IDNUM TO HR-IDNUM (HONORCOUNT)
               MOVE SR-NAME TO HR-NAME (HONORCOUNT)
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE 0 TO PREVCAMPUS.
           MOVE 0 TO CAMPUSHONORS.
           PERFORM PrintOneHonor
               VARYING HONORIDX FROM 1 BY 1
               UNTIL HONORIDX > HONORCOUNT.
           PERFORM PrintHonorSubtotal.
           MOVE SPACES TO RPTLINE.
           STRING "HONOR ROLL STUDENTS : " DELIMITED BY SIZE
               HONORCOUNT DELIMITED BY SIZE
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *The honor table fills in sort order, so each campus's
      *honor students arrive together.
       PrintOneHonor.
           IF HR-CAMPUS (HONORIDX) NOT = PREVCAMPUS
               PERFORM PrintHonorSubtotal
               MOVE HR-CAMPUS (HONORIDX) TO PREVCAMPUS
               MOVE 0 TO CAMPUSHONORS
               MOVE SPACES TO RPTLINE
               STRING "CAMPUS " DELIMITED BY SIZE
                   CP-CODE (PREVCAMPUS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CP-NAME (PREVCAMPUS) DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO CAMPUSHONORS.
           MOVE HR-LATESTAVG (HONORIDX) TO AVGSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  GRADE " DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintHonorSubtotal.
           IF PREVCAMPUS > 0
               MOVE SPACES TO RPTLINE
               STRING "  CAMPUS " DELIMITED BY SIZE
                   CP-CODE (PREVCAMPUS) DELIMITED BY SIZE
                   " HONOR ROLL : " DELIMITED BY SIZE
                   CAMPUSHONORS DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

       PrintCampusRanked.
           IF CAMPUSRANKED (CAMPUSIDX) > 0
               MOVE SPACES TO RPTLINE
               STRING "CAMPUS " DELIMITED BY SIZE
                   CP-CODE (CAMPUSIDX) DELIMITED BY SIZE
                   " STUDENTS RANKED : " DELIMITED BY SIZE
                   CAMPUSRANKED (CAMPUSIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
