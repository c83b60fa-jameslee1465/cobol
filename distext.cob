      *Submission layout (distsub.txt, line sequential):
      *  header   H + count date 9(8)
      *  detail   IDNUM 9(9), LNAME X(10), FNAME X(10),
      *           GRADE 9(2), AGE 9(3), GROUP X(6), STATUS X,
      *           CAMPUS X(2) (blank on file goes out as the home
      *           campus)
      *  trailer  T + record count 9(5)
      *The control report certifies the district totals and then
      *each campus's group subtotals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 DS-AGE PIC 9(3).
           02 DS-GROUP PIC X(6).
           02 DS-STATUS PIC X.
           02 DS-CAMPUS PIC X(2).
       01  SubmitHeader.
           02 DH-RECTYPE PIC X.
           02 DH-DATE PIC 9(8).
           02 FILLER PIC X(34).
       01  SubmitTrailer.
           02 DT-RECTYPE PIC X.
           02 DT-COUNT PIC 9(5).
           02 FILLER PIC X(37).

       FD MealEligFile.
       COPY MEALELIG.
           02 GradeCount OCCURS 13 TIMES PIC 9(5).
       01  GroupCounts.
           02 GroupCount OCCURS 3 TIMES PIC 9(5).
       01  CampusGroupTable.
           02 CampusGroupRow OCCURS 3 TIMES.
               03 CampusGroupCount OCCURS 3 TIMES PIC 9(5).
       01  CampusSubtotal PIC 9(5).
       01  GroupIdx PIC 9.
       01  GradeIdx PIC 9(2).
       01  DisplayGrade PIC 9(2).
       01  MealEligStatus PIC XX.
           VALUE "DISTRICT ENROLLMENT SUBMISSION CONTROL".
       01  RptLine PIC X(80).
       COPY STATCODE.
       COPY CAMPUS.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
               MOVE 0 TO GRADECOUNT (GRADEIDX)
           END-PERFORM.
           MOVE 0 TO GROUPCOUNT (1) GROUPCOUNT (2) GROUPCOUNT (3).
           PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                   UNTIL CAMPUSSCAN > CAMPUS-SLOTS
               PERFORM VARYING GROUPIDX FROM 1 BY 1
                       UNTIL GROUPIDX > 3
                   MOVE 0 TO CAMPUSGROUPCOUNT (CAMPUSSCAN GROUPIDX)
               END-PERFORM
           END-PERFORM.
           PERFORM LoadMealStatus.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
           EVALUATE TRUE
               WHEN GRADELEVEL <= 5
                   MOVE "ELEM" TO GROUPNAME
                   MOVE 1 TO GROUPIDX
               WHEN GRADELEVEL <= 8
                   MOVE "MIDDLE" TO GROUPNAME
                   MOVE 2 TO GROUPIDX
               WHEN OTHER
                   MOVE "HIGH" TO GROUPNAME
                   MOVE 3 TO GROUPIDX
           END-EVALUATE.
           ADD 1 TO GROUPCOUNT (GROUPIDX).
           MOVE CAMPUS TO CAMPUSWORK.
           PERFORM FindCampus.
           ADD 1 TO CAMPUSGROUPCOUNT (CAMPUSIDX GROUPIDX).
           ADD 1 TO GRADECOUNT (GRADELEVEL + 1).
           MOVE IDNUM TO DS-IDNUM.
           MOVE LNAME TO DS-LNAME.
           MOVE AGEYEARS TO DS-AGE.
           MOVE GROUPNAME TO DS-GROUP.
           MOVE ENROLLSTATUS TO DS-STATUS.
           MOVE CAMPUSWORK TO DS-CAMPUS.
           WRITE SUBMITRECORD.
           ADD 1 TO SUBMITTEDCOUNT.
           PERFORM TallyMealStatus.

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

      *The student's eligibility as of the count date; the counts
      *go to the control report only - the submission file itself
      *carries nothing confidential.
               GROUPCOUNT (3) DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneCampus
               VARYING CAMPUSIDX FROM 1 BY 1
               UNTIL CAMPUSIDX > CAMPUS-SLOTS.
           MOVE SPACES TO RPTLINE.
           STRING "MEAL ELIGIBILITY - FREE : " DELIMITED BY SIZE
               FREECOUNT DELIMITED BY SIZE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

      *A campus with nobody certified is left off.
       PrintOneCampus.
           COMPUTE CAMPUSSUBTOTAL = CAMPUSGROUPCOUNT (CAMPUSIDX 1)
               + CAMPUSGROUPCOUNT (CAMPUSIDX 2)
               + CAMPUSGROUPCOUNT (CAMPUSIDX 3).
           IF CAMPUSSUBTOTAL > 0
               MOVE SPACES TO RPTLINE
               STRING "CAMPUS " DELIMITED BY SIZE
                   CP-CODE (CAMPUSIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CP-NAME (CAMPUSIDX) DELIMITED BY SIZE
                   " SUBTOTAL : " DELIMITED BY SIZE
                   CAMPUSSUBTOTAL DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               MOVE SPACES TO RPTLINE
               STRING "  ELEM " DELIMITED BY SIZE
                   CAMPUSGROUPCOUNT (CAMPUSIDX 1) DELIMITED BY SIZE
                   "  MIDDLE " DELIMITED BY SIZE
                   CAMPUSGROUPCOUNT (CAMPUSIDX 2) DELIMITED BY SIZE
                   "  HIGH " DELIMITED BY SIZE
                   CAMPUSGROUPCOUNT (CAMPUSIDX 3) DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
