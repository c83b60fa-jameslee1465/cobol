      *the file is absent. Assignments go to sectasgn.txt for the
      *SectRost roster print; students who fit nowhere are reported
      *and the step ends with a warning.
      *Students are dealt within their own campus, so no section
      *mixes buildings. Each campus gets its own block of sections,
      *numbered on from the campus before it in the campus table :
      *the home campus keeps sections 1 to the section count, the
      *next campus takes the block after that, and so on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  SectionCount PIC 9(2) VALUE 4.
       01  SectionCapacity PIC 9(3) VALUE 30.
       01  SectionFill.
           02 SectionUsed OCCURS 60 TIMES PIC 9(3).
      *Round-robin pointer per campus and grade level (grades 0-12
      *in slots 1-13) so each grade is spread evenly across the
      *campus's sections.
       01  GradeNextSection.
           02 CampusRotation OCCURS 3 TIMES.
               03 GradeNext OCCURS 13 TIMES PIC 9(2).
       01  CampusAssigned.
           02 CampusCount OCCURS 3 TIMES PIC 9(5).
       01  GradeSlot PIC 9(2).
       01  PickSection PIC 9(2).
       01  BaseSection PIC 9(2).
       01  BlockEnd PIC 9(2).
       01  TriedCount PIC 9(2).
       01  SectIdx PIC 9(2).
       01  AssignedCount PIC 9(5) VALUE 0.
       01  RptTitle PIC X(40) VALUE "SECTION ASSIGNMENT SUMMARY".
       01  RptLine PIC X(80).
       COPY STATCODE.
       COPY CAMPUS.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           PERFORM ReadSectConfig.
           PERFORM VARYING SECTIDX FROM 1 BY 1 UNTIL SECTIDX > 60
               MOVE 0 TO SECTIONUSED (SECTIDX)
           END-PERFORM.
           PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                   UNTIL CAMPUSSCAN > CAMPUS-SLOTS
               MOVE 0 TO CAMPUSCOUNT (CAMPUSSCAN)
               PERFORM VARYING GRADESLOT FROM 1 BY 1
                       UNTIL GRADESLOT > 13
                   MOVE 0 TO GRADENEXT (CAMPUSSCAN GRADESLOT)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
           CLOSE SECTASGNFILE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM ShowOneCampus
               VARYING CAMPUSIDX FROM 1 BY 1
               UNTIL CAMPUSIDX > CAMPUS-SLOTS.
           MOVE SPACES TO RPTLINE.
           STRING "STUDENTS ASSIGNED : " DELIMITED BY SIZE
               ASSIGNEDCOUNT DELIMITED BY SIZE
           END-IF.

      *Deal this grade's next student into the grade's next section
      *in rotation, within the student's campus block; a full
      *section passes the student along to the next one with room.
       AssignOneStudent.
           MOVE CAMPUS TO CAMPUSWORK.
           PERFORM FindCampus.
           COMPUTE BASESECTION = (CAMPUSIDX - 1) * SECTIONCOUNT.
           IF GRADELEVEL > 12
               MOVE 13 TO GRADESLOT
           ELSE
           END-IF.
           MOVE 0 TO TRIEDCOUNT.
           COMPUTE PICKSECTION =
               FUNCTION MOD (GRADENEXT (CAMPUSIDX GRADESLOT),
                   SECTIONCOUNT) + 1.
           PERFORM UNTIL TRIEDCOUNT >= SECTIONCOUNT
                   OR SECTIONUSED (BASESECTION + PICKSECTION)
                       < SECTIONCAPACITY
               ADD 1 TO TRIEDCOUNT
               COMPUTE PICKSECTION =
                   FUNCTION MOD (PICKSECTION, SECTIONCOUNT) + 1
           END-PERFORM.
           ADD BASESECTION TO PICKSECTION.
           IF SECTIONUSED (PICKSECTION) >= SECTIONCAPACITY
               ADD 1 TO UNASSIGNEDCOUNT
               DISPLAY "No room for " IDNUM " " FNAME " " LNAME
                   " (grade " GRADELEVEL ", campus " CAMPUSWORK ")"
           ELSE
               ADD 1 TO SECTIONUSED (PICKSECTION)
               ADD 1 TO GRADENEXT (CAMPUSIDX GRADESLOT)
               ADD 1 TO CAMPUSCOUNT (CAMPUSIDX)
               MOVE PICKSECTION TO SA-SECTION
               MOVE IDNUM TO SA-IDNUM
               MOVE FNAME TO SA-FNAME
               MOVE LNAME TO SA-LNAME
               MOVE GRADELEVEL TO SA-GRADE
               MOVE CAMPUSWORK TO SA-CAMPUS
               WRITE SECTASGNRECORD
               ADD 1 TO ASSIGNEDCOUNT
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

      *The home campus always prints; another campus only when it
      *had students placed.
       ShowOneCampus.
           IF CAMPUSIDX = 1 OR CAMPUSCOUNT (CAMPUSIDX) > 0
               DISPLAY "Campus " CP-CODE (CAMPUSIDX) " "
                   CP-NAME (CAMPUSIDX) " : "
                   CAMPUSCOUNT (CAMPUSIDX) " student(s)"
               MOVE SPACES TO RPTLINE
               STRING "CAMPUS " DELIMITED BY SIZE
                   CP-CODE (CAMPUSIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CP-NAME (CAMPUSIDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   CAMPUSCOUNT (CAMPUSIDX) DELIMITED BY SIZE
                   " STUDENT(S)" DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               COMPUTE BASESECTION = (CAMPUSIDX - 1) * SECTIONCOUNT
               COMPUTE BLOCKEND = BASESECTION + SECTIONCOUNT
               ADD 1 TO BASESECTION
               PERFORM ShowOneSection
                   VARYING SECTIDX FROM BASESECTION BY 1
                   UNTIL SECTIDX > BLOCKEND
           END-IF.

       ShowOneSection.
           DISPLAY "Section " SECTIDX " : "
               SECTIONUSED (SECTIDX) " student(s)".
