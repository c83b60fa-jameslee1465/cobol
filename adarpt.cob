      *printout.
      *Enrollment is today's Active count per group - the roster as
      *certified, applied across the period.
      *Each range is then broken out by campus : the same three
      *groups for every campus with Active students, the district
      *lines above being their total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 RosterEntry OCCURS 1000 TIMES.
               03 RO-IDNUM PIC 9(9).
               03 RO-GROUP PIC 9.
               03 RO-CAMPUS PIC 9.
       01  RosterCount PIC 9(4) VALUE 0.
       01  RosterIdx PIC 9(4).
       01  GroupIdx PIC 9.
           02 GroupAbsenceCount OCCURS 3 TIMES PIC 9(6).
       01  GroupAda.
           02 GroupAdaValue OCCURS 3 TIMES PIC 9(5)V99.
      *The same three figures per campus and group.
       01  CampusGroupTable.
           02 CampusGroupRow OCCURS 3 TIMES.
               03 CampusGroupCell OCCURS 3 TIMES.
                   04 CG-ENROLLED PIC 9(5).
                   04 CG-ABSENCES PIC 9(6).
                   04 CG-ADA PIC 9(5)V99.
       01  CampusEnrolled PIC 9(5).
       01  WorkDate PIC 9(8).
       01  DaySerial PIC 9(8).
       01  EndSerial PIC 9(8).
           VALUE "AVERAGE DAILY ATTENDANCE REPORT".
       01  RptLine PIC X(80).
       COPY STATCODE.
       COPY CAMPUS.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       LoadActiveRoster.
           MOVE 0 TO GROUPENROLLEDCOUNT (1)
               GROUPENROLLEDCOUNT (2) GROUPENROLLEDCOUNT (3).
           PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                   UNTIL CAMPUSSCAN > CAMPUS-SLOTS
               PERFORM VARYING GROUPIDX FROM 1 BY 1
                       UNTIL GROUPIDX > 3
                   MOVE 0 TO CG-ENROLLED (CAMPUSSCAN GROUPIDX)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "AdaRpt : " MSG-CANT-OPEN STUDENTFILESTATUS
                   END-EVALUATE
                   ADD 1 TO GROUPENROLLEDCOUNT
                       (RO-GROUP (ROSTERCOUNT))
                   MOVE CAMPUS TO CAMPUSWORK
                   PERFORM FindCampus
                   MOVE CAMPUSIDX TO RO-CAMPUS (ROSTERCOUNT)
                   ADD 1 TO CG-ENROLLED
                       (CAMPUSIDX RO-GROUP (ROSTERCOUNT))
               END-IF
           END-PERFORM.
           CLOSE STUDENTFILE.
           MOVE 'N' TO ATENDFLAG.

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

      *Day 1 of the date function's epoch was a Monday, so serial
      *mod 7 gives 6 for Saturday and 0 for Sunday; a weekday
      *inside any term window is a school day.
           MOVE 0 TO SCHOOLDAYS.
           MOVE 0 TO GROUPABSENCECOUNT (1)
               GROUPABSENCECOUNT (2) GROUPABSENCECOUNT (3).
           PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                   UNTIL CAMPUSSCAN > CAMPUS-SLOTS
               PERFORM VARYING GROUPIDX FROM 1 BY 1
                       UNTIL GROUPIDX > 3
                   MOVE 0 TO CG-ABSENCES (CAMPUSSCAN GROUPIDX)
               END-PERFORM
           END-PERFORM.
           COMPUTE DAYSERIAL =
               FUNCTION INTEGER-OF-DATE (RANGESTART).
           COMPUTE ENDSERIAL = FUNCTION INTEGER-OF-DATE (RANGEEND).
                       GROUPENROLLEDCOUNT (GROUPIDX)
                       - GROUPABSENCECOUNT (GROUPIDX) / SCHOOLDAYS
               END-PERFORM
               PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                       UNTIL CAMPUSSCAN > CAMPUS-SLOTS
                   PERFORM VARYING GROUPIDX FROM 1 BY 1
                           UNTIL GROUPIDX > 3
                       COMPUTE CG-ADA (CAMPUSSCAN GROUPIDX) ROUNDED =
                           CG-ENROLLED (CAMPUSSCAN GROUPIDX)
                           - CG-ABSENCES (CAMPUSSCAN GROUPIDX)
                           / SCHOOLDAYS
                   END-PERFORM
               END-PERFORM
               PERFORM PrintRangeSection
           END-IF.

               IF RO-IDNUM (ROSTERIDX) = AT-IDNUM
                   ADD 1 TO GROUPABSENCECOUNT
                       (RO-GROUP (ROSTERIDX))
                   ADD 1 TO CG-ABSENCES
                       (RO-CAMPUS (ROSTERIDX) RO-GROUP (ROSTERIDX))
               END-IF
           END-PERFORM.

           PERFORM EmitLine.
           PERFORM PrintOneGroup
               VARYING GROUPIDX FROM 1 BY 1 UNTIL GROUPIDX > 3.
           PERFORM PrintOneCampus
               VARYING CAMPUSIDX FROM 1 BY 1
               UNTIL CAMPUSIDX > CAMPUS-SLOTS.

       NameGroup.
           EVALUATE GROUPIDX
               WHEN 1 MOVE "ELEM" TO GROUPNAME
               WHEN 2 MOVE "MIDDLE" TO GROUPNAME
               WHEN 3 MOVE "HIGH" TO GROUPNAME
           END-EVALUATE.

      *A campus with no Active students is left off.
       PrintOneCampus.
           COMPUTE CAMPUSENROLLED = CG-ENROLLED (CAMPUSIDX 1)
               + CG-ENROLLED (CAMPUSIDX 2) + CG-ENROLLED (CAMPUSIDX 3).
           IF CAMPUSENROLLED > 0
               MOVE SPACES TO RPTLINE
               STRING "  CAMPUS " DELIMITED BY SIZE
                   CP-CODE (CAMPUSIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CP-NAME (CAMPUSIDX) DELIMITED BY SIZE
                   " - ENROLLED " DELIMITED BY SIZE
                   CAMPUSENROLLED DELIMITED BY SIZE
                   " :" DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               PERFORM PrintCampusGroup
                   VARYING GROUPIDX FROM 1 BY 1 UNTIL GROUPIDX > 3
           END-IF.

       PrintCampusGroup.
           PERFORM NameGroup.
           MOVE CG-ADA (CAMPUSIDX GROUPIDX) TO ADASHOW.
           MOVE SPACES TO RPTLINE.
           STRING "    " DELIMITED BY SIZE
               GROUPNAME DELIMITED BY SIZE
               " : ENROLLED " DELIMITED BY SIZE
               CG-ENROLLED (CAMPUSIDX GROUPIDX) DELIMITED BY SIZE
               "  ABSENCES " DELIMITED BY SIZE
               CG-ABSENCES (CAMPUSIDX GROUPIDX) DELIMITED BY SIZE
               "  ADA " DELIMITED BY SIZE
               ADASHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       PrintOneGroup.
           PERFORM NameGroup.
           MOVE GROUPADAVALUE (GROUPIDX) TO ADASHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
