       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerDaily.
      *Daily attendance from the period marks: for the day's
      *perattn.txt lines as taken in PerAtt - the last line for a
      *student, course and period standing - each student with a
      *period mark is checked against the periods of their own
      *schedule (the current term's crsenrl.txt lines, withdrawn
      *lines left off) that were actually taken that day. Absent
      *from every taken period makes a daily A; absent or tardy in
      *the first taken period while there later makes a daily T;
      *anything else leaves the student present for the day, any
      *missed period being a cut for CutRpt. The daily marks are
      *appended to attlog.txt, so AdaRpt, AbsLtr and AttRpt count
      *them as if Attend had taken them. A student who already has
      *an attlog.txt line for the day - a homeroom mark from Attend
      *or an earlier run of this step - is left as recorded, which
      *makes the step safe to rerun. The date comes from PERDATE in
      *the environment, today when unset, so the calendar step
      *PERDAILY runs promptless after the last period.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PeriodAttFile ASSIGN TO "perattn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PeriodAttStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PeriodAttFile.
       COPY PERATT.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD TermCalFile.
       COPY TERMCAL.

       FD AttendFile.
       COPY ATTLOG.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  PeriodAttStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  MarkDate PIC 9(8).
       01  PerDateText PIC X(8).
       01  CurrentTermIdx PIC 9(2) VALUE 0.
      *Classes taken on the day (a marker line seen).
       01  TakenTable.
           02 TakenEntry OCCURS 200 TIMES.
               03 TK-CODE PIC X(6).
               03 TK-PERIOD PIC 9(2).
       01  TakenCount PIC 9(3) VALUE 0.
       01  TakenIdx PIC 9(3).
      *The standing mark per student and class; a later line
      *replaces the earlier one in place.
       01  MarkTable.
           02 MarkEntry OCCURS 3000 TIMES.
               03 MK-IDNUM PIC 9(9).
               03 MK-CODE PIC X(6).
               03 MK-PERIOD PIC 9(2).
               03 MK-MARK PIC X.
       01  MarkCount PIC 9(4) VALUE 0.
       01  MarkIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
      *Students who already have a daily line for the day.
       01  DailyTable.
           02 DailyEntry OCCURS 3000 TIMES.
               03 DY-IDNUM PIC 9(9).
       01  DailyCount PIC 9(4) VALUE 0.
       01  DailyIdx PIC 9(4).
      *Current-term enrollment in the classes taken on the day.
       01  EnrlTable.
           02 EnrlEntry OCCURS 10000 TIMES.
               03 EN-IDNUM PIC 9(9).
               03 EN-CODE PIC X(6).
               03 EN-PERIOD PIC 9(2).
       01  EnrlCount PIC 9(5) VALUE 0.
       01  EnrlIdx PIC 9(5).
       01  StudIDNum PIC 9(9).
       01  TakenPeriods PIC 9(2).
       01  AbsentPeriods PIC 9(2).
       01  FirstPeriod PIC 9(2).
       01  FirstMark PIC X.
       01  PeriodMark PIC X.
       01  DailyMark PIC X.
       01  StudentsSeen PIC 9(5) VALUE 0.
       01  DailyAbsent PIC 9(5) VALUE 0.
       01  DailyTardy PIC 9(5) VALUE 0.
       01  AlreadyKept PIC 9(5) VALUE 0.
       01  UnschedCount PIC 9(5) VALUE 0.
       01  OverflowFlag PIC A VALUE "N".
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE SPACES TO PERDATETEXT.
           ACCEPT PERDATETEXT FROM ENVIRONMENT "PERDATE".
           IF PERDATETEXT NOT = SPACES
               COMPUTE MARKDATE = FUNCTION NUMVAL (PERDATETEXT)
           ELSE
               MOVE 0 TO MARKDATE
           END-IF.
           IF MARKDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO MARKDATE
           END-IF.
           PERFORM FindCurrentTerm.
           PERFORM LoadPeriodMarks.
           IF TAKENCOUNT = 0
               DISPLAY "PerDaily : no classes taken on " MARKDATE "."
               GOBACK
           END-IF.
           PERFORM LoadDailyLines.
           PERFORM LoadEnrollment.
           OPEN EXTEND ATTENDFILE.
           IF ATTENDFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT ATTENDFILE
           END-IF.
           IF ATTENDFILESTATUS NOT = FS-SUCCESS
               DISPLAY "PerDaily : " MSG-CANT-OPEN ATTENDFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM DeriveOneStudent
               VARYING MARKIDX FROM 1 BY 1 UNTIL MARKIDX > MARKCOUNT.
           CLOSE ATTENDFILE.
           DISPLAY "PerDaily : " MARKDATE " " TAKENCOUNT
               " class(es) taken, " STUDENTSSEEN " student(s) marked".
           DISPLAY "PerDaily : daily A " DAILYABSENT " daily T "
               DAILYTARDY " already on attlog " ALREADYKEPT.
           IF UNSCHEDCOUNT > 0
               DISPLAY "PerDaily : " UNSCHEDCOUNT
                   " period mark(s) for students not enrolled in"
                   " the class this term - not counted."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           IF OVERFLOWFLAG = 'Y'
               DISPLAY "PerDaily : table full - some marks not read."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       FindCurrentTerm.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TERMCALFILE.
           IF TERMCALSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TERMCALFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TC-IS-CURRENT
                       MOVE TC-TERMIDX TO CURRENTTERMIDX
                   END-IF
               END-PERFORM
               CLOSE TERMCALFILE
           END-IF.

       LoadPeriodMarks.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT PERIODATTFILE.
           IF PERIODATTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PERIODATTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PA-DATE = MARKDATE
                       IF PA-TAKEN
                           PERFORM NoteTakenClass
                       ELSE
                           PERFORM NotePeriodMark
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PERIODATTFILE
           END-IF.

       NoteTakenClass.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING TAKENIDX FROM 1 BY 1
                   UNTIL TAKENIDX > TAKENCOUNT
               IF TK-CODE (TAKENIDX) = PA-CODE
                       AND TK-PERIOD (TAKENIDX) = PA-PERIOD
                   MOVE TAKENIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               IF TAKENCOUNT < 200
                   ADD 1 TO TAKENCOUNT
                   MOVE PA-CODE TO TK-CODE (TAKENCOUNT)
                   MOVE PA-PERIOD TO TK-PERIOD (TAKENCOUNT)
               ELSE
                   MOVE 'Y' TO OVERFLOWFLAG
               END-IF
           END-IF.

       NotePeriodMark.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING MARKIDX FROM 1 BY 1
                   UNTIL MARKIDX > MARKCOUNT
               IF MK-IDNUM (MARKIDX) = PA-IDNUM
                       AND MK-CODE (MARKIDX) = PA-CODE
                       AND MK-PERIOD (MARKIDX) = PA-PERIOD
                   MOVE MARKIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               IF MARKCOUNT < 3000
                   ADD 1 TO MARKCOUNT
                   MOVE MARKCOUNT TO FOUNDIDX
                   MOVE PA-IDNUM TO MK-IDNUM (FOUNDIDX)
                   MOVE PA-CODE TO MK-CODE (FOUNDIDX)
                   MOVE PA-PERIOD TO MK-PERIOD (FOUNDIDX)
               ELSE
                   MOVE 'Y' TO OVERFLOWFLAG
               END-IF
           END-IF.
           IF FOUNDIDX > 0
               MOVE PA-MARK TO MK-MARK (FOUNDIDX)
           END-IF.

       LoadDailyLines.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ATTENDFILE.
           IF ATTENDFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ATTENDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AT-DATE = MARKDATE
                           AND DAILYCOUNT < 3000
                       ADD 1 TO DAILYCOUNT
                       MOVE AT-IDNUM TO DY-IDNUM (DAILYCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ATTENDFILE
           END-IF.

      *Only enrollment in a class taken that day matters; a class
      *not taken can't make anyone absent.
       LoadEnrollment.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                           AND CE-TERMIDX = CURRENTTERMIDX
                           AND NOT CE-MARK-WDRN
                       PERFORM NoteEnrollment
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
           END-IF.

       NoteEnrollment.
           PERFORM VARYING TAKENIDX FROM 1 BY 1
                   UNTIL TAKENIDX > TAKENCOUNT
               IF TK-CODE (TAKENIDX) = CE-CODE
                   MOVE 0 TO FOUNDIDX
                   PERFORM VARYING ENRLIDX FROM 1 BY 1
                           UNTIL ENRLIDX > ENRLCOUNT
                       IF EN-IDNUM (ENRLIDX) = CE-IDNUM
                               AND EN-CODE (ENRLIDX) = CE-CODE
                               AND EN-PERIOD (ENRLIDX)
                                   = TK-PERIOD (TAKENIDX)
                           MOVE 1 TO FOUNDIDX
                       END-IF
                   END-PERFORM
                   IF FOUNDIDX = 0 AND ENRLCOUNT < 10000
                       ADD 1 TO ENRLCOUNT
                       MOVE CE-IDNUM TO EN-IDNUM (ENRLCOUNT)
                       MOVE CE-CODE TO EN-CODE (ENRLCOUNT)
                       MOVE TK-PERIOD (TAKENIDX)
                           TO EN-PERIOD (ENRLCOUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *Each student is judged once, at their first mark line in the
      *table; marks standing at P (corrected) still count as seen.
       DeriveOneStudent.
           MOVE MK-IDNUM (MARKIDX) TO STUDIDNUM.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING DAILYIDX FROM 1 BY 1
                   UNTIL DAILYIDX >= MARKIDX
               IF MK-IDNUM (DAILYIDX) = STUDIDNUM
                   MOVE DAILYIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               ADD 1 TO STUDENTSSEEN
               PERFORM JudgeStudentDay
           END-IF.

       JudgeStudentDay.
           MOVE 0 TO TAKENPERIODS.
           MOVE 0 TO ABSENTPERIODS.
           MOVE 99 TO FIRSTPERIOD.
           MOVE 'P' TO FIRSTMARK.
           PERFORM JudgeOneClass
               VARYING ENRLIDX FROM 1 BY 1 UNTIL ENRLIDX > ENRLCOUNT.
           PERFORM CountUnscheduled
               VARYING DAILYIDX FROM MARKIDX BY 1
               UNTIL DAILYIDX > MARKCOUNT.
           MOVE SPACE TO DAILYMARK.
           IF TAKENPERIODS > 0
               IF ABSENTPERIODS = TAKENPERIODS
                   MOVE 'A' TO DAILYMARK
               ELSE
                   IF FIRSTMARK = 'A' OR FIRSTMARK = 'T'
                       MOVE 'T' TO DAILYMARK
                   END-IF
               END-IF
           END-IF.
           IF DAILYMARK NOT = SPACE
               MOVE 0 TO FOUNDIDX
               PERFORM VARYING DAILYIDX FROM 1 BY 1
                       UNTIL DAILYIDX > DAILYCOUNT
                   IF DY-IDNUM (DAILYIDX) = STUDIDNUM
                       MOVE DAILYIDX TO FOUNDIDX
                   END-IF
               END-PERFORM
               IF FOUNDIDX > 0
                   ADD 1 TO ALREADYKEPT
               ELSE
                   MOVE MARKDATE TO AT-DATE
                   MOVE STUDIDNUM TO AT-IDNUM
                   MOVE DAILYMARK TO AT-CODE
                   WRITE ATTENDRECORD
                   IF AT-ABSENT
                       ADD 1 TO DAILYABSENT
                   ELSE
                       ADD 1 TO DAILYTARDY
                   END-IF
               END-IF
           END-IF.

       JudgeOneClass.
           IF EN-IDNUM (ENRLIDX) = STUDIDNUM
               ADD 1 TO TAKENPERIODS
               MOVE 'P' TO PERIODMARK
               PERFORM VARYING DAILYIDX FROM MARKIDX BY 1
                       UNTIL DAILYIDX > MARKCOUNT
                   IF MK-IDNUM (DAILYIDX) = STUDIDNUM
                           AND MK-CODE (DAILYIDX) = EN-CODE (ENRLIDX)
                           AND MK-PERIOD (DAILYIDX)
                               = EN-PERIOD (ENRLIDX)
                       MOVE MK-MARK (DAILYIDX) TO PERIODMARK
                   END-IF
               END-PERFORM
               IF PERIODMARK = 'A'
                   ADD 1 TO ABSENTPERIODS
               END-IF
               IF EN-PERIOD (ENRLIDX) < FIRSTPERIOD
                   MOVE EN-PERIOD (ENRLIDX) TO FIRSTPERIOD
                   MOVE PERIODMARK TO FIRSTMARK
               END-IF
           END-IF.

      *A mark for a class the student isn't enrolled in this term
      *is reported, not counted.
       CountUnscheduled.
           IF MK-IDNUM (DAILYIDX) = STUDIDNUM
               MOVE 0 TO FOUNDIDX
               PERFORM VARYING ENRLIDX FROM 1 BY 1
                       UNTIL ENRLIDX > ENRLCOUNT
                   IF EN-IDNUM (ENRLIDX) = STUDIDNUM
                           AND EN-CODE (ENRLIDX) = MK-CODE (DAILYIDX)
                       MOVE 1 TO FOUNDIDX
                   END-IF
               END-PERFORM
               IF FOUNDIDX = 0
                   ADD 1 TO UNSCHEDCOUNT
               END-IF
           END-IF.
