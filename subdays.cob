       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubDays.
      *Monthly substitute-days report for payroll: for every
      *substitute in the pool (subpool.txt) who covered a class in
      *the month, the number of days worked - a day counts once
      *however many periods were covered that day - the periods
      *covered, the daily rate and the amount to pay. In-house
      *teachers who gave up free periods to cover are listed in a
      *second section by periods covered, so extra-duty pay comes
      *off the same sheet. Coverage is read from coverage.txt as
      *booked in SubCover. The month (YYYYMM) comes from SUBMONTH
      *in the environment, so the calendar step SUBDAYS runs
      *promptless; unset, the operator is asked, and 0 means last
      *month. Printed through the shared PrintRpt routine (code
      *SUBDAYS).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.
           SELECT SubPoolFile ASSIGN TO "subpool.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubPoolStatus.
           SELECT CoverageFile ASSIGN TO "coverage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CoverageStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TeacherFile.
       COPY TEACHER.

       FD SubPoolFile.
       COPY SUBPOOL.

       FD CoverageFile.
       COPY COVERAGE.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  TeacherFileStatus PIC XX.
       01  SubPoolStatus PIC XX.
       01  CoverageStatus PIC XX.
      *Days and periods for each substitute; a day is marked in the
      *person's 31-day map the first time it is seen.
       01  PoolTable.
           02 PoolEntry OCCURS 100 TIMES.
               03 SU-SUBID PIC 9(4).
               03 SU-NAME PIC X(20).
               03 SU-DAYRATE PIC 9(3)V99.
               03 SU-DAYS PIC 9(2).
               03 SU-PERIODS PIC 9(4).
               03 SU-DAYMAP PIC X(31).
       01  PoolCount PIC 9(3) VALUE 0.
       01  PoolIdx PIC 9(3).
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
               03 TT-DAYS PIC 9(2).
               03 TT-PERIODS PIC 9(4).
               03 TT-DAYMAP PIC X(31).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  FoundIdx PIC 9(3).
       01  DayOfMonth PIC 9(2).
       01  ReportMonth PIC 9(6).
       01  SubMonthText PIC X(6).
       01  WorkYear PIC 9(4).
       01  WorkMonth PIC 9(2).
       01  MonthStart PIC 9(8).
       01  MonthEnd PIC 9(8).
       01  UnknownCount PIC 9(4) VALUE 0.
       01  PayAmount PIC 9(6)V99.
       01  TotalPay PIC 9(7)V99 VALUE 0.
       01  TotalSubDays PIC 9(5) VALUE 0.
       01  TotalSubPeriods PIC 9(5) VALUE 0.
       01  TotalStaffPeriods PIC 9(5) VALUE 0.
       01  ListedCount PIC 9(3).
       01  RateShow PIC ZZ9.99.
       01  PayShow PIC ZZZ,ZZ9.99.
       01  TotalShow PIC Z,ZZZ,ZZ9.99.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "SUBDAYS".
       01  RptTitle PIC X(40) VALUE "SUBSTITUTE DAYS FOR PAYROLL".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE SPACES TO SUBMONTHTEXT.
           ACCEPT SUBMONTHTEXT FROM ENVIRONMENT "SUBMONTH".
           IF SUBMONTHTEXT NOT = SPACES
               COMPUTE REPORTMONTH = FUNCTION NUMVAL (SUBMONTHTEXT)
           ELSE
               DISPLAY "Payroll month (YYYYMM, 0 = last month) : "
                   WITH NO ADVANCING
               ACCEPT REPORTMONTH
           END-IF.
           IF REPORTMONTH = 0
               PERFORM SetLastMonth
           END-IF.
           COMPUTE MONTHSTART = REPORTMONTH * 100 + 1.
           COMPUTE MONTHEND = REPORTMONTH * 100 + 31.
           PERFORM LoadPool.
           PERFORM LoadTeachers.
           OPEN INPUT COVERAGEFILE.
           IF COVERAGESTATUS NOT = FS-SUCCESS
               DISPLAY "SubDays : no coverage on file."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ COVERAGEFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N' AND CV-DATE >= MONTHSTART
                       AND CV-DATE <= MONTHEND
                   PERFORM TallyOneCover
               END-IF
           END-PERFORM.
           CLOSE COVERAGEFILE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintSubSection.
           PERFORM PrintStaffSection.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE TOTALPAY TO TOTALSHOW.
           DISPLAY "SubDays : " REPORTMONTH " substitute days "
               TOTALSUBDAYS " pay " TOTALSHOW.
           IF UNKNOWNCOUNT > 0
               DISPLAY "SubDays : " UNKNOWNCOUNT
                   " booking(s) name a cover no longer on file."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       SetLastMonth.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WORKYEAR.
           MOVE FUNCTION CURRENT-DATE (5:2) TO WORKMONTH.
           IF WORKMONTH = 1
               SUBTRACT 1 FROM WORKYEAR
               MOVE 12 TO WORKMONTH
           ELSE
               SUBTRACT 1 FROM WORKMONTH
           END-IF.
           COMPUTE REPORTMONTH = WORKYEAR * 100 + WORKMONTH.

       LoadPool.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT SUBPOOLFILE.
           IF SUBPOOLSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SUBPOOLFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND POOLCOUNT < 100
                       ADD 1 TO POOLCOUNT
                       MOVE SP-SUBID TO SU-SUBID (POOLCOUNT)
                       MOVE SP-NAME TO SU-NAME (POOLCOUNT)
                       MOVE SP-DAYRATE TO SU-DAYRATE (POOLCOUNT)
                       MOVE 0 TO SU-DAYS (POOLCOUNT)
                       MOVE 0 TO SU-PERIODS (POOLCOUNT)
                       MOVE SPACES TO SU-DAYMAP (POOLCOUNT)
                   END-IF
               END-PERFORM
               CLOSE SUBPOOLFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadTeachers.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEACHERFILE.
           IF TEACHERFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEACHERFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TEACHERCOUNT < 100
                       ADD 1 TO TEACHERCOUNT
                       MOVE TE-ID TO TT-ID (TEACHERCOUNT)
                       MOVE TE-NAME TO TT-NAME (TEACHERCOUNT)
                       MOVE 0 TO TT-DAYS (TEACHERCOUNT)
                       MOVE 0 TO TT-PERIODS (TEACHERCOUNT)
                       MOVE SPACES TO TT-DAYMAP (TEACHERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHERFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       TallyOneCover.
           MOVE CV-DATE (7:2) TO DAYOFMONTH.
           IF DAYOFMONTH < 1 OR DAYOFMONTH > 31
               MOVE 1 TO DAYOFMONTH
           END-IF.
           IF CV-BY-SUBSTITUTE
               MOVE 0 TO FOUNDIDX
               PERFORM VARYING POOLIDX FROM 1 BY 1
                       UNTIL POOLIDX > POOLCOUNT
                   IF SU-SUBID (POOLIDX) = CV-COVERID
                       MOVE POOLIDX TO FOUNDIDX
                   END-IF
               END-PERFORM
               IF FOUNDIDX = 0
                   ADD 1 TO UNKNOWNCOUNT
               ELSE
                   ADD 1 TO SU-PERIODS (FOUNDIDX)
                   IF SU-DAYMAP (FOUNDIDX) (DAYOFMONTH:1) NOT = "X"
                       MOVE "X" TO SU-DAYMAP (FOUNDIDX) (DAYOFMONTH:1)
                       ADD 1 TO SU-DAYS (FOUNDIDX)
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO FOUNDIDX
               PERFORM VARYING TEACHERIDX FROM 1 BY 1
                       UNTIL TEACHERIDX > TEACHERCOUNT
                   IF TT-ID (TEACHERIDX) = CV-COVERID
                       MOVE TEACHERIDX TO FOUNDIDX
                   END-IF
               END-PERFORM
               IF FOUNDIDX = 0
                   ADD 1 TO UNKNOWNCOUNT
               ELSE
                   ADD 1 TO TT-PERIODS (FOUNDIDX)
                   IF TT-DAYMAP (FOUNDIDX) (DAYOFMONTH:1) NOT = "X"
                       MOVE "X" TO TT-DAYMAP (FOUNDIDX) (DAYOFMONTH:1)
                       ADD 1 TO TT-DAYS (FOUNDIDX)
                   END-IF
               END-IF
           END-IF.

       PrintSubSection.
           MOVE SPACES TO RPTLINE.
           STRING "PAYROLL MONTH : " DELIMITED BY SIZE
               REPORTMONTH DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "OUTSIDE SUBSTITUTES :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE "  ID   NAME                 DAYS PERIODS   RATE"
               TO RPTLINE.
           MOVE "AMOUNT" TO RPTLINE (61:6).
           PERFORM EmitLine.
           MOVE 0 TO LISTEDCOUNT.
           PERFORM PrintOneSub
               VARYING POOLIDX FROM 1 BY 1 UNTIL POOLIDX > POOLCOUNT.
           IF LISTEDCOUNT = 0
               MOVE "  NO SUBSTITUTE DAYS IN THE MONTH." TO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintOneSub.
           IF SU-DAYS (POOLIDX) > 0
               ADD 1 TO LISTEDCOUNT
               COMPUTE PAYAMOUNT =
                   SU-DAYS (POOLIDX) * SU-DAYRATE (POOLIDX)
               ADD PAYAMOUNT TO TOTALPAY
               ADD SU-DAYS (POOLIDX) TO TOTALSUBDAYS
               ADD SU-PERIODS (POOLIDX) TO TOTALSUBPERIODS
               MOVE SU-DAYRATE (POOLIDX) TO RATESHOW
               MOVE PAYAMOUNT TO PAYSHOW
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   SU-SUBID (POOLIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SU-NAME (POOLIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SU-DAYS (POOLIDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   SU-PERIODS (POOLIDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   RATESHOW DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   PAYSHOW DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintStaffSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "IN-HOUSE COVER (EXTRA DUTY) :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE "  ID   NAME                 DAYS PERIODS" TO RPTLINE.
           PERFORM EmitLine.
           MOVE 0 TO LISTEDCOUNT.
           PERFORM PrintOneStaff
               VARYING TEACHERIDX FROM 1 BY 1
               UNTIL TEACHERIDX > TEACHERCOUNT.
           IF LISTEDCOUNT = 0
               MOVE "  NO IN-HOUSE COVER IN THE MONTH." TO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintOneStaff.
           IF TT-PERIODS (TEACHERIDX) > 0
               ADD 1 TO LISTEDCOUNT
               ADD TT-PERIODS (TEACHERIDX) TO TOTALSTAFFPERIODS
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   TT-ID (TEACHERIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TT-NAME (TEACHERIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TT-DAYS (TEACHERIDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   TT-PERIODS (TEACHERIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "PAYROLL CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE TOTALPAY TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  SUBSTITUTE DAYS : " DELIMITED BY SIZE
               TOTALSUBDAYS DELIMITED BY SIZE
               "   PERIODS : " DELIMITED BY SIZE
               TOTALSUBPERIODS DELIMITED BY SIZE
               "   TO PAY : " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  IN-HOUSE PERIODS COVERED : " DELIMITED BY SIZE
               TOTALSTAFFPERIODS DELIMITED BY SIZE
               "   BOOKINGS WITH NO COVER ON FILE : "
               DELIMITED BY SIZE
               UNKNOWNCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
