       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccRev.
      *Accommodation plan review-due report: every IEP and 504 plan
      *on file (accplan.txt) whose annual review is past due or
      *falls within the next 90 days, grouped overdue, due in 30,
      *due in 31-60 and due in 61-90 days, earliest first within
      *each group, with the case manager who has to convene it -
      *the counselor's desk calendar, off the desk. Printed through
      *the shared PrintRpt routine (code ACCREVW); the report names
      *plan students, so it is marked internal use like the lists.
      *A run with any review overdue ends with a warning code.
      *The report date is today, or the ACCRDATE environment
      *variable (CCYYMMDD) to see the picture as of another day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT AccPlanFile ASSIGN TO "accplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccPlanStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AccPlanFile.
       COPY ACCPLAN.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  AccPlanStatus PIC XX.
       01  ReportDateText PIC X(8).
       01  ReportDate PIC 9(8).
       01  ReportSerial PIC 9(8).
       01  DaysToReview PIC S9(5).
      *Plans due inside the 90-day window, kept in review-date order
      *as they are read.
       01  ReviewTable.
           02 ReviewEntry OCCURS 1000 TIMES.
               03 RV-IDNUM PIC 9(9).
               03 RV-TYPE PIC X.
               03 RV-REVIEWDATE PIC 9(8).
               03 RV-DAYS PIC S9(5).
               03 RV-CASEMGR PIC X(20).
       01  ReviewCount PIC 9(4) VALUE 0.
       01  ReviewIdx PIC 9(4).
       01  InsertIdx PIC 9(4).
       01  ShiftIdx PIC 9(4).
       01  PlanTotal PIC 9(5) VALUE 0.
       01  BucketLow PIC S9(5).
       01  BucketHigh PIC S9(5).
       01  BucketHeading PIC X(40).
       01  BucketCount PIC 9(4).
       01  OverdueCount PIC 9(4) VALUE 0.
       01  Due30Count PIC 9(4) VALUE 0.
       01  Due60Count PIC 9(4) VALUE 0.
       01  Due90Count PIC 9(4) VALUE 0.
       01  PlanTypeName PIC X(8).
       01  StudName PIC X(21).
       01  DaysShown PIC -ZZZZ9.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "ACCREVW".
       01  RptTitle PIC X(40)
           VALUE "ACCOMMODATION PLAN REVIEWS DUE".
       01  RptLine PIC X(80).
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           MOVE SPACES TO REPORTDATETEXT.
           ACCEPT REPORTDATETEXT FROM ENVIRONMENT "ACCRDATE".
           IF REPORTDATETEXT NOT = SPACES
               COMPUTE REPORTDATE = FUNCTION NUMVAL (REPORTDATETEXT)
           ELSE
               MOVE 0 TO REPORTDATE
           END-IF.
           IF REPORTDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO REPORTDATE
           END-IF.
           COMPUTE REPORTSERIAL = FUNCTION INTEGER-OF-DATE (REPORTDATE).
           PERFORM LoadDuePlans.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "AccRev : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "*** INTERNAL USE ONLY - DO NOT DISTRIBUTE ***"
               TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "REVIEWS DUE AS OF " DELIMITED BY SIZE
               REPORTDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE -99999 TO BUCKETLOW.
           MOVE -1 TO BUCKETHIGH.
           MOVE "OVERDUE :" TO BUCKETHEADING.
           PERFORM PrintBucket.
           MOVE BUCKETCOUNT TO OVERDUECOUNT.
           MOVE 0 TO BUCKETLOW.
           MOVE 30 TO BUCKETHIGH.
           MOVE "DUE WITHIN 30 DAYS :" TO BUCKETHEADING.
           PERFORM PrintBucket.
           MOVE BUCKETCOUNT TO DUE30COUNT.
           MOVE 31 TO BUCKETLOW.
           MOVE 60 TO BUCKETHIGH.
           MOVE "DUE IN 31 - 60 DAYS :" TO BUCKETHEADING.
           PERFORM PrintBucket.
           MOVE BUCKETCOUNT TO DUE60COUNT.
           MOVE 61 TO BUCKETLOW.
           MOVE 90 TO BUCKETHIGH.
           MOVE "DUE IN 61 - 90 DAYS :" TO BUCKETHEADING.
           PERFORM PrintBucket.
           MOVE BUCKETCOUNT TO DUE90COUNT.
           CLOSE STUDENTFILE.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF OVERDUECOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           DISPLAY "AccRev : " REVIEWCOUNT " reviews due within 90 "
               "days, " OVERDUECOUNT " overdue.".
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadDuePlans.
           OPEN INPUT ACCPLANFILE.
           IF ACCPLANSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ACCPLANFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       ADD 1 TO PLANTOTAL
                       PERFORM CheckOnePlan
                   END-IF
               END-PERFORM
               CLOSE ACCPLANFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *A plan with no review date on file counts as overdue - it
      *has never been reviewed as far as the system knows.
       CheckOnePlan.
           IF IE-REVIEWDATE = 0
               MOVE -99999 TO DAYSTOREVIEW
           ELSE
               COMPUTE DAYSTOREVIEW =
                   FUNCTION INTEGER-OF-DATE (IE-REVIEWDATE)
                   - REPORTSERIAL
           END-IF.
           IF DAYSTOREVIEW <= 90 AND REVIEWCOUNT < 1000
               PERFORM InsertReview
           END-IF.

      *A new plan goes in after the last one due on or before it,
      *shifting the rest up one, so the table stays in due order.
       InsertReview.
           MOVE 1 TO INSERTIDX.
           PERFORM VARYING REVIEWIDX FROM 1 BY 1
                   UNTIL REVIEWIDX > REVIEWCOUNT
               IF RV-REVIEWDATE (REVIEWIDX) <= IE-REVIEWDATE
                   COMPUTE INSERTIDX = REVIEWIDX + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING SHIFTIDX FROM REVIEWCOUNT BY -1
                   UNTIL SHIFTIDX < INSERTIDX
               MOVE REVIEWENTRY (SHIFTIDX) TO REVIEWENTRY (SHIFTIDX + 1)
           END-PERFORM.
           ADD 1 TO REVIEWCOUNT.
           MOVE IE-IDNUM TO RV-IDNUM (INSERTIDX).
           MOVE IE-TYPE TO RV-TYPE (INSERTIDX).
           MOVE IE-REVIEWDATE TO RV-REVIEWDATE (INSERTIDX).
           MOVE DAYSTOREVIEW TO RV-DAYS (INSERTIDX).
           MOVE IE-CASEMGR TO RV-CASEMGR (INSERTIDX).

       PrintBucket.
           MOVE 0 TO BUCKETCOUNT.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE BUCKETHEADING TO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintOneReview
               VARYING REVIEWIDX FROM 1 BY 1
               UNTIL REVIEWIDX > REVIEWCOUNT.
           IF BUCKETCOUNT = 0
               MOVE "  None." TO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintOneReview.
           IF RV-DAYS (REVIEWIDX) >= BUCKETLOW
                   AND RV-DAYS (REVIEWIDX) <= BUCKETHIGH
               ADD 1 TO BUCKETCOUNT
               MOVE RV-IDNUM (REVIEWIDX) TO IDNUM
               MOVE SPACES TO STUDNAME
               READ STUDENTFILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO STUDNAME
                   NOT INVALID KEY
                       STRING FNAME DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           LNAME DELIMITED BY "  "
                           INTO STUDNAME
               END-READ
               IF RV-TYPE (REVIEWIDX) = "I"
                   MOVE "IEP" TO PLANTYPENAME
               ELSE
                   MOVE "504 PLAN" TO PLANTYPENAME
               END-IF
               MOVE RV-DAYS (REVIEWIDX) TO DAYSSHOWN
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   RV-IDNUM (REVIEWIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STUDNAME DELIMITED BY SIZE
                   PLANTYPENAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RV-REVIEWDATE (REVIEWIDX) DELIMITED BY SIZE
                   DAYSSHOWN DELIMITED BY SIZE
                   "D " DELIMITED BY SIZE
                   RV-CASEMGR (REVIEWIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "REVIEW CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Plans on file       : " DELIMITED BY SIZE
               PLANTOTAL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Overdue             : " DELIMITED BY SIZE
               OVERDUECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Due within 30 days  : " DELIMITED BY SIZE
               DUE30COUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Due in 31 - 60 days : " DELIMITED BY SIZE
               DUE60COUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Due in 61 - 90 days : " DELIMITED BY SIZE
               DUE90COUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
