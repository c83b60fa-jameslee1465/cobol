       IDENTIFICATION DIVISION.
       PROGRAM-ID. RcptFcst.
      *Expected receipts forecast: projects the tuition cash the
      *business office can expect over the next 90 days, by week
      *and by month, instead of the business manager totalling
      *payplan.txt by hand each month.
      *Two sources feed the projection :
      *  - every open installment on a payment plan (PP-PAID short
      *    of PP-AMOUNT) falls on its due date; one already past due
      *    is expected on the first day of the window;
      *  - whatever part of a positive TuitionBalance is not covered
      *    by open installments is expected spread evenly over the
      *    window.
      *Each amount is weighted by how that household has actually
      *paid : over the last twelve months of the audit trail, money
      *paid (PAY, less NSF reversals) against money charged (every
      *other increase in the balance), capped at 100%. Students
      *linked in family.txt share one household weight. A household
      *with no charges in the trail takes the default weight from
      *fcstcfg.txt (one line, 9V99; 0.75 when the file is absent).
      *Beside each week and month the report shows the actual
      *receipts for the same days one period earlier (the 91 days
      *before the run), from the posted payment log PayPost and
      *SuspMnt keep (paylog.txt), so the projection can be judged
      *against what really came in. Each run's total is kept in
      *fcsthist.txt (run date 9(8), total 9(9)V99); when a forecast
      *made a full period ago is on file, its total is printed with
      *the actual receipts for the period it covered.
      *The run date comes from the FCSTDATE environment variable
      *(YYYYMMDD) when set, so the calendar can run it, and from
      *today otherwise.
      *Read only : nothing on the student file changes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT AuditFile ASSIGN TO DYNAMIC AuditFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT PayPlanFile ASSIGN TO "payplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayPlanStatus.
           SELECT FamilyFile ASSIGN TO "family.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FamilyFileStatus.
           SELECT PostedPayLog ASSIGN TO "paylog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PostedPayStatus.
           SELECT ForecastConfig ASSIGN TO "fcstcfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ForecastConfigStatus.
           SELECT ForecastHistory ASSIGN TO "fcsthist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ForecastHistoryStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AuditFile.
       COPY AUDITREC.

       FD PayPlanFile.
       COPY PAYPLAN.

       FD FamilyFile.
       COPY FAMILY.

       FD PostedPayLog.
       COPY PAYLOG.

       FD ForecastConfig.
       01  ForecastConfigRecord.
           02 FC-WEIGHT PIC 9V99.

      *One line per forecast run.
       FD ForecastHistory.
       01  ForecastHistoryRecord.
           02 FH-RUNDATE PIC 9(8).
           02 FH-TOTAL PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  AuditAtEndFlag PIC A.
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  PayPlanStatus PIC XX.
       01  FamilyFileStatus PIC XX.
       01  PostedPayStatus PIC XX.
       01  ForecastConfigStatus PIC XX.
       01  ForecastHistoryStatus PIC XX.
       01  RunDate PIC 9(8).
       01  RunSerial PIC 9(8).
       01  PriorSerial PIC 9(8).
       01  HistorySerial PIC 9(8).
       01  WorkSerial PIC 9(8).
       01  WorkDate PIC 9(8).
       01  DefaultWeight PIC 9V99 VALUE 0.75.
      *The window is 13 whole weeks; day 1 is the run date.
       01  WindowDays PIC 9(3) VALUE 91.
       01  DayTable.
           02 DayEntry OCCURS 91 TIMES.
               03 DY-DATE PIC 9(8).
               03 DY-FORECAST PIC 9(7)V99.
               03 DY-ACTUAL PIC 9(7)V99.
       01  DayIdx PIC 9(3).
       01  DayOffset PIC S9(5).
       01  WeekNo PIC 9(2).
       01  WeekForecast PIC 9(9)V99.
       01  WeekActual PIC 9(9)V99.
       01  MonthKey PIC 9(6).
       01  MonthForecast PIC 9(9)V99.
       01  MonthActual PIC 9(9)V99.
       01  FromDate PIC 9(8).
       01  PriorFromDate PIC 9(8).
       01  ForecastTotal PIC 9(9)V99 VALUE 0.
       01  ActualTotal PIC 9(9)V99 VALUE 0.
       01  PlannedTotal PIC 9(9)V99 VALUE 0.
       01  UnplannedTotal PIC 9(9)V99 VALUE 0.
      *Payment history per student off the last year of the trail.
       01  HistTable.
           02 HistEntry OCCURS 2000 TIMES.
               03 HT-IDNO PIC 9(9).
               03 HT-PAID PIC S9(7)V99.
               03 HT-CHARGED PIC 9(7)V99.
       01  HistCount PIC 9(4) VALUE 0.
       01  HistIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  WorkID PIC 9(9).
       01  ChangeAmount PIC S9(6)V99.
       01  HouseHold.
           02 HH-PAID PIC S9(7)V99.
           02 HH-CHARGED PIC 9(7)V99.
       01  StudentWeight PIC 9V9999.
       01  StudentFamID PIC 9(5).
       01  PlanTable.
           02 PlanEntry OCCURS 500 TIMES.
               03 PL-IDNO PIC 9(9).
               03 PL-DUE PIC 9(8).
               03 PL-OPEN PIC 9(5)V99.
       01  PlanCount PIC 9(3) VALUE 0.
       01  PlanIdx PIC 9(3).
       01  FamTable.
           02 FamEntry OCCURS 500 TIMES.
               03 FT-FAMID PIC 9(5).
               03 FT-IDNO PIC 9(9).
       01  FamCount PIC 9(3) VALUE 0.
       01  FamIdx PIC 9(3).
       01  MemberIdx PIC 9(3).
       01  OpenPlanTotal PIC 9(7)V99.
       01  Unplanned PIC S9(7)V99.
       01  WeightedAmount PIC 9(7)V99.
       01  DailyShare PIC 9(7)V99.
       01  ShareLeft PIC 9(7)V99.
       01  PriorForecast PIC 9(9)V99.
       01  PriorRunDate PIC 9(8) VALUE 0.
       01  PriorActual PIC 9(9)V99.
       01  PriorEndSerial PIC 9(8).
       01  PostSerial PIC 9(8).
       01  AccuracyPct PIC 9(3)V9.
       01  AmountShow PIC ZZZ,ZZZ,ZZ9.99.
       01  ActualShow PIC ZZZ,ZZZ,ZZ9.99.
       01  WeightShow PIC ZZ9.
       01  PctShow PIC ZZ9.9.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "RCPTFCST".
       01  RptTitle PIC X(40) VALUE "EXPECTED RECEIPTS FORECAST".
       01  RptLine PIC X(80).
      *The twelve archive months before the run month, then the
      *live file.
       01  AuditPathTable.
           02 AuditPath OCCURS 13 TIMES PIC X(40).
       01  AuditPathCount PIC 9(2) VALUE 0.
       01  PathIdx PIC 9(2).
       01  TotalMonths PIC 9(6).
       01  WorkMonths PIC 9(6).
       01  WorkYear PIC 9(4).
       01  WorkMonth PIC 9(2).
       01  MonthStep PIC 9(2).
       01  ScanYYYYMM PIC 9(6).
       01  EntryDate PIC 9(8).
       01  EntrySerial PIC 9(8).
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  AuditFilePath PIC X(40).
       01  DateParm PIC X(8).

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           MOVE SPACES TO DATEPARM.
           ACCEPT DATEPARM FROM ENVIRONMENT "FCSTDATE".
           IF DATEPARM NUMERIC
               MOVE DATEPARM TO RUNDATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO RUNDATE
           END-IF.
           COMPUTE RUNSERIAL = FUNCTION INTEGER-OF-DATE (RUNDATE).
           COMPUTE PRIORSERIAL = RUNSERIAL - WINDOWDAYS.
           PERFORM ReadForecastConfig.
           PERFORM BuildDayTable.
           PERFORM LoadPlans.
           PERFORM LoadFamilies.
           PERFORM BuildAuditPathList.
           PERFORM ScanOneAuditFile
               VARYING PATHIDX FROM 1 BY 1
               UNTIL PATHIDX > AUDITPATHCOUNT.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "RcptFcst : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STUDENTFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   PERFORM ForecastOneStudent
               END-IF
           END-PERFORM.
           CLOSE STUDENTFILE.
           PERFORM LoadActuals.
           PERFORM FindPriorForecast.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintWeeks.
           PERFORM PrintMonths.
           PERFORM PrintTotals.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM RecordForecast.
           DISPLAY "Receipts forecast from " RUNDATE " : "
               FORECASTTOTAL.
           GOBACK.

       ReadForecastConfig.
           OPEN INPUT FORECASTCONFIG.
           IF FORECASTCONFIGSTATUS = FS-SUCCESS
               READ FORECASTCONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF FC-WEIGHT NUMERIC AND FC-WEIGHT <= 1
                           MOVE FC-WEIGHT TO DEFAULTWEIGHT
                       END-IF
               END-READ
               CLOSE FORECASTCONFIG
           ELSE
               DISPLAY "RcptFcst : no fcstcfg.txt - using defaults."
           END-IF.

       BuildDayTable.
           PERFORM VARYING DAYIDX FROM 1 BY 1
                   UNTIL DAYIDX > WINDOWDAYS
               COMPUTE WORKSERIAL = RUNSERIAL + DAYIDX - 1
               COMPUTE DY-DATE (DAYIDX) =
                   FUNCTION DATE-OF-INTEGER (WORKSERIAL)
               MOVE 0 TO DY-FORECAST (DAYIDX)
               MOVE 0 TO DY-ACTUAL (DAYIDX)
           END-PERFORM.

      *Open installments only; a paid-off one forecasts nothing.
       LoadPlans.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT PAYPLANFILE.
           IF PAYPLANSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PAYPLANFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PLANCOUNT < 500
                           AND PP-PAID < PP-AMOUNT
                       ADD 1 TO PLANCOUNT
                       MOVE PP-IDNUM TO PL-IDNO (PLANCOUNT)
                       MOVE PP-DUEDATE TO PL-DUE (PLANCOUNT)
                       COMPUTE PL-OPEN (PLANCOUNT) = PP-AMOUNT - PP-PAID
                   END-IF
               END-PERFORM
               CLOSE PAYPLANFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *No family file just means every student is their own
      *household.
       LoadFamilies.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT FAMILYFILE.
           IF FAMILYFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ FAMILYFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND FAMCOUNT < 500
                       ADD 1 TO FAMCOUNT
                       MOVE FM-FAMID TO FT-FAMID (FAMCOUNT)
                       MOVE FM-IDNUM TO FT-IDNO (FAMCOUNT)
                   END-IF
               END-PERFORM
               CLOSE FAMILYFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *The archives that exist for the twelve months before the run
      *month, oldest first, then the live file.
       BuildAuditPathList.
           DIVIDE RUNDATE BY 10000 GIVING WORKYEAR
               REMAINDER WORKMONTHS.
           DIVIDE WORKMONTHS BY 100 GIVING WORKMONTH.
           COMPUTE TOTALMONTHS = WORKYEAR * 12 + WORKMONTH.
           PERFORM VARYING MONTHSTEP FROM 12 BY -1
                   UNTIL MONTHSTEP < 1
               COMPUTE WORKMONTHS = TOTALMONTHS - MONTHSTEP
               COMPUTE WORKYEAR = (WORKMONTHS - 1) / 12
               COMPUTE WORKMONTH = WORKMONTHS - WORKYEAR * 12
               COMPUTE SCANYYYYMM = WORKYEAR * 100 + WORKMONTH
               MOVE SPACES TO AUDITFILEPATH
               STRING "audit" SCANYYYYMM ".txt"
                   DELIMITED BY SIZE INTO AUDITFILEPATH
               OPEN INPUT AUDITFILE
               IF AUDITFILESTATUS = FS-SUCCESS
                   CLOSE AUDITFILE
                   ADD 1 TO AUDITPATHCOUNT
                   MOVE AUDITFILEPATH
                       TO AUDITPATH (AUDITPATHCOUNT)
               END-IF
           END-PERFORM.
           ADD 1 TO AUDITPATHCOUNT.
           MOVE "audit.txt" TO AUDITPATH (AUDITPATHCOUNT).

       ScanOneAuditFile.
           MOVE AUDITPATH (PATHIDX) TO AUDITFILEPATH.
           MOVE 'N' TO AUDITATENDFLAG.
           OPEN INPUT AUDITFILE.
           IF AUDITFILESTATUS = FS-SUCCESS
               PERFORM UNTIL AUDITATENDFLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO AUDITATENDFLAG
                   END-READ
                   IF AUDITATENDFLAG = 'N'
                           AND AA-BEFORE NOT = SPACES
                           AND AA-AFTER NOT = SPACES
                           AND AA-TIMESTAMP (1:8) IS NUMERIC
                       MOVE AA-TIMESTAMP (1:8) TO ENTRYDATE
                       COMPUTE ENTRYSERIAL =
                           FUNCTION INTEGER-OF-DATE (ENTRYDATE)
                       IF ENTRYSERIAL > RUNSERIAL - 365
                               AND ENTRYSERIAL <= RUNSERIAL
                           PERFORM TakeOneEntry
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.

      *Paid is what the household actually sent and kept sent;
      *charged is every other rise in the balance. Moves that
      *aren't the household's doing (aid, refunds, write-offs and
      *the recoveries that reinstate them) count as neither.
       TakeOneEntry.
           COMPUTE CHANGEAMOUNT = AA-AFT-TUITION - AA-BEF-TUITION.
           IF CHANGEAMOUNT NOT = 0
               MOVE AA-IDNUM TO WORKID
               PERFORM FindHistEntry
               IF FOUNDIDX > 0
                   EVALUATE TRUE
                       WHEN AA-ACTION = "PAY"
                           SUBTRACT CHANGEAMOUNT FROM HT-PAID (FOUNDIDX)
                       WHEN AA-ACTION = "NSF"
                           SUBTRACT CHANGEAMOUNT FROM HT-PAID (FOUNDIDX)
                       WHEN AA-ACTION = "AID" OR "REFUND" OR "WRTOFF"
                               OR "RECOVR"
                           CONTINUE
                       WHEN CHANGEAMOUNT > 0
                           ADD CHANGEAMOUNT TO HT-CHARGED (FOUNDIDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       FindHistEntry.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING HISTIDX FROM 1 BY 1
                   UNTIL HISTIDX > HISTCOUNT OR FOUNDIDX > 0
               IF HT-IDNO (HISTIDX) = WORKID
                   MOVE HISTIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND HISTCOUNT < 2000
               ADD 1 TO HISTCOUNT
               MOVE HISTCOUNT TO FOUNDIDX
               MOVE WORKID TO HT-IDNO (FOUNDIDX)
               MOVE 0 TO HT-PAID (FOUNDIDX)
               MOVE 0 TO HT-CHARGED (FOUNDIDX)
           END-IF.

      *One student : the open installments on their due dates, and
      *any balance the plan doesn't cover spread over the window.
       ForecastOneStudent.
           PERFORM FindStudentWeight.
           MOVE 0 TO OPENPLANTOTAL.
           PERFORM ForecastOneInstallment
               VARYING PLANIDX FROM 1 BY 1 UNTIL PLANIDX > PLANCOUNT.
           COMPUTE UNPLANNED = TUITIONBALANCE - OPENPLANTOTAL.
           IF UNPLANNED > 0
               COMPUTE WEIGHTEDAMOUNT ROUNDED =
                   UNPLANNED * STUDENTWEIGHT
               ADD WEIGHTEDAMOUNT TO UNPLANNEDTOTAL
               PERFORM SpreadOverWindow
           END-IF.

       ForecastOneInstallment.
           IF PL-IDNO (PLANIDX) = IDNUM
               ADD PL-OPEN (PLANIDX) TO OPENPLANTOTAL
               COMPUTE WORKSERIAL =
                   FUNCTION INTEGER-OF-DATE (PL-DUE (PLANIDX))
               COMPUTE DAYOFFSET = WORKSERIAL - RUNSERIAL + 1
               IF DAYOFFSET < 1
                   MOVE 1 TO DAYOFFSET
               END-IF
               IF DAYOFFSET <= WINDOWDAYS
                   COMPUTE WEIGHTEDAMOUNT ROUNDED =
                       PL-OPEN (PLANIDX) * STUDENTWEIGHT
                   ADD WEIGHTEDAMOUNT TO DY-FORECAST (DAYOFFSET)
                   ADD WEIGHTEDAMOUNT TO PLANNEDTOTAL
                   ADD WEIGHTEDAMOUNT TO FORECASTTOTAL
               END-IF
           END-IF.

      *Even daily shares; the odd cents go on the last day so the
      *days add back to the amount.
       SpreadOverWindow.
           DIVIDE WEIGHTEDAMOUNT BY WINDOWDAYS GIVING DAILYSHARE.
           MOVE WEIGHTEDAMOUNT TO SHARELEFT.
           PERFORM VARYING DAYIDX FROM 1 BY 1
                   UNTIL DAYIDX >= WINDOWDAYS
               ADD DAILYSHARE TO DY-FORECAST (DAYIDX)
               SUBTRACT DAILYSHARE FROM SHARELEFT
           END-PERFORM.
           ADD SHARELEFT TO DY-FORECAST (WINDOWDAYS).
           ADD WEIGHTEDAMOUNT TO FORECASTTOTAL.

      *The household's paid-to-charged ratio, capped at one; the
      *default when the trail shows nothing charged.
       FindStudentWeight.
           MOVE 0 TO HH-PAID.
           MOVE 0 TO HH-CHARGED.
           MOVE 0 TO STUDENTFAMID.
           PERFORM VARYING FAMIDX FROM 1 BY 1
                   UNTIL FAMIDX > FAMCOUNT OR STUDENTFAMID > 0
               IF FT-IDNO (FAMIDX) = IDNUM
                   MOVE FT-FAMID (FAMIDX) TO STUDENTFAMID
               END-IF
           END-PERFORM.
           IF STUDENTFAMID = 0
               MOVE IDNUM TO WORKID
               PERFORM AddHistToHousehold
           ELSE
               PERFORM VARYING MEMBERIDX FROM 1 BY 1
                       UNTIL MEMBERIDX > FAMCOUNT
                   IF FT-FAMID (MEMBERIDX) = STUDENTFAMID
                       MOVE FT-IDNO (MEMBERIDX) TO WORKID
                       PERFORM AddHistToHousehold
                   END-IF
               END-PERFORM
           END-IF.
           IF HH-CHARGED = 0
               MOVE DEFAULTWEIGHT TO STUDENTWEIGHT
           ELSE
               IF HH-PAID <= 0
                   MOVE 0 TO STUDENTWEIGHT
               ELSE
                   IF HH-PAID >= HH-CHARGED
                       MOVE 1 TO STUDENTWEIGHT
                   ELSE
                       COMPUTE STUDENTWEIGHT ROUNDED =
                           HH-PAID / HH-CHARGED
                   END-IF
               END-IF
           END-IF.

       AddHistToHousehold.
           PERFORM VARYING HISTIDX FROM 1 BY 1
                   UNTIL HISTIDX > HISTCOUNT
               IF HT-IDNO (HISTIDX) = WORKID
                   ADD HT-PAID (HISTIDX) TO HH-PAID
                   ADD HT-CHARGED (HISTIDX) TO HH-CHARGED
               END-IF
           END-PERFORM.

      *Actual receipts posted in the 91 days before the run date,
      *laid on the same day positions as the forecast; and, for
      *the accuracy check, the receipts of the period a forecast
      *made one period ago covered.
       LoadActuals.
           MOVE 0 TO PRIORACTUAL.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT POSTEDPAYLOG.
           IF POSTEDPAYSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ POSTEDPAYLOG
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PG-POSTDATE NUMERIC
                           AND PG-POSTDATE > 0
                       PERFORM TakeOneActual
                   END-IF
               END-PERFORM
               CLOSE POSTEDPAYLOG
           END-IF.

       TakeOneActual.
           COMPUTE POSTSERIAL =
               FUNCTION INTEGER-OF-DATE (PG-POSTDATE).
           COMPUTE DAYOFFSET = POSTSERIAL - PRIORSERIAL + 1.
           IF DAYOFFSET >= 1 AND DAYOFFSET <= WINDOWDAYS
               ADD PG-AMOUNT TO DY-ACTUAL (DAYOFFSET)
               ADD PG-AMOUNT TO ACTUALTOTAL
           END-IF.

      *The latest forecast run a whole period or more before this
      *one; its window is the period its actuals are measured over.
       FindPriorForecast.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT FORECASTHISTORY.
           IF FORECASTHISTORYSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ FORECASTHISTORY
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND FH-RUNDATE NUMERIC
                           AND FH-RUNDATE > 0
                       COMPUTE HISTORYSERIAL =
                           FUNCTION INTEGER-OF-DATE (FH-RUNDATE)
                       IF HISTORYSERIAL <= PRIORSERIAL
                               AND FH-RUNDATE >= PRIORRUNDATE
                           MOVE FH-RUNDATE TO PRIORRUNDATE
                           MOVE FH-TOTAL TO PRIORFORECAST
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FORECASTHISTORY
           END-IF.
           IF PRIORRUNDATE > 0
               PERFORM SumPriorActual
           END-IF.

       SumPriorActual.
           COMPUTE HISTORYSERIAL =
               FUNCTION INTEGER-OF-DATE (PRIORRUNDATE).
           COMPUTE PRIORENDSERIAL = HISTORYSERIAL + WINDOWDAYS - 1.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT POSTEDPAYLOG.
           IF POSTEDPAYSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ POSTEDPAYLOG
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PG-POSTDATE NUMERIC
                           AND PG-POSTDATE > 0
                       COMPUTE POSTSERIAL =
                           FUNCTION INTEGER-OF-DATE (PG-POSTDATE)
                       IF POSTSERIAL >= HISTORYSERIAL
                               AND POSTSERIAL <= PRIORENDSERIAL
                           ADD PG-AMOUNT TO PRIORACTUAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE POSTEDPAYLOG
           END-IF.

       PrintWeeks.
           MOVE "HEAD" TO RPTOP.
           MOVE "WEEK  STARTING        FORECAST  PRIOR PERIOD FROM" &
               "        ACTUAL" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "LINE" TO RPTOP.
           PERFORM PrintOneWeek
               VARYING WEEKNO FROM 1 BY 1 UNTIL WEEKNO > 13.

       PrintOneWeek.
           MOVE 0 TO WEEKFORECAST.
           MOVE 0 TO WEEKACTUAL.
           COMPUTE DAYIDX = (WEEKNO - 1) * 7 + 1.
           MOVE DY-DATE (DAYIDX) TO FROMDATE.
           COMPUTE WORKSERIAL = PRIORSERIAL + DAYIDX - 1.
           COMPUTE PRIORFROMDATE =
               FUNCTION DATE-OF-INTEGER (WORKSERIAL).
           PERFORM VARYING DAYIDX FROM DAYIDX BY 1
                   UNTIL DAYIDX > WEEKNO * 7
               ADD DY-FORECAST (DAYIDX) TO WEEKFORECAST
               ADD DY-ACTUAL (DAYIDX) TO WEEKACTUAL
           END-PERFORM.
           MOVE WEEKFORECAST TO AMOUNTSHOW.
           MOVE WEEKACTUAL TO ACTUALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               WEEKNO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FROMDATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRIORFROMDATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACTUALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *Calendar months as the window falls across them; the actual
      *column is the same days one period earlier.
       PrintMonths.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "MONTH         FORECAST   SAME DAYS PRIOR PERIOD ACTUAL"
               TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE 0 TO MONTHFORECAST.
           MOVE 0 TO MONTHACTUAL.
           MOVE DY-DATE (1) (1:6) TO MONTHKEY.
           PERFORM VARYING DAYIDX FROM 1 BY 1
                   UNTIL DAYIDX > WINDOWDAYS
               IF DY-DATE (DAYIDX) (1:6) NOT = MONTHKEY
                   PERFORM PrintOneMonth
                   MOVE DY-DATE (DAYIDX) (1:6) TO MONTHKEY
                   MOVE 0 TO MONTHFORECAST
                   MOVE 0 TO MONTHACTUAL
               END-IF
               ADD DY-FORECAST (DAYIDX) TO MONTHFORECAST
               ADD DY-ACTUAL (DAYIDX) TO MONTHACTUAL
           END-PERFORM.
           PERFORM PrintOneMonth.

       PrintOneMonth.
           MOVE MONTHFORECAST TO AMOUNTSHOW.
           MOVE MONTHACTUAL TO ACTUALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING MONTHKEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "             " DELIMITED BY SIZE
               ACTUALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintTotals.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE PLANNEDTOTAL TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "FROM INSTALLMENT PLANS   : " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE UNPLANNEDTOTAL TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "FROM UNPLANNED BALANCES  : " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE FORECASTTOTAL TO AMOUNTSHOW.
           MOVE ACTUALTOTAL TO ACTUALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "TOTAL FORECAST           : " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "  PRIOR ACTUAL " DELIMITED BY SIZE
               ACTUALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           COMPUTE WEIGHTSHOW = DEFAULTWEIGHT * 100.
           MOVE SPACES TO RPTLINE.
           STRING "NO-HISTORY WEIGHT        : " DELIMITED BY SIZE
               WEIGHTSHOW DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF PRIORRUNDATE = 0
               MOVE "NO FORECAST ON FILE FROM A FULL PERIOD AGO - "
                   & "ACCURACY NOT MEASURED" TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           ELSE
               PERFORM PrintAccuracy
           END-IF.

       PrintAccuracy.
           MOVE PRIORFORECAST TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "FORECAST MADE " DELIMITED BY SIZE
               PRIORRUNDATE DELIMITED BY SIZE
               "     : " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE PRIORACTUAL TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "ACTUAL RECEIVED SINCE    : " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF PRIORFORECAST > 0
               COMPUTE ACCURACYPCT ROUNDED =
                   PRIORACTUAL * 100 / PRIORFORECAST
                   ON SIZE ERROR MOVE 999.9 TO ACCURACYPCT
               END-COMPUTE
               MOVE ACCURACYPCT TO PCTSHOW
               MOVE SPACES TO RPTLINE
               STRING "ACTUAL AS % OF FORECAST  : " DELIMITED BY SIZE
                   PCTSHOW DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

       RecordForecast.
           OPEN EXTEND FORECASTHISTORY.
           IF FORECASTHISTORYSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT FORECASTHISTORY
           END-IF.
           IF FORECASTHISTORYSTATUS = FS-SUCCESS
               MOVE RUNDATE TO FH-RUNDATE
               MOVE FORECASTTOTAL TO FH-TOTAL
               WRITE FORECASTHISTORYRECORD
               CLOSE FORECASTHISTORY
           ELSE
               DISPLAY "RcptFcst : " MSG-CANT-OPEN
                   FORECASTHISTORYSTATUS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
