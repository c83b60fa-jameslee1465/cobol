       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgBal.
      *Nightly tuition subledger balancing: proves the total of every
      *TuitionBalance on StudentFile moved by exactly the postings
      *the audit trail says were made since the last close - so a
      *REWRITE that silently failed in PayPost or ShakeBill, or a
      *balance edited outside the programs, shows up the next
      *morning instead of the money just disappearing. StudRecon
      *proves the record counts; this proves the money.
      *Opening is the prior close : its total and each student's
      *balance as they stood then, kept in balctl.txt (see
      *BALCTL.cpy) and balsnap.txt (student ID 9(9), balance
      *S9(5)V99). Activity is every audit entry written after that
      *timestamp - in any month archive the rollover has closed
      *since, then the live audit.txt - taken as after less before
      *tuition image (a blank image counts as zero, so an ADD or a
      *DELETE moves the balance by the whole amount), totalled by
      *action for the report. Closing is the actual total read
      *from StudentFile.
      *Opening plus activity must equal closing, student by student
      *as well as in total; every student whose balance doesn't tie
      *is listed with the amounts. An out-of-balance night ends
      *with RC-DISCREPANCY, which the driver records on the job
      *history and OpsStat shows in the morning.
      *The actual closing then becomes tomorrow's opening either
      *way, so a difference is reported the night it happens and
      *not again. The first run, with no prior close on file, only
      *establishes the opening.
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
           SELECT BalanceControl ASSIGN TO "balctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BalanceControlStatus.
           SELECT BalanceSnapshot ASSIGN TO "balsnap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BalanceSnapshotStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AuditFile.
       COPY AUDITREC.

       FD BalanceControl.
       COPY BALCTL.

      *Every student's balance at the last close.
       FD BalanceSnapshot.
       01  BalanceSnapshotRecord.
           02 BN-IDNUM PIC 9(9).
           02 BN-BALANCE PIC S9(5)V99.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  AuditAtEndFlag PIC A.
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  BalanceControlStatus PIC XX.
       01  BalanceSnapshotStatus PIC XX.
       01  PriorFound PIC A VALUE "N".
       01  PriorDate PIC 9(8) VALUE 0.
       01  PriorTimestamp PIC X(21) VALUE SPACES.
       01  PriorTotal PIC S9(9)V99 VALUE 0.
       01  CloseTimestamp PIC X(21).
       01  CloseDate PIC 9(8).
       01  ActivityTotal PIC S9(9)V99 VALUE 0.
       01  ClosingTotal PIC S9(9)V99 VALUE 0.
       01  ExpectedTotal PIC S9(9)V99.
       01  Difference PIC S9(9)V99.
       01  StudentDiff PIC S9(7)V99.
       01  ClosingCount PIC 9(5) VALUE 0.
       01  EntryCount PIC 9(7) VALUE 0.
       01  OutCount PIC 9(5) VALUE 0.
       01  ChangeAmount PIC S9(6)V99.
       01  BeforeAmount PIC S9(5)V99.
       01  AfterAmount PIC S9(5)V99.
      *Activity by audit action, in the order first met.
       01  ActionTable.
           02 ActionEntry OCCURS 40 TIMES.
               03 AT-ACTION PIC X(6).
               03 AT-COUNT PIC 9(7).
               03 AT-AMOUNT PIC S9(9)V99.
       01  ActionCount PIC 9(2) VALUE 0.
       01  ActionIdx PIC 9(2).
      *Each student touched by the opening, the activity or the
      *closing, kept in ID order.
       01  LedgerTable.
           02 LedgerEntry OCCURS 3000 TIMES.
               03 LG-IDNO PIC 9(9).
               03 LG-OPEN PIC S9(7)V99.
               03 LG-ACTIVITY PIC S9(7)V99.
               03 LG-CLOSE PIC S9(7)V99.
       01  LedgerCount PIC 9(4) VALUE 0.
       01  LedgerIdx PIC 9(4).
       01  ShiftIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  TableFull PIC A VALUE "N".
       01  WorkID PIC 9(9).
      *Month archives from the prior close's month to this one.
       01  FirstMonths PIC 9(6).
       01  LastMonths PIC 9(6).
       01  WorkMonths PIC 9(6).
       01  WorkYear PIC 9(4).
       01  WorkMonth PIC 9(2).
       01  ScanYYYYMM PIC 9(6).
       01  AmountShow PIC -ZZZ,ZZZ,ZZ9.99.
       01  SmallShow PIC -ZZ,ZZZ,ZZ9.99.
       01  OpenShow PIC -ZZ,ZZ9.99.
       01  ActShow PIC -ZZ,ZZ9.99.
       01  CloseShow PIC -ZZ,ZZ9.99.
       01  CountShow PIC Z,ZZZ,ZZ9.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "LEDGBAL".
       01  RptTitle PIC X(40) VALUE "TUITION SUBLEDGER BALANCING".
       01  RptLine PIC X(80).
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  AuditFilePath PIC X(40).

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CLOSETIMESTAMP.
           MOVE CLOSETIMESTAMP (1:8) TO CLOSEDATE.
           PERFORM ReadPriorClose.
           IF PRIORFOUND = 'Y'
               PERFORM LoadSnapshot
               PERFORM ScanActivity
           END-IF.
           PERFORM ReadClosing.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE EXPECTEDTOTAL = PRIORTOTAL + ACTIVITYTOTAL.
           COMPUTE DIFFERENCE = CLOSINGTOTAL - EXPECTEDTOTAL.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF PRIORFOUND = 'N'
               PERFORM PrintFirstClose
           ELSE
               PERFORM PrintBalancing
           END-IF.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF TABLEFULL = 'Y'
               DISPLAY "LedgBal : more than 3000 students - "
                   "student detail incomplete."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           PERFORM WriteClose.
           IF PRIORFOUND = 'Y'
               IF DIFFERENCE NOT = 0 OR OUTCOUNT > 0
                   MOVE DIFFERENCE TO AMOUNTSHOW
                   DISPLAY "LedgBal : OUT OF BALANCE by " AMOUNTSHOW
                       " - " OUTCOUNT " student(s)."
                   MOVE RC-DISCREPANCY TO RETURN-CODE
               ELSE
                   DISPLAY "LedgBal : subledger in balance."
               END-IF
           ELSE
               DISPLAY "LedgBal : no prior close - opening "
                   "established."
           END-IF.
           GOBACK.

       ReadPriorClose.
           OPEN INPUT BALANCECONTROL.
           IF BALANCECONTROLSTATUS = FS-SUCCESS
               READ BALANCECONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF BC-DATE NUMERIC AND BC-DATE > 0
                           MOVE 'Y' TO PRIORFOUND
                           MOVE BC-DATE TO PRIORDATE
                           MOVE BC-TIMESTAMP TO PRIORTIMESTAMP
                           MOVE BC-TOTAL TO PRIORTOTAL
                       END-IF
               END-READ
               CLOSE BALANCECONTROL
           END-IF.

       LoadSnapshot.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT BALANCESNAPSHOT.
           IF BALANCESNAPSHOTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ BALANCESNAPSHOT
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE BN-IDNUM TO WORKID
                       PERFORM FindLedgerEntry
                       IF FOUNDIDX > 0
                           ADD BN-BALANCE TO LG-OPEN (FOUNDIDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BALANCESNAPSHOT
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *Every archive the rollover may have closed since the prior
      *close, oldest first, then the live file.
       ScanActivity.
           DIVIDE PRIORDATE BY 100 GIVING WORKMONTHS.
           DIVIDE WORKMONTHS BY 100 GIVING WORKYEAR
               REMAINDER WORKMONTH.
           COMPUTE FIRSTMONTHS = WORKYEAR * 12 + WORKMONTH.
           DIVIDE CLOSEDATE BY 100 GIVING WORKMONTHS.
           DIVIDE WORKMONTHS BY 100 GIVING WORKYEAR
               REMAINDER WORKMONTH.
           COMPUTE LASTMONTHS = WORKYEAR * 12 + WORKMONTH.
           PERFORM VARYING WORKMONTHS FROM FIRSTMONTHS BY 1
                   UNTIL WORKMONTHS > LASTMONTHS
               COMPUTE WORKYEAR = (WORKMONTHS - 1) / 12
               COMPUTE WORKMONTH = WORKMONTHS - WORKYEAR * 12
               COMPUTE SCANYYYYMM = WORKYEAR * 100 + WORKMONTH
               MOVE SPACES TO AUDITFILEPATH
               STRING "audit" SCANYYYYMM ".txt"
                   DELIMITED BY SIZE INTO AUDITFILEPATH
               PERFORM ScanOneAuditFile
           END-PERFORM.
           MOVE "audit.txt" TO AUDITFILEPATH.
           PERFORM ScanOneAuditFile.

       ScanOneAuditFile.
           MOVE 'N' TO AUDITATENDFLAG.
           OPEN INPUT AUDITFILE.
           IF AUDITFILESTATUS = FS-SUCCESS
               PERFORM UNTIL AUDITATENDFLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO AUDITATENDFLAG
                   END-READ
                   IF AUDITATENDFLAG = 'N'
                           AND AA-TIMESTAMP (1:16) >
                               PRIORTIMESTAMP (1:16)
                           AND AA-TIMESTAMP (1:16) <=
                               CLOSETIMESTAMP (1:16)
                       PERFORM TakeOneEntry
                   END-IF
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.

       TakeOneEntry.
           IF AA-BEFORE = SPACES
               MOVE 0 TO BEFOREAMOUNT
           ELSE
               MOVE AA-BEF-TUITION TO BEFOREAMOUNT
           END-IF.
           IF AA-AFTER = SPACES
               MOVE 0 TO AFTERAMOUNT
           ELSE
               MOVE AA-AFT-TUITION TO AFTERAMOUNT
           END-IF.
           COMPUTE CHANGEAMOUNT = AFTERAMOUNT - BEFOREAMOUNT.
           IF CHANGEAMOUNT NOT = 0
               ADD 1 TO ENTRYCOUNT
               ADD CHANGEAMOUNT TO ACTIVITYTOTAL
               PERFORM AddToAction
               MOVE AA-IDNUM TO WORKID
               PERFORM FindLedgerEntry
               IF FOUNDIDX > 0
                   ADD CHANGEAMOUNT TO LG-ACTIVITY (FOUNDIDX)
               END-IF
           END-IF.

       AddToAction.
           PERFORM VARYING ACTIONIDX FROM 1 BY 1
                   UNTIL ACTIONIDX > ACTIONCOUNT
                       OR AT-ACTION (ACTIONIDX) = AA-ACTION
               CONTINUE
           END-PERFORM.
           IF ACTIONIDX > ACTIONCOUNT AND ACTIONCOUNT < 40
               ADD 1 TO ACTIONCOUNT
               MOVE ACTIONCOUNT TO ACTIONIDX
               MOVE AA-ACTION TO AT-ACTION (ACTIONIDX)
               MOVE 0 TO AT-COUNT (ACTIONIDX)
               MOVE 0 TO AT-AMOUNT (ACTIONIDX)
           END-IF.
           IF ACTIONIDX <= ACTIONCOUNT
               ADD 1 TO AT-COUNT (ACTIONIDX)
               ADD CHANGEAMOUNT TO AT-AMOUNT (ACTIONIDX)
           END-IF.

       ReadClosing.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "LedgBal : " MSG-CANT-OPEN STUDENTFILESTATUS
           ELSE
               MOVE 'N' TO ATENDFLAG
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STUDENTFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       ADD 1 TO CLOSINGCOUNT
                       ADD TUITIONBALANCE TO CLOSINGTOTAL
                       MOVE IDNUM TO WORKID
                       PERFORM FindLedgerEntry
                       IF FOUNDIDX > 0
                           MOVE TUITIONBALANCE TO LG-CLOSE (FOUNDIDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STUDENTFILE
           END-IF.

      *Finds WORKID's entry, inserting it in ID order when new.
       FindLedgerEntry.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING LEDGERIDX FROM 1 BY 1
                   UNTIL LEDGERIDX > LEDGERCOUNT
                       OR LG-IDNO (LEDGERIDX) >= WORKID
               CONTINUE
           END-PERFORM.
           IF LEDGERIDX <= LEDGERCOUNT AND LG-IDNO (LEDGERIDX) = WORKID
               MOVE LEDGERIDX TO FOUNDIDX
           ELSE
               IF LEDGERCOUNT >= 3000
                   MOVE 'Y' TO TABLEFULL
               ELSE
                   PERFORM VARYING SHIFTIDX FROM LEDGERCOUNT BY -1
                           UNTIL SHIFTIDX < LEDGERIDX
                       MOVE LEDGERENTRY (SHIFTIDX)
                           TO LEDGERENTRY (SHIFTIDX + 1)
                   END-PERFORM
                   ADD 1 TO LEDGERCOUNT
                   MOVE LEDGERIDX TO FOUNDIDX
                   MOVE WORKID TO LG-IDNO (FOUNDIDX)
                   MOVE 0 TO LG-OPEN (FOUNDIDX)
                   MOVE 0 TO LG-ACTIVITY (FOUNDIDX)
                   MOVE 0 TO LG-CLOSE (FOUNDIDX)
               END-IF
           END-IF.

       PrintFirstClose.
           MOVE "LINE" TO RPTOP.
           MOVE "NO PRIOR CLOSE ON FILE - OPENING ESTABLISHED"
               TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE CLOSINGTOTAL TO AMOUNTSHOW.
           MOVE CLOSINGCOUNT TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "CLOSING TOTAL     : " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "  STUDENTS " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintBalancing.
           MOVE "HEAD" TO RPTOP.
           MOVE "ACTIVITY BY AUDIT ACTION     ENTRIES        AMOUNT"
               TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "LINE" TO RPTOP.
           MOVE PRIORTOTAL TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "OPENING (CLOSE OF " DELIMITED BY SIZE
               PRIORDATE DELIMITED BY SIZE
               ")       " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneAction
               VARYING ACTIONIDX FROM 1 BY 1
               UNTIL ACTIONIDX > ACTIONCOUNT.
           MOVE ACTIVITYTOTAL TO AMOUNTSHOW.
           MOVE ENTRYCOUNT TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  TOTAL ACTIVITY    " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE EXPECTEDTOTAL TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "EXPECTED CLOSING                    " DELIMITED BY
               SIZE AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE CLOSINGTOTAL TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "ACTUAL CLOSING (STUDENTFILE)        " DELIMITED BY
               SIZE AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE DIFFERENCE TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "DIFFERENCE                          " DELIMITED BY
               SIZE AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "STUDENTS NOT TYING : ID          OPENING   ACTIVITY"
               & "    CLOSING  DIFFERENCE" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM CheckOneStudent
               VARYING LEDGERIDX FROM 1 BY 1
               UNTIL LEDGERIDX > LEDGERCOUNT.
           IF OUTCOUNT = 0
               MOVE "  (none)" TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF DIFFERENCE = 0 AND OUTCOUNT = 0
               MOVE "*** SUBLEDGER IN BALANCE ***" TO RPTLINE
           ELSE
               MOVE "*** SUBLEDGER OUT OF BALANCE ***" TO RPTLINE
           END-IF.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintOneAction.
           MOVE AT-AMOUNT (ACTIONIDX) TO AMOUNTSHOW.
           MOVE AT-COUNT (ACTIONIDX) TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               AT-ACTION (ACTIONIDX) DELIMITED BY SIZE
               "            " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       CheckOneStudent.
           COMPUTE STUDENTDIFF = LG-CLOSE (LEDGERIDX)
               - LG-OPEN (LEDGERIDX) - LG-ACTIVITY (LEDGERIDX).
           IF STUDENTDIFF NOT = 0
               ADD 1 TO OUTCOUNT
               MOVE LG-OPEN (LEDGERIDX) TO OPENSHOW
               MOVE LG-ACTIVITY (LEDGERIDX) TO ACTSHOW
               MOVE LG-CLOSE (LEDGERIDX) TO CLOSESHOW
               MOVE STUDENTDIFF TO SMALLSHOW
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   LG-IDNO (LEDGERIDX) DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   OPENSHOW DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ACTSHOW DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CLOSESHOW DELIMITED BY SIZE
                   SMALLSHOW DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

      *Tonight's actual closing becomes tomorrow's opening.
       WriteClose.
           OPEN OUTPUT BALANCESNAPSHOT.
           IF BALANCESNAPSHOTSTATUS NOT = FS-SUCCESS
               DISPLAY "LedgBal : " MSG-CANT-OPEN BALANCESNAPSHOTSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM WriteOneSnapshot
                   VARYING LEDGERIDX FROM 1 BY 1
                   UNTIL LEDGERIDX > LEDGERCOUNT
               CLOSE BALANCESNAPSHOT
           END-IF.
           OPEN OUTPUT BALANCECONTROL.
           IF BALANCECONTROLSTATUS NOT = FS-SUCCESS
               DISPLAY "LedgBal : " MSG-CANT-OPEN BALANCECONTROLSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE CLOSEDATE TO BC-DATE
               MOVE CLOSETIMESTAMP TO BC-TIMESTAMP
               MOVE CLOSINGTOTAL TO BC-TOTAL
               MOVE CLOSINGCOUNT TO BC-COUNT
               IF PRIORFOUND = 'Y' AND
                       (DIFFERENCE NOT = 0 OR OUTCOUNT > 0)
                   SET BC-OUT-OF-BALANCE TO TRUE
                   MOVE DIFFERENCE TO BC-DIFFERENCE
               ELSE
                   SET BC-BALANCED TO TRUE
                   MOVE 0 TO BC-DIFFERENCE
               END-IF
               WRITE BALANCECONTROLRECORD
               CLOSE BALANCECONTROL
           END-IF.

      *A student gone from the file closes at zero and is dropped.
       WriteOneSnapshot.
           IF LG-CLOSE (LEDGERIDX) NOT = 0
               MOVE LG-IDNO (LEDGERIDX) TO BN-IDNUM
               MOVE LG-CLOSE (LEDGERIDX) TO BN-BALANCE
               WRITE BALANCESNAPSHOTRECORD
           END-IF.
