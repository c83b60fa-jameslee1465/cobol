       IDENTIFICATION DIVISION.
       PROGRAM-ID. LateFee.
      *Late-fee assessment on missed installments: applies the
      *board's late fee policy to the installment plans PlanMnt
      *keeps in payplan.txt, instead of the business office keying
      *each fee as a tuition change through UpdateStud.
      *Scheduled after PayPost so the night's payments have already
      *paid their installments down. An installment qualifies when
      *it is still short (PP-PAID below PP-AMOUNT) and its due date
      *is more than the grace period behind the run date. The fee
      *goes onto TuitionBalance under its own LATFEE audit action,
      *so the statement run shows it as a LATE FEE line of its own,
      *and prints on the late fee register.
      *An installment is charged once, ever : every fee charged is
      *kept in the late fee log (latefee.txt - student ID 9(9),
      *installment 9(2), due date 9(8), fee 9(3)V99, date charged
      *9(8)) and an installment already on the log is passed over,
      *so a rerun or next night's run can't charge it twice. An
      *installment PlanMnt later moves to a new due date is a new
      *installment and can draw its own fee when that date is
      *missed too.
      *Configuration comes from latefcfg.txt (grace days 9(3) then
      *fee 9(3)V99 on one line); defaults 010 and 25.00 apply when
      *the file is absent.
      *Holds the shared session lock while posting. A late fee log
      *too long for the charged table refuses the run before any
      *fee is posted, since an installment past the table would
      *look uncharged and be charged again.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT AuditFile ASSIGN TO "audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT CheckpointFile ASSIGN TO "checkpnt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.
           SELECT PayPlanFile ASSIGN TO "payplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayPlanStatus.
           SELECT LateFeeConfig ASSIGN TO "latefcfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LateFeeConfigStatus.
           SELECT LateFeeLog ASSIGN TO "latefee.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LateFeeLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AuditFile.
       COPY AUDITREC.

       FD CheckpointFile.
       COPY CHKPTREC.

       FD SessionLock.
       COPY SESSLOCK.

       FD PayPlanFile.
       COPY PAYPLAN.

       FD LateFeeConfig.
       01  LateFeeConfigRecord.
           02 LC-GRACEDAYS PIC 9(3).
           02 LC-FEE PIC 9(3)V99.

      *One line per installment ever charged a late fee.
       FD LateFeeLog.
       01  LateFeeLogRecord.
           02 LF-IDNUM PIC 9(9).
           02 LF-SEQ PIC 9(2).
           02 LF-DUEDATE PIC 9(8).
           02 LF-FEE PIC 9(3)V99.
           02 LF-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  CheckpointStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  PayPlanStatus PIC XX.
       01  LateFeeConfigStatus PIC XX.
       01  LateFeeLogStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       01  OperID PIC X(10) VALUE "LATEFEE".
       01  GraceDays PIC 9(3) VALUE 10.
       01  FeeAmount PIC 9(3)V99 VALUE 25.00.
       01  TodayDate PIC 9(8).
       01  TodaySerial PIC 9(8).
       01  DueSerial PIC 9(8).
       01  LateDays PIC S9(5).
      *Installments already charged, loaded once; fees charged this
      *run are appended to the log and added here as they post.
       01  ChargedTable.
           02 ChargedEntry OCCURS 5000 TIMES.
               03 CH-IDNO PIC 9(9).
               03 CH-SEQNO PIC 9(2).
               03 CH-DUE PIC 9(8).
       01  ChargedCount PIC 9(4) VALUE 0.
       01  ChargedIdx PIC 9(4).
       01  ChargedAtEnd PIC A.
       01  ChargedTableFull PIC A VALUE "N".
       01  AlreadyCharged PIC A.
       01  FeeCount PIC 9(5) VALUE 0.
       01  FeeTotal PIC 9(7)V99 VALUE 0.
       01  SkipCount PIC 9(5) VALUE 0.
       01  OpenAmount PIC 9(5)V99.
       01  AmountShow PIC ZZ,ZZ9.99.
       01  TotalShow PIC Z,ZZZ,ZZ9.99.
       01  BalanceShow PIC -ZZ,ZZ9.99.
       01  DaysShow PIC ZZZZ9.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "LATEFEE".
       01  RptTitle PIC X(40) VALUE "INSTALLMENT LATE FEE REGISTER".
       01  RptLine PIC X(80).
       COPY AUDCHAIN.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           COMPUTE TODAYSERIAL = FUNCTION INTEGER-OF-DATE (TODAYDATE).
           PERFORM ReadLateFeeConfig.
           OPEN INPUT PAYPLANFILE.
           IF PAYPLANSTATUS = FS-FILE-NOT-EXIST
               DISPLAY "LateFee : no payplan.txt found, nobody is on "
                   "a plan."
               GOBACK
           END-IF.
           IF PAYPLANSTATUS NOT = FS-SUCCESS
               DISPLAY "LateFee : " MSG-CANT-OPEN PAYPLANSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               CLOSE PAYPLANFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadChargedLog.
           IF CHARGEDTABLEFULL = 'Y'
               DISPLAY "LateFee : latefee.txt has more than 5000 "
                   "lines - charged table full, run refused."
               CLOSE PAYPLANFILE
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "LateFee : " MSG-CANT-OPEN STUDENTFILESTATUS
               CLOSE PAYPLANFILE
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND AUDITFILE.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT AUDITFILE
           END-IF.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               DISPLAY "LateFee : " MSG-CANT-OPEN AUDITFILESTATUS
               CLOSE PAYPLANFILE
               CLOSE STUDENTFILE
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND LATEFEELOG.
           IF LATEFEELOGSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT LATEFEELOG
           END-IF.
           IF LATEFEELOGSTATUS NOT = FS-SUCCESS
               DISPLAY "LateFee : " MSG-CANT-OPEN LATEFEELOGSTATUS
               CLOSE PAYPLANFILE
               CLOSE STUDENTFILE
               CLOSE AUDITFILE
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  STUDENT ID  INST DUE DATE  DAYS LATE      FEE" &
               "  NEW BALANCE" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ PAYPLANFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   PERFORM CheckOneInstallment
               END-IF
           END-PERFORM.
           CLOSE PAYPLANFILE.
           CLOSE STUDENTFILE.
           CLOSE AUDITFILE.
           CLOSE LATEFEELOG.
           PERFORM PrintTotals.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM ReleaseSessionLock.
           DISPLAY "Late fees charged : " FEECOUNT
               "  not on file : " SKIPCOUNT.
           IF SKIPCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       ReadLateFeeConfig.
           OPEN INPUT LATEFEECONFIG.
           IF LATEFEECONFIGSTATUS = FS-SUCCESS
               READ LATEFEECONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF LC-GRACEDAYS NUMERIC
                           MOVE LC-GRACEDAYS TO GRACEDAYS
                       END-IF
                       IF LC-FEE NUMERIC AND LC-FEE > 0
                           MOVE LC-FEE TO FEEAMOUNT
                       END-IF
               END-READ
               CLOSE LATEFEECONFIG
           ELSE
               DISPLAY "LateFee : no latefcfg.txt - using defaults."
           END-IF.

      *No log yet just means no fee has ever been charged.
       LoadChargedLog.
           MOVE 'N' TO CHARGEDATEND.
           OPEN INPUT LATEFEELOG.
           IF LATEFEELOGSTATUS = FS-SUCCESS
               PERFORM UNTIL CHARGEDATEND = 'Y'
                   READ LATEFEELOG
                       AT END MOVE 'Y' TO CHARGEDATEND
                   END-READ
                   IF CHARGEDATEND = 'N'
                       IF CHARGEDCOUNT < 5000
                           ADD 1 TO CHARGEDCOUNT
                           MOVE LF-IDNUM TO CH-IDNO (CHARGEDCOUNT)
                           MOVE LF-SEQ TO CH-SEQNO (CHARGEDCOUNT)
                           MOVE LF-DUEDATE TO CH-DUE (CHARGEDCOUNT)
                       ELSE
                           MOVE 'Y' TO CHARGEDTABLEFULL
                           MOVE 'Y' TO CHARGEDATEND
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LATEFEELOG
           END-IF.

      *Short, past due by more than the grace period, and never
      *charged before.
       CheckOneInstallment.
           IF PP-PAID < PP-AMOUNT AND PP-DUEDATE NUMERIC
                   AND PP-DUEDATE > 0 AND PP-DUEDATE < TODAYDATE
               COMPUTE DUESERIAL =
                   FUNCTION INTEGER-OF-DATE (PP-DUEDATE)
               COMPUTE LATEDAYS = TODAYSERIAL - DUESERIAL
               IF LATEDAYS > GRACEDAYS
                   PERFORM FindCharged
                   IF ALREADYCHARGED = 'N'
                       PERFORM ChargeOneFee
                   END-IF
               END-IF
           END-IF.

       FindCharged.
           MOVE 'N' TO ALREADYCHARGED.
           PERFORM VARYING CHARGEDIDX FROM 1 BY 1
                   UNTIL CHARGEDIDX > CHARGEDCOUNT
                       OR ALREADYCHARGED = 'Y'
               IF CH-IDNO (CHARGEDIDX) = PP-IDNUM
                       AND CH-SEQNO (CHARGEDIDX) = PP-SEQ
                       AND CH-DUE (CHARGEDIDX) = PP-DUEDATE
                   MOVE 'Y' TO ALREADYCHARGED
               END-IF
           END-PERFORM.

       ChargeOneFee.
           MOVE PP-IDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   ADD 1 TO SKIPCOUNT
                   PERFORM PrintSkipLine
               NOT INVALID KEY
                   PERFORM ApplyLateFee
           END-READ.

       ApplyLateFee.
           MOVE FNAME TO AA-BEF-FNAME.
           MOVE LNAME TO AA-BEF-LNAME.
           IF TERMCOUNT > 0
               MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
               MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
               MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
           ELSE
               MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
           END-IF.
           MOVE ENROLLSTATUS TO AA-BEF-STATUS.
           MOVE GRADELEVEL TO AA-BEF-GRADE.
           MOVE AGE TO AA-BEF-AGE.
           MOVE CANVOTEFLAG TO AA-BEF-CANVOTE.
           MOVE TUITIONBALANCE TO AA-BEF-TUITION.
           ADD FEEAMOUNT TO TUITIONBALANCE.
           REWRITE STUDENTDATA
               INVALID KEY
                   DISPLAY "LateFee : " IDNUM " " MSG-IO-ERROR
                       STUDENTFILESTATUS
                   MOVE RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO FEECOUNT
                   ADD FEEAMOUNT TO FEETOTAL
                   MOVE "LATFEE" TO AA-ACTION
                   MOVE AA-BEFORE TO AA-AFTER
                   MOVE TUITIONBALANCE TO AA-AFT-TUITION
                   PERFORM LogAudit
                   PERFORM WriteChargedLog
                   PERFORM PrintFeeLine
           END-REWRITE.

       WriteChargedLog.
           MOVE PP-IDNUM TO LF-IDNUM.
           MOVE PP-SEQ TO LF-SEQ.
           MOVE PP-DUEDATE TO LF-DUEDATE.
           MOVE FEEAMOUNT TO LF-FEE.
           MOVE TODAYDATE TO LF-DATE.
           WRITE LATEFEELOGRECORD.
           IF CHARGEDCOUNT < 5000
               ADD 1 TO CHARGEDCOUNT
               MOVE PP-IDNUM TO CH-IDNO (CHARGEDCOUNT)
               MOVE PP-SEQ TO CH-SEQNO (CHARGEDCOUNT)
               MOVE PP-DUEDATE TO CH-DUE (CHARGEDCOUNT)
           END-IF.

       PrintFeeLine.
           MOVE FEEAMOUNT TO AMOUNTSHOW.
           MOVE TUITIONBALANCE TO BALANCESHOW.
           MOVE LATEDAYS TO DAYSSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               IDNUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               PP-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PP-DUEDATE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               DAYSSHOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BALANCESHOW DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintSkipLine.
           COMPUTE OPENAMOUNT = PP-AMOUNT - PP-PAID.
           MOVE OPENAMOUNT TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               PP-IDNUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               PP-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PP-DUEDATE DELIMITED BY SIZE
               "  OPEN " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               " ** STUDENT NOT ON FILE **" DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintTotals.
           MOVE "LINE" TO RPTOP.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE FEETOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "LATE FEES CHARGED : " DELIMITED BY SIZE
               FEECOUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE GRACEDAYS TO DAYSSHOW.
           MOVE FEEAMOUNT TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "GRACE PERIOD : " DELIMITED BY SIZE
               DAYSSHOW DELIMITED BY SIZE
               " DAYS   FEE PER INSTALLMENT : " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LogAudit.
           MOVE FUNCTION CURRENT-DATE TO AA-TIMESTAMP.
           MOVE OPERID TO AA-OPERID.
           MOVE IDNUM TO AA-IDNUM.
           MOVE SPACES TO AA-APPROVER.
           MOVE RETURN-CODE TO CH-SAVEDRC.
           MOVE "SEAL" TO CH-OP.
           MOVE "AUDIT" TO CH-TRAIL.
           CALL "AudChain" USING CHAINCALL AUDITRECORD.
           MOVE CH-SAVEDRC TO RETURN-CODE.
           WRITE AUDITRECORD.
           MOVE "DONE" TO CH-OP.
           CALL "AudChain" USING CHAINCALL AUDITRECORD.
           MOVE CH-SAVEDRC TO RETURN-CODE.
           PERFORM WriteCheckpoint.

       WriteCheckpoint.
           OPEN OUTPUT CHECKPOINTFILE.
           MOVE AA-TIMESTAMP TO CK-TIMESTAMP.
           MOVE AA-ACTION TO CK-ACTION.
           MOVE AA-IDNUM TO CK-IDNUM.
           MOVE "COMMITTED" TO CK-STATUS.
           WRITE CHECKPOINTRECORD.
           CLOSE CHECKPOINTFILE.

      *Same single-owner rule as every other writer of the audit and
      *checkpoint files.
       AcquireSessionLock.
           OPEN INPUT SESSIONLOCK.
           EVALUATE TRUE
               WHEN SESSIONLOCKSTATUS = FS-FILE-NOT-EXIST
                   MOVE 'Y' TO LOCKACQUIRED
               WHEN SESSIONLOCKSTATUS NOT = FS-SUCCESS
                   DISPLAY "LateFee : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "LateFee : student records "
                                   "in use by " SL-OPERID " since "
                                   SL-TIMESTAMP " - run refused."
                           ELSE
                               MOVE 'Y' TO LOCKACQUIRED
                           END-IF
                   END-READ
                   CLOSE SESSIONLOCK
           END-EVALUATE.
           IF LOCKACQUIRED = 'Y'
               PERFORM WriteSessionLock
           END-IF.

       WriteSessionLock.
           OPEN OUTPUT SESSIONLOCK.
           IF SESSIONLOCKSTATUS NOT = FS-SUCCESS
               DISPLAY "LateFee : " MSG-CANT-OPEN SESSIONLOCKSTATUS
               MOVE 'N' TO LOCKACQUIRED
           ELSE
               SET SL-HELD TO TRUE
               MOVE OPERID TO SL-OPERID
               MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
               WRITE SESSIONLOCKRECORD
               CLOSE SESSIONLOCK
           END-IF.

       ReleaseSessionLock.
           OPEN OUTPUT SESSIONLOCK.
           IF SESSIONLOCKSTATUS = FS-SUCCESS
               SET SL-RELEASED TO TRUE
               MOVE OPERID TO SL-OPERID
               MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
               WRITE SESSIONLOCKRECORD
               CLOSE SESSIONLOCK
           END-IF.
