       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdjAppr.
      *Second-operator approval of manual tuition balance changes.
      *StudFile no longer changes a TuitionBalance when the clerk
      *edits it : the change is queued in tuitadj.txt (see
      *TUITADJ.cpy) with the amount, a reason code and the operator
      *who asked for it. Here an enabled supervisor works the queue
      *and approves or rejects each pending item; only an approval
      *moves the balance. A supervisor may not approve a change of
      *their own - that one waits for somebody else.
      *Each approval is posted under its own ADJUST audit action,
      *carrying the requesting operator in AA-OPERID and the
      *approving supervisor in AA-APPROVER. The change is applied
      *to the balance as it stands when approved; the review list
      *shows the balance the requester saw next to today's, so the
      *supervisor can see when the account has moved in between.
      *The queue is rewritten with each decision, the reviewer and
      *the time. Rejections leave the balance alone.
      *Any enabled operator may print the pending and rejected
      *adjustments report for the business manager (PrintRpt code
      *TUITADJ); reviewing needs the supervisor role.
      *Holds the shared session lock for the whole review, so the
      *queue can't grow under it while it is being rewritten.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT TuitionAdjFile ASSIGN TO "tuitadj.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TuitionAdjStatus.

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

       FD OperatorFile.
       COPY OPERREC.

       FD TuitionAdjFile.
       COPY TUITADJ.

       WORKING-STORAGE SECTION.
       01  StayOpen PIC A VALUE "Y".
       01  Choice PIC 9.
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  CheckpointStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  TuitionAdjStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "ADJAPPR".
       01  OperRole PIC X VALUE "C".
           88 SupervisorRole VALUE "S".
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  AdjAtEnd PIC A.
      *The whole queue in storage : decided items are carried
      *through unchanged when the file is written back.
       01  AdjTable.
           02 AdjEntry OCCURS 1000 TIMES.
               03 AT-SEQ PIC 9(6).
               03 AT-IDNUM PIC 9(9).
               03 AT-AMOUNT PIC S9(5)V99.
               03 AT-BALANCE PIC S9(5)V99.
               03 AT-REASON PIC X(4).
               03 AT-REQUESTER PIC X(10).
               03 AT-REQTIME PIC X(21).
               03 AT-STATUS PIC X.
               03 AT-REVIEWER PIC X(10).
               03 AT-REVTIME PIC X(21).
       01  AdjCount PIC 9(4) VALUE 0.
       01  AdjIdx PIC 9(4).
       01  AdjOverflow PIC A VALUE "N".
       01  PendingCount PIC 9(4) VALUE 0.
       01  ReviewedCount PIC 9(4) VALUE 0.
       01  ApprovedCount PIC 9(4) VALUE 0.
       01  RejectedCount PIC 9(4) VALUE 0.
       01  OwnCount PIC 9(4) VALUE 0.
       01  Decision PIC X.
       01  NewBalance PIC S9(6)V99.
       01  StudentOnFile PIC A.
       01  CurrentShow PIC -ZZ,ZZ9.99.
       01  AmountShow PIC -ZZ,ZZ9.99.
       01  BalanceShow PIC -ZZ,ZZ9.99.
       01  TotalShow PIC -Z,ZZZ,ZZ9.99.
       01  SectionTotal PIC S9(7)V99.
       01  SectionCount PIC 9(4).
       01  SectionStatus PIC X.
       01  StatusText PIC X(8).
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "TUITADJ".
       01  RptTitle PIC X(40) VALUE "TUITION ADJUSTMENTS NOT APPLIED".
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
           DISPLAY "-- Tuition Adjustment Approval --".
           PERFORM TryOneLogin
               UNTIL LOGINSUCCESS OR ATTEMPTCOUNT >= 3.
           IF NOT LOGINSUCCESS
               STOP RUN
           END-IF.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "1 : Review pending adjustments"
               DISPLAY "2 : Print pending and rejected adjustments"
               DISPLAY "3 : Exit"
               DISPLAY "Choice : " WITH NO ADVANCING
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1
                       IF SUPERVISORROLE
                           PERFORM ReviewQueue
                       ELSE
                           DISPLAY "Reviewing adjustments needs the "
                               "supervisor role."
                       END-IF
                   WHEN 2 PERFORM PrintAdjReport
                   WHEN 3 MOVE 'N' TO STAYOPEN
                   WHEN OTHER DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

       TryOneLogin.
           DISPLAY " ".
           DISPLAY "Operator ID : " WITH NO ADVANCING.
           ACCEPT LOGINID.
           DISPLAY "Password : " WITH NO ADVANCING.
           ACCEPT LOGINPASSWORD WITH NO-ECHO.
           ADD 1 TO ATTEMPTCOUNT.
           MOVE 'N' TO OPERATEND.
           OPEN INPUT OPERATORFILE.
           IF OPERATORFILESTATUS NOT = FS-SUCCESS
               DISPLAY "Operator file is missing - login refused."
               MOVE 3 TO ATTEMPTCOUNT
           ELSE
               PERFORM UNTIL OPERATEND = 'Y'
                   READ OPERATORFILE
                       AT END MOVE 'Y' TO OPERATEND
                   END-READ
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                       MOVE "CHECK" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID
                           LOGINPASSWORD OP-PASSWORD
                           OP-PWDATA PWDRESULT
                   END-IF
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                           AND PWDRESULT NOT = 'N'
                           AND OP-ACTIVE NOT = 'D'
                           AND OP-ACTIVE NOT = 'L'
                       SET LOGINSUCCESS TO TRUE
                       MOVE LOGINID TO OPERID
                       IF OP-ROLE = SPACE
                           MOVE 'C' TO OPERROLE
                       ELSE
                           MOVE OP-ROLE TO OPERROLE
                       END-IF
                       MOVE 'Y' TO OPERATEND
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
               IF LOGINSUCCESS AND PWDRESULT = 'C'
                   MOVE "FILE" TO PWDOP
                   CALL "PwdHash" USING PWDOP LOGINID
                       LOGINPASSWORD OP-PASSWORD
                       OP-PWDATA PWDRESULT
               END-IF
               IF NOT LOGINSUCCESS
                   DISPLAY "Invalid operator ID or password."
               END-IF
           END-IF.

      *Lock first, then read the queue : nothing can be added to it
      *between the read and the write-back.
       ReviewQueue.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM LoadAdjQueue
               IF ADJOVERFLOW = 'Y'
                   DISPLAY "Adjustment queue holds more than 1000 "
                       "lines - review refused."
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               ELSE
                   IF PENDINGCOUNT = 0
                       DISPLAY "No adjustments are waiting for "
                           "approval."
                   ELSE
                       PERFORM ReviewAllPending
                   END-IF
               END-IF
               PERFORM ReleaseSessionLock
           END-IF.

       LoadAdjQueue.
           MOVE 0 TO ADJCOUNT.
           MOVE 0 TO PENDINGCOUNT.
           MOVE 'N' TO ADJOVERFLOW.
           MOVE 'N' TO ADJATEND.
           OPEN INPUT TUITIONADJFILE.
           IF TUITIONADJSTATUS = FS-SUCCESS
               PERFORM UNTIL ADJATEND = 'Y'
                   READ TUITIONADJFILE
                       AT END MOVE 'Y' TO ADJATEND
                   END-READ
                   IF ADJATEND = 'N'
                       PERFORM LoadOneAdj
                   END-IF
               END-PERFORM
               CLOSE TUITIONADJFILE
           END-IF.

       LoadOneAdj.
           IF ADJCOUNT >= 1000
               MOVE 'Y' TO ADJOVERFLOW
               MOVE 'Y' TO ADJATEND
           ELSE
               ADD 1 TO ADJCOUNT
               MOVE TA-SEQ TO AT-SEQ (ADJCOUNT)
               MOVE TA-IDNUM TO AT-IDNUM (ADJCOUNT)
               MOVE TA-AMOUNT TO AT-AMOUNT (ADJCOUNT)
               MOVE TA-BALANCE TO AT-BALANCE (ADJCOUNT)
               MOVE TA-REASON TO AT-REASON (ADJCOUNT)
               MOVE TA-REQUESTER TO AT-REQUESTER (ADJCOUNT)
               MOVE TA-REQTIME TO AT-REQTIME (ADJCOUNT)
               MOVE TA-STATUS TO AT-STATUS (ADJCOUNT)
               MOVE TA-REVIEWER TO AT-REVIEWER (ADJCOUNT)
               MOVE TA-REVTIME TO AT-REVTIME (ADJCOUNT)
               IF TA-PENDING
                   ADD 1 TO PENDINGCOUNT
               END-IF
           END-IF.

      *Each pending item is shown with the balance now on file and
      *decided on the spot; approvals are posted as they are made.
       ReviewAllPending.
           OPEN I-O STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "AdjAppr : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               OPEN EXTEND AUDITFILE
               IF AUDITFILESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT AUDITFILE
               END-IF
               IF AUDITFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "AdjAppr : " MSG-CANT-OPEN AUDITFILESTATUS
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               ELSE
                   MOVE 0 TO REVIEWEDCOUNT
                   MOVE 0 TO APPROVEDCOUNT
                   MOVE 0 TO REJECTEDCOUNT
                   MOVE 0 TO OWNCOUNT
                   PERFORM ReviewOneAdj
                       VARYING ADJIDX FROM 1 BY 1
                       UNTIL ADJIDX > ADJCOUNT
                   CLOSE AUDITFILE
                   IF REVIEWEDCOUNT > 0
                       PERFORM SaveAdjQueue
                   END-IF
                   DISPLAY "Approved : " APPROVEDCOUNT
                       "  rejected : " REJECTEDCOUNT
                   IF OWNCOUNT > 0
                       DISPLAY OWNCOUNT " of your own request(s) "
                           "left for another supervisor."
                   END-IF
               END-IF
               CLOSE STUDENTFILE
           END-IF.

       ReviewOneAdj.
           IF AT-STATUS (ADJIDX) = "P"
               IF AT-REQUESTER (ADJIDX) = OPERID
                   ADD 1 TO OWNCOUNT
               ELSE
                   PERFORM ShowOneAdj
                   PERFORM DecideOneAdj
               END-IF
           END-IF.

       ShowOneAdj.
           MOVE AT-IDNUM (ADJIDX) TO IDNUM.
           MOVE 'Y' TO STUDENTONFILE.
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDENTONFILE
           END-READ.
           MOVE AT-AMOUNT (ADJIDX) TO AMOUNTSHOW.
           MOVE AT-BALANCE (ADJIDX) TO BALANCESHOW.
           DISPLAY " ".
           DISPLAY "#" AT-SEQ (ADJIDX) "  student " AT-IDNUM (ADJIDX)
               "  change " AMOUNTSHOW "  reason " AT-REASON (ADJIDX).
           DISPLAY "  asked by " AT-REQUESTER (ADJIDX) " on "
               AT-REQTIME (ADJIDX) (1:8) " - balance then "
               BALANCESHOW.
           IF STUDENTONFILE = 'Y'
               MOVE TUITIONBALANCE TO CURRENTSHOW
               DISPLAY "  " FNAME " " LNAME "  balance now "
                   CURRENTSHOW
           ELSE
               DISPLAY "  student is no longer on file."
           END-IF.

       DecideOneAdj.
           MOVE SPACE TO DECISION.
           PERFORM UNTIL DECISION = 'A' OR DECISION = 'R'
                   OR DECISION = 'S'
               DISPLAY "  A = approve, R = reject, S = skip : "
                   WITH NO ADVANCING
               ACCEPT DECISION
               IF DECISION = 'a' MOVE 'A' TO DECISION END-IF
               IF DECISION = 'r' MOVE 'R' TO DECISION END-IF
               IF DECISION = 's' MOVE 'S' TO DECISION END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN DECISION = 'A' AND STUDENTONFILE = 'N'
                   DISPLAY "  Student is not on file - rejected."
                   PERFORM RejectOneAdj
               WHEN DECISION = 'A'
                   PERFORM ApproveOneAdj
               WHEN DECISION = 'R'
                   PERFORM RejectOneAdj
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ApproveOneAdj.
           COMPUTE NEWBALANCE = TUITIONBALANCE + AT-AMOUNT (ADJIDX).
           IF NEWBALANCE < -99999.99 OR NEWBALANCE > 99999.99
               DISPLAY "  Balance would be out of range - left "
                   "pending."
           ELSE
               MOVE FNAME TO AA-BEF-FNAME
               MOVE LNAME TO AA-BEF-LNAME
               IF TERMCOUNT > 0
                   MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
                   MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
                   MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
               ELSE
                   MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
               END-IF
               MOVE ENROLLSTATUS TO AA-BEF-STATUS
               MOVE GRADELEVEL TO AA-BEF-GRADE
               MOVE AGE TO AA-BEF-AGE
               MOVE CANVOTEFLAG TO AA-BEF-CANVOTE
               MOVE TUITIONBALANCE TO AA-BEF-TUITION
               MOVE NEWBALANCE TO TUITIONBALANCE
               REWRITE STUDENTDATA
                   INVALID KEY
                       SUBTRACT AT-AMOUNT (ADJIDX) FROM TUITIONBALANCE
                       DISPLAY "  Student is not updated - left "
                           "pending."
                   NOT INVALID KEY
                       MOVE "ADJUST" TO AA-ACTION
                       MOVE AA-BEFORE TO AA-AFTER
                       MOVE TUITIONBALANCE TO AA-AFT-TUITION
                       PERFORM LogAudit
                       MOVE "A" TO AT-STATUS (ADJIDX)
                       PERFORM MarkReviewed
                       ADD 1 TO APPROVEDCOUNT
                       MOVE TUITIONBALANCE TO CURRENTSHOW
                       DISPLAY "  Approved - balance now "
                           CURRENTSHOW
               END-REWRITE
               IF STUDENTFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "AdjAppr : " MSG-IO-ERROR
                       STUDENTFILESTATUS
               END-IF
           END-IF.

       RejectOneAdj.
           MOVE "R" TO AT-STATUS (ADJIDX).
           PERFORM MarkReviewed.
           ADD 1 TO REJECTEDCOUNT.

       MarkReviewed.
           MOVE OPERID TO AT-REVIEWER (ADJIDX).
           MOVE FUNCTION CURRENT-DATE TO AT-REVTIME (ADJIDX).
           ADD 1 TO REVIEWEDCOUNT.

       SaveAdjQueue.
           OPEN OUTPUT TUITIONADJFILE.
           IF TUITIONADJSTATUS NOT = FS-SUCCESS
               DISPLAY "AdjAppr : " MSG-CANT-OPEN TUITIONADJSTATUS
               DISPLAY "Decisions NOT saved to tuitadj.txt - approved "
                   "balances are posted and audited."
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneAdj
                   VARYING ADJIDX FROM 1 BY 1 UNTIL ADJIDX > ADJCOUNT
               CLOSE TUITIONADJFILE
           END-IF.

       SaveOneAdj.
           MOVE SPACES TO TUITIONADJRECORD.
           MOVE AT-SEQ (ADJIDX) TO TA-SEQ.
           MOVE AT-IDNUM (ADJIDX) TO TA-IDNUM.
           MOVE AT-AMOUNT (ADJIDX) TO TA-AMOUNT.
           MOVE AT-BALANCE (ADJIDX) TO TA-BALANCE.
           MOVE AT-REASON (ADJIDX) TO TA-REASON.
           MOVE AT-REQUESTER (ADJIDX) TO TA-REQUESTER.
           MOVE AT-REQTIME (ADJIDX) TO TA-REQTIME.
           MOVE AT-STATUS (ADJIDX) TO TA-STATUS.
           MOVE AT-REVIEWER (ADJIDX) TO TA-REVIEWER.
           MOVE AT-REVTIME (ADJIDX) TO TA-REVTIME.
           WRITE TUITIONADJRECORD.

      *Everything still waiting, then everything turned down, with
      *counts and net amounts for each.
       PrintAdjReport.
           PERFORM LoadAdjQueue.
           IF ADJOVERFLOW = 'Y'
               DISPLAY "Adjustment queue holds more than 1000 lines - "
                   "only the first 1000 are reported."
           END-IF.
           MOVE "OPER" TO RPTOP.
           MOVE OPERID TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "     SEQ STUDENT ID     CHANGE RSN  REQUESTED BY"
               & " ON       REVIEWED BY" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "P" TO SECTIONSTATUS.
           MOVE "PENDING" TO STATUSTEXT.
           PERFORM PrintAdjSection.
           MOVE "R" TO SECTIONSTATUS.
           MOVE "REJECTED" TO STATUSTEXT.
           PERFORM PrintAdjSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "Adjustment report printed.".

       PrintAdjSection.
           MOVE 0 TO SECTIONCOUNT.
           MOVE 0 TO SECTIONTOTAL.
           MOVE "LINE" TO RPTOP.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE STATUSTEXT TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneAdj
               VARYING ADJIDX FROM 1 BY 1 UNTIL ADJIDX > ADJCOUNT.
           MOVE SECTIONTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               STATUSTEXT DELIMITED BY SPACE
               " : " DELIMITED BY SIZE
               SECTIONCOUNT DELIMITED BY SIZE
               "  NET CHANGE " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintOneAdj.
           IF AT-STATUS (ADJIDX) = SECTIONSTATUS
               ADD 1 TO SECTIONCOUNT
               ADD AT-AMOUNT (ADJIDX) TO SECTIONTOTAL
               MOVE AT-AMOUNT (ADJIDX) TO AMOUNTSHOW
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   AT-SEQ (ADJIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AT-IDNUM (ADJIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMOUNTSHOW DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AT-REASON (ADJIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AT-REQUESTER (ADJIDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   AT-REQTIME (ADJIDX) (1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AT-REVIEWER (ADJIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

      *Both operators go on the entry : the one who asked for the
      *change in AA-OPERID and the supervisor who allowed it in
      *AA-APPROVER.
       LogAudit.
           MOVE FUNCTION CURRENT-DATE TO AA-TIMESTAMP.
           MOVE AT-REQUESTER (ADJIDX) TO AA-OPERID.
           MOVE OPERID TO AA-APPROVER.
           MOVE IDNUM TO AA-IDNUM.
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
           MOVE 'N' TO LOCKACQUIRED.
           OPEN INPUT SESSIONLOCK.
           EVALUATE TRUE
               WHEN SESSIONLOCKSTATUS = FS-FILE-NOT-EXIST
                   MOVE 'Y' TO LOCKACQUIRED
               WHEN SESSIONLOCKSTATUS NOT = FS-SUCCESS
                   DISPLAY "AdjAppr : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "AdjAppr : student records "
                                   "in use by " SL-OPERID " since "
                                   SL-TIMESTAMP " - review refused."
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
               DISPLAY "AdjAppr : " MSG-CANT-OPEN SESSIONLOCKSTATUS
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
