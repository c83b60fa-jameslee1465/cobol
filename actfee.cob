       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActFee.
      *Activity fee posting: charges each club and field trip fee
      *from activity.txt to the participant's TuitionBalance, instead
      *of each sponsor collecting cash and keeping their own list.
      *A participant is charged once the signed permission slip is
      *in (AP-SLIP) - a student without a slip isn't going - and
      *only once ever : the participant line in actpart.txt is
      *marked fee-posted as the charge goes on, and the file is
      *written back at the end of the run. Each charge goes onto
      *TuitionBalance under its own ACTVTY audit action, so the
      *statement run shows it as an ACTIVITY line, and prints on the
      *activity fee register. A participant no longer on file or no
      *longer Active is passed over and listed for the office.
      *Holds the shared session lock while posting.
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
           SELECT ActivityFile ASSIGN TO "activity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActivityStatus.
           SELECT ActPartFile ASSIGN TO "actpart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActPartStatus.

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

       FD ActivityFile.
       COPY ACTIVITY.

       FD ActPartFile.
       COPY ACTPART.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  CheckpointStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  ActivityStatus PIC XX.
       01  ActPartStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       01  OperID PIC X(10) VALUE "ACTFEE".
       01  ActTable.
           02 ActEntry OCCURS 300 TIMES.
               03 AV-ACTID PIC 9(4).
               03 AV-NAME PIC X(24).
               03 AV-FEE PIC 9(3)V99.
       01  ActCount PIC 9(3) VALUE 0.
       01  ActIdx PIC 9(3).
       01  FoundIdx PIC 9(3).
       01  PartTable.
           02 PartEntry OCCURS 5000 TIMES.
               03 PT-IDNUM PIC 9(9).
               03 PT-ACTID PIC 9(4).
               03 PT-SLIP PIC X.
               03 PT-FEEPOSTED PIC X.
       01  PartCount PIC 9(4) VALUE 0.
       01  PartIdx PIC 9(4).
       01  FeeAmount PIC 9(3)V99.
       01  FeeCount PIC 9(5) VALUE 0.
       01  FeeTotal PIC 9(7)V99 VALUE 0.
       01  SkipCount PIC 9(5) VALUE 0.
       01  AmountShow PIC ZZ,ZZ9.99.
       01  TotalShow PIC Z,ZZZ,ZZ9.99.
       01  BalanceShow PIC -ZZ,ZZ9.99.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "ACTFEE".
       01  RptTitle PIC X(40) VALUE "ACTIVITY FEE REGISTER".
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
           PERFORM LoadActivities.
           IF ACTCOUNT = 0
               DISPLAY "ActFee : no activities on file."
               GOBACK
           END-IF.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadParticipants.
           OPEN I-O STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "ActFee : " MSG-CANT-OPEN STUDENTFILESTATUS
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND AUDITFILE.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT AUDITFILE
           END-IF.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               DISPLAY "ActFee : " MSG-CANT-OPEN AUDITFILESTATUS
               CLOSE STUDENTFILE
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  STUDENT ID  ACTIVITY                        FEE" &
               "  NEW BALANCE" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM CheckOneParticipant
               VARYING PARTIDX FROM 1 BY 1 UNTIL PARTIDX > PARTCOUNT.
           CLOSE STUDENTFILE.
           CLOSE AUDITFILE.
           IF FEECOUNT > 0
               PERFORM SaveParticipants
           END-IF.
           PERFORM PrintTotals.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM ReleaseSessionLock.
           DISPLAY "Activity fees charged : " FEECOUNT
               "  passed over : " SKIPCOUNT.
           IF SKIPCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       LoadActivities.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ACTIVITYFILE.
           IF ACTIVITYSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ACTIVITYFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ACTCOUNT < 300
                       ADD 1 TO ACTCOUNT
                       MOVE AC-ACTID TO AV-ACTID (ACTCOUNT)
                       MOVE AC-NAME TO AV-NAME (ACTCOUNT)
                       MOVE AC-FEE TO AV-FEE (ACTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ACTIVITYFILE
           END-IF.

       LoadParticipants.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ACTPARTFILE.
           IF ACTPARTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ACTPARTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PARTCOUNT < 5000
                       ADD 1 TO PARTCOUNT
                       MOVE ACTPARTRECORD TO PARTENTRY (PARTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ACTPARTFILE
           END-IF.

      *Written back only when something posted, so a run with
      *nothing to charge leaves the file alone for ActMnt.
       SaveParticipants.
           OPEN OUTPUT ACTPARTFILE.
           IF ACTPARTSTATUS NOT = FS-SUCCESS
               DISPLAY "ActFee : " MSG-CANT-OPEN ACTPARTSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING PARTIDX FROM 1 BY 1
                       UNTIL PARTIDX > PARTCOUNT
                   MOVE PARTENTRY (PARTIDX) TO ACTPARTRECORD
                   WRITE ACTPARTRECORD
               END-PERFORM
               CLOSE ACTPARTFILE
           END-IF.

      *Slip in, not yet charged, and an activity with a fee.
       CheckOneParticipant.
           IF PT-SLIP (PARTIDX) = 'Y'
                   AND PT-FEEPOSTED (PARTIDX) NOT = 'Y'
               MOVE 0 TO FOUNDIDX
               PERFORM VARYING ACTIDX FROM 1 BY 1
                       UNTIL ACTIDX > ACTCOUNT
                   IF AV-ACTID (ACTIDX) = PT-ACTID (PARTIDX)
                       MOVE ACTIDX TO FOUNDIDX
                   END-IF
               END-PERFORM
               IF FOUNDIDX > 0
                   IF AV-FEE (FOUNDIDX) > 0
                       MOVE AV-FEE (FOUNDIDX) TO FEEAMOUNT
                       PERFORM ChargeOneFee
                   END-IF
               END-IF
           END-IF.

       ChargeOneFee.
           MOVE PT-IDNUM (PARTIDX) TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   ADD 1 TO SKIPCOUNT
                   PERFORM PrintSkipLine
               NOT INVALID KEY
                   IF ACTIVE
                       PERFORM ApplyActivityFee
                   ELSE
                       ADD 1 TO SKIPCOUNT
                       PERFORM PrintSkipLine
                   END-IF
           END-READ.

       ApplyActivityFee.
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
                   DISPLAY "ActFee : " IDNUM " " MSG-IO-ERROR
                       STUDENTFILESTATUS
                   MOVE RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO FEECOUNT
                   ADD FEEAMOUNT TO FEETOTAL
                   MOVE 'Y' TO PT-FEEPOSTED (PARTIDX)
                   MOVE "ACTVTY" TO AA-ACTION
                   MOVE AA-BEFORE TO AA-AFTER
                   MOVE TUITIONBALANCE TO AA-AFT-TUITION
                   PERFORM LogAudit
                   PERFORM PrintFeeLine
           END-REWRITE.

       PrintFeeLine.
           MOVE FEEAMOUNT TO AMOUNTSHOW.
           MOVE TUITIONBALANCE TO BALANCESHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               IDNUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               PT-ACTID (PARTIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AV-NAME (FOUNDIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BALANCESHOW DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintSkipLine.
           MOVE FEEAMOUNT TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               PT-IDNUM (PARTIDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               PT-ACTID (PARTIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AV-NAME (FOUNDIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           IF STUDENTFILESTATUS = FS-SUCCESS
               MOVE "** NOT ACTIVE **" TO RPTLINE (56:16)
           ELSE
               MOVE "** NOT ON FILE **" TO RPTLINE (56:17)
           END-IF.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintTotals.
           MOVE "LINE" TO RPTOP.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE FEETOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "ACTIVITY FEES CHARGED : " DELIMITED BY SIZE
               FEECOUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "PASSED OVER : " DELIMITED BY SIZE
               SKIPCOUNT DELIMITED BY SIZE
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
                   DISPLAY "ActFee : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "ActFee : student records "
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
               DISPLAY "ActFee : " MSG-CANT-OPEN SESSIONLOCKSTATUS
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
