      *through payments.txt, since a family number is not a
      *student). An aging option lists items sitting unresolved
      *more than a week. No more editing the text file by hand.
      *A reposted payment is appended to the posted payment log
      *(paylog.txt) the same as a PayPost line, so the bank
      *reconciliation sees it.
      *A reposted payment on an account the write-off run took off
      *the books (wrtoff.txt) is a recovery, handled exactly as
      *PayPost handles one : the part still written off goes back
      *on the balance under RECOVR first and is marked recovered in
      *the write-off log, then the payment posts against it.
      *Holds the shared session lock while reposting, exactly as
      *PayPost does. A write-off log longer than its table refuses
      *the repost (return code 16) before anything is posted.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NsfLog ASSIGN TO "nsflog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NsfLogStatus.
           SELECT PostedPayLog ASSIGN TO "paylog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PostedPayStatus.
           SELECT WriteOffLog ASSIGN TO "wrtoff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffLogStatus.

       DATA DIVISION.
       FILE SECTION.
           02 NL-AMOUNT PIC 9(5)V99.
           02 NL-REF PIC X(10).

       FD PostedPayLog.
       COPY PAYLOG.

       FD WriteOffLog.
       COPY WRTOFF.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  SuspenseFileStatus PIC XX.
       01  PostedCount PIC 9(3) VALUE 0.
       01  PostedTotal PIC 9(7)V99 VALUE 0.
       01  NsfLogStatus PIC XX.
       01  PostedPayStatus PIC XX.
       01  FamilyRefused PIC 9(3) VALUE 0.
       01  RegisterTag PIC X(19).
       01  AmountShow PIC ZZ,ZZ9.99.
       01  RptCode PIC X(8) VALUE "SUSPREP".
       01  RptTitle PIC X(40) VALUE "SUSPENSE REPOST REGISTER".
       01  RptLine PIC X(80).
      *The write-off log in storage, re-read under the lock on each
      *repost, and what the current item recovers from each line.
       01  WriteOffLogStatus PIC XX.
       01  WriteOffTable.
           02 WriteOffEntry OCCURS 500 TIMES.
               03 WT-IDNO PIC 9(9).
               03 WT-DATE PIC 9(8).
               03 WT-AMT PIC 9(5)V99.
               03 WT-RECOV PIC 9(5)V99.
               03 WT-OPERID PIC X(10).
       01  WriteOffCount PIC 9(3) VALUE 0.
       01  WriteOffIdx PIC 9(3).
       01  WriteOffAtEnd PIC A.
       01  WriteOffChanged PIC A VALUE "N".
       01  TableOverflow PIC A VALUE "N".
       01  RecoverPending.
           02 RP-AMT PIC 9(5)V99 OCCURS 500 TIMES.
       01  RecoverLeft PIC 9(5)V99.
       01  RecoverAmount PIC 9(5)V99.
       01  RecoverOpen PIC 9(5)V99.
       01  RecoveryCount PIC 9(5) VALUE 0.
       COPY AUDCHAIN.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
           IF LOCKACQUIRED NOT = 'Y'
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM LoadWriteOffs
               IF TABLEOVERFLOW = 'Y'
                   DISPLAY "SuspMnt : wrtoff.txt holds more lines "
                       "than its table - repost refused, nothing "
                       "posted."
                   PERFORM ReleaseSessionLock
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               ELSE
                   PERFORM RepostUnderLock
               END-IF
           END-IF.

       RepostUnderLock.
           OPEN I-O STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "SuspMnt : " MSG-CANT-OPEN STUDENTFILESTATUS
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               OPEN EXTEND AUDITFILE
               IF AUDITFILESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT AUDITFILE
               END-IF
               IF AUDITFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "SuspMnt : " MSG-CANT-OPEN AUDITFILESTATUS
                   CLOSE STUDENTFILE
                   PERFORM ReleaseSessionLock
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               ELSE
                   MOVE "OPEN" TO RPTOP
                   CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE
                       RPTLINE
                   MOVE 0 TO POSTEDCOUNT
                   MOVE 0 TO POSTEDTOTAL
                   MOVE 0 TO RECOVERYCOUNT
                   PERFORM RepostOneItem
                       VARYING ITEMIDX FROM 1 BY 1
                       UNTIL ITEMIDX > ITEMCOUNT
                   MOVE POSTEDTOTAL TO TOTALSHOW
                   MOVE SPACES TO RPTLINE
                   STRING "REPOSTED : " DELIMITED BY SIZE
                       POSTEDCOUNT DELIMITED BY SIZE
                       "  TOTAL " DELIMITED BY SIZE
                       TOTALSHOW DELIMITED BY SIZE
                       INTO RPTLINE
                   MOVE "LINE" TO RPTOP
                   CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE
                       RPTLINE
                   MOVE "CLOSE" TO RPTOP
                   CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE
                       RPTLINE
                   CLOSE STUDENTFILE
                   CLOSE AUDITFILE
                   IF WRITEOFFCHANGED = 'Y'
                       PERFORM SaveWriteOffs
                   END-IF
                   PERFORM ReleaseSessionLock
                   DISPLAY "Items reposted : " POSTEDCOUNT
                       "  recoveries : " RECOVERYCOUNT
                   IF FAMILYREFUSED > 0
                       DISPLAY "Family items left in suspense : "
                           FAMILYREFUSED
                   END-IF
               END-IF
           END-IF.
                       MOVE IT-IDNO (ITEMIDX) TO IDNUM
                       READ STUDENTFILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                           IF IT-TYPE (ITEMIDX) NOT = 'R'
                               PERFORM CheckRecovery
                           END-IF
                           PERFORM ApplyOneRepost
                       END-READ
                   END-IF
               END-IF
               MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
               MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
               MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
           ELSE
               MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
           END-IF.
           MOVE ENROLLSTATUS TO AA-BEF-STATUS.
           MOVE GRADELEVEL TO AA-BEF-GRADE.
                   ELSE
                       MOVE "PAY" TO AA-ACTION
                       MOVE SPACES TO REGISTERTAG
                       PERFORM WritePostedPayLog
                   END-IF
                   MOVE AA-BEFORE TO AA-AFTER
                   MOVE TUITIONBALANCE TO AA-AFT-TUITION
               CLOSE NSFLOG
           END-IF.

       WritePostedPayLog.
           OPEN EXTEND POSTEDPAYLOG.
           IF POSTEDPAYSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT POSTEDPAYLOG
           END-IF.
           IF POSTEDPAYSTATUS NOT = FS-SUCCESS
               DISPLAY "SuspMnt : " MSG-CANT-OPEN POSTEDPAYSTATUS
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO PG-POSTDATE
               MOVE IT-TYPE (ITEMIDX) TO PG-TYPE
               MOVE IT-IDNO (ITEMIDX) TO PG-IDNUM
               MOVE IT-AMT (ITEMIDX) TO PG-AMOUNT
               MOVE IT-DATE (ITEMIDX) TO PG-PAYDATE
               MOVE IT-REF (ITEMIDX) TO PG-REF
               WRITE POSTEDPAYRECORD
               CLOSE POSTEDPAYLOG
           END-IF.

       PrintRegisterLine.
           MOVE IT-AMT (ITEMIDX) TO AMOUNTSHOW.
           MOVE TUITIONBALANCE TO BALANCESHOW.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *No write-off log yet just means nothing has been written off.
      *Re-read on every repost, so a write-off run between two
      *reposts in the same session is seen.
       LoadWriteOffs.
           MOVE 0 TO WRITEOFFCOUNT.
           MOVE 'N' TO WRITEOFFCHANGED.
           MOVE 'N' TO TABLEOVERFLOW.
           MOVE 'N' TO WRITEOFFATEND.
           OPEN INPUT WRITEOFFLOG.
           IF WRITEOFFLOGSTATUS = FS-SUCCESS
               PERFORM UNTIL WRITEOFFATEND = 'Y'
                   READ WRITEOFFLOG
                       AT END MOVE 'Y' TO WRITEOFFATEND
                   END-READ
                   IF WRITEOFFATEND = 'N' AND WRITEOFFCOUNT NOT < 500
                       MOVE 'Y' TO TABLEOVERFLOW
                       MOVE 'Y' TO WRITEOFFATEND
                   END-IF
                   IF WRITEOFFATEND = 'N'
                       ADD 1 TO WRITEOFFCOUNT
                       MOVE WO-IDNUM TO WT-IDNO (WRITEOFFCOUNT)
                       MOVE WO-DATE TO WT-DATE (WRITEOFFCOUNT)
                       MOVE WO-AMOUNT TO WT-AMT (WRITEOFFCOUNT)
                       MOVE WO-RECOVERED TO WT-RECOV (WRITEOFFCOUNT)
                       MOVE WO-OPERID TO WT-OPERID (WRITEOFFCOUNT)
                   END-IF
               END-PERFORM
               CLOSE WRITEOFFLOG
           END-IF.

       SaveWriteOffs.
           OPEN OUTPUT WRITEOFFLOG.
           IF WRITEOFFLOGSTATUS NOT = FS-SUCCESS
               DISPLAY "SuspMnt : " MSG-CANT-OPEN WRITEOFFLOGSTATUS
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               PERFORM SaveOneWriteOff
                   VARYING WRITEOFFIDX FROM 1 BY 1
                   UNTIL WRITEOFFIDX > WRITEOFFCOUNT
               CLOSE WRITEOFFLOG
           END-IF.

       SaveOneWriteOff.
           MOVE WT-IDNO (WRITEOFFIDX) TO WO-IDNUM.
           MOVE WT-DATE (WRITEOFFIDX) TO WO-DATE.
           MOVE WT-AMT (WRITEOFFIDX) TO WO-AMOUNT.
           MOVE WT-RECOV (WRITEOFFIDX) TO WO-RECOVERED.
           MOVE WT-OPERID (WRITEOFFIDX) TO WO-OPERID.
           WRITE WRITEOFFRECORD.

      *PayPost's recovery rule : up to the item's amount, what is
      *still written off goes back on the balance first, oldest
      *write-off first, so the repost that follows clears it. The
      *write-off lines are only marked once the reinstated balance
      *is safely rewritten.
       CheckRecovery.
           MOVE IT-AMT (ITEMIDX) TO RECOVERLEFT.
           MOVE 0 TO RECOVERAMOUNT.
           INITIALIZE RecoverPending.
           PERFORM RecoverOneWriteOff
               VARYING WRITEOFFIDX FROM 1 BY 1
               UNTIL WRITEOFFIDX > WRITEOFFCOUNT OR RECOVERLEFT = 0.
           IF RECOVERAMOUNT > 0
               PERFORM ApplyRecovery
           END-IF.

       RecoverOneWriteOff.
           IF WT-IDNO (WRITEOFFIDX) = IDNUM
                   AND WT-RECOV (WRITEOFFIDX) < WT-AMT (WRITEOFFIDX)
               COMPUTE RECOVEROPEN =
                   WT-AMT (WRITEOFFIDX) - WT-RECOV (WRITEOFFIDX)
               IF RECOVERLEFT < RECOVEROPEN
                   MOVE RECOVERLEFT TO RECOVEROPEN
               END-IF
               MOVE RECOVEROPEN TO RP-AMT (WRITEOFFIDX)
               ADD RECOVEROPEN TO RECOVERAMOUNT
               SUBTRACT RECOVEROPEN FROM RECOVERLEFT
           END-IF.

       CommitOneRecovery.
           ADD RP-AMT (WRITEOFFIDX) TO WT-RECOV (WRITEOFFIDX).

       ApplyRecovery.
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
           ADD RECOVERAMOUNT TO TUITIONBALANCE.
           REWRITE STUDENTDATA
               INVALID KEY
                   SUBTRACT RECOVERAMOUNT FROM TUITIONBALANCE
                   DISPLAY "SuspMnt : recovery for " IDNUM
                       " not reinstated - " MSG-IO-ERROR
                       STUDENTFILESTATUS
                   MOVE RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO RECOVERYCOUNT
                   PERFORM CommitOneRecovery
                       VARYING WRITEOFFIDX FROM 1 BY 1
                       UNTIL WRITEOFFIDX > WRITEOFFCOUNT
                   MOVE 'Y' TO WRITEOFFCHANGED
                   MOVE "RECOVR" TO AA-ACTION
                   MOVE AA-BEFORE TO AA-AFTER
                   MOVE TUITIONBALANCE TO AA-AFT-TUITION
                   PERFORM LogAudit
                   PERFORM PrintRecoveryLine
           END-REWRITE.

       PrintRecoveryLine.
           MOVE RECOVERAMOUNT TO AMOUNTSHOW.
           MOVE TUITIONBALANCE TO BALANCESHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               IDNUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               IT-REF (ITEMIDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               IT-DATE (ITEMIDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BALANCESHOW DELIMITED BY SIZE
               " ** RECOVERY - WRITTEN OFF **" DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *Items older than a week off the payment date - the ones the
      *office should chase today.
       AgeItems.
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
