      *Payments also pay down the student's installment plan when
      *one is on file (payplan.txt), oldest due date first, so the
      *aging run can tell a kept plan from a delinquency.
      *Every payment line that posts is also appended to the posted
      *payment log (paylog.txt) as keyed, so the bank reconciliation
      *can match the day's deposit to what actually went on the
      *books.
      *A payment reaching an account the write-off run took off
      *the books (wrtoff.txt, see WRTOFF.cpy) is a recovery : the
      *part still written off is first put back on the balance
      *under its own RECOVR audit action, flagged on the register
      *and marked recovered in the write-off log, and then the
      *payment posts against it as usual - so the ledger sees the
      *bad debt come back rather than a stray credit.
      *Holds the same session lock the interactive session and the
      *registrar load use, since it writes the same audit and
      *checkpoint files. A plan, family or write-off file longer
      *than its table refuses the run (return code 16) before any
      *payment posts.
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
       01  PaymentFileStatus PIC XX.
       01  NsfLogStatus PIC XX.
       01  NsfCount PIC 9(5) VALUE 0.
       01  NsfTotal PIC 9(7)V99 VALUE 0.
       01  PostedPayStatus PIC XX.
      *Set when any part of the current line reaches a balance.
       01  LinePosted PIC A.
       01  WriteOffLogStatus PIC XX.
      *Written-off balances, loaded once; recoveries are marked
      *against them and the file is written back at the end.
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
      *Set when payplan.txt, family.txt or wrtoff.txt holds more
      *lines than its table : plans and write-offs are written back
      *from the table, so the lines past it would be lost, and a
      *short family or write-off list misposts splits and
      *recoveries - the run is refused before anything posts.
       01  TableOverflow PIC A VALUE "N".
       01  OverflowFile PIC X(12).
      *What the current payment would recover on each write-off line,
      *held until the reinstated balance is on file.
       01  RecoverPending.
           02 RP-AMT PIC 9(5)V99 OCCURS 500 TIMES.
       01  RecoverLeft PIC 9(5)V99.
       01  RecoverAmount PIC 9(5)V99.
       01  RecoverOpen PIC 9(5)V99.
       01  RecoveryCount PIC 9(5) VALUE 0.
       01  RecoveryTotal PIC 9(7)V99 VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "PAYREG".
       01  RptTitle PIC X(40) VALUE "TUITION PAYMENT POSTING REGISTER".
       01  RptLine PIC X(80).
       COPY AUDCHAIN.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
           END-IF.
           PERFORM LoadPlans.
           PERFORM LoadFamilies.
           PERFORM LoadWriteOffs.
           IF TABLEOVERFLOW = 'Y'
               DISPLAY "PayPost : " OVERFLOWFILE " holds more lines "
                   "than its table - run refused, nothing posted."
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYMENTFILE.
           IF PAYMENTFILESTATUS = FS-FILE-NOT-EXIST
               DISPLAY "PayPost : no payments.txt found, nothing to "
           IF PLANCHANGED = 'Y'
               PERFORM SavePlans
           END-IF.
           IF WRITEOFFCHANGED = 'Y'
               PERFORM SaveWriteOffs
           END-IF.
           PERFORM PrintTotals.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM ReleaseSessionLock.
           DISPLAY "Payments posted : " POSTEDCOUNT
               "  NSF reversals : " NSFCOUNT
               "  recoveries : " RECOVERYCOUNT
               "  to suspense : " SUSPENSECOUNT.
           IF SUSPENSECOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           GOBACK.

       PostOnePayment.
           MOVE 'N' TO LINEPOSTED.
           IF PM-REVERSAL
               PERFORM PostReversal
           ELSE
                               TO SUSPENSEREASON
                           PERFORM SendToSuspense
                       NOT INVALID KEY
                           PERFORM CheckRecovery
                           PERFORM ApplyPayment
                   END-READ
               END-IF
           END-IF
           END-IF.
           IF LINEPOSTED = 'Y' AND NOT PM-REVERSAL
               PERFORM WritePostedPayLog
           END-IF.

      *The line as keyed, once, whatever it was split across.
       WritePostedPayLog.
           OPEN EXTEND POSTEDPAYLOG.
           IF POSTEDPAYSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT POSTEDPAYLOG
           END-IF.
           IF POSTEDPAYSTATUS NOT = FS-SUCCESS
               DISPLAY "PayPost : " MSG-CANT-OPEN POSTEDPAYSTATUS
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO PG-POSTDATE
               MOVE PM-TYPE TO PG-TYPE
               MOVE PM-IDNUM TO PG-IDNUM
               MOVE PM-AMOUNT TO PG-AMOUNT
               MOVE PM-DATE TO PG-PAYDATE
               MOVE PM-REF TO PG-REF
               WRITE POSTEDPAYRECORD
               CLOSE POSTEDPAYLOG
           END-IF.

      *The bank took the money back, so the balance takes it back
      *too : the amount adds onto TuitionBalance under the NSF
               MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
               MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
               MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
           ELSE
               MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
           END-IF.
           MOVE ENROLLSTATUS TO AA-BEF-STATUS.
           MOVE GRADELEVEL TO AA-BEF-GRADE.
      *balance is paid off in turn, in the order the office linked
      *them, and anything left after every balance is cleared lands
      *on the first child as a credit - the same place a lone
      *student's overpayment lands. A written-off child's share
      *reinstates the write-off first, as a student payment would.
       PostFamilyPayment.
           MOVE PM-IDNUM TO FAMPAYID.
           MOVE PM-AMOUNT TO AMOUNTLEFT.
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO FAMMEMBERHIT
                       MOVE AMOUNTLEFT TO PAYAMOUNT
                       PERFORM CheckRecovery
                       IF TUITIONBALANCE > 0
                           IF AMOUNTLEFT < TUITIONBALANCE
                               MOVE AMOUNTLEFT TO PAYAMOUNT
                   READ FAMILYFILE
                       AT END MOVE 'Y' TO FAMATEND
                   END-READ
                   IF FAMATEND = 'N' AND FAMCOUNT NOT < 500
                       MOVE 'Y' TO TABLEOVERFLOW
                       MOVE "family.txt" TO OVERFLOWFILE
                       MOVE 'Y' TO FAMATEND
                   END-IF
                   IF FAMATEND = 'N'
                       ADD 1 TO FAMCOUNT
                       MOVE FM-FAMID TO FT-FAMID (FAMCOUNT)
                       MOVE FM-IDNUM TO FT-IDNO (FAMCOUNT)
               MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
               MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
               MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
           ELSE
               MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
           END-IF.
           MOVE ENROLLSTATUS TO AA-BEF-STATUS.
           MOVE GRADELEVEL TO AA-BEF-GRADE.
               NOT INVALID KEY
                   ADD 1 TO POSTEDCOUNT
                   ADD PAYAMOUNT TO POSTEDTOTAL
                   MOVE 'Y' TO LINEPOSTED
                   MOVE "PAY" TO AA-ACTION
                   MOVE AA-BEFORE TO AA-AFTER
                   MOVE TUITIONBALANCE TO AA-AFT-TUITION
                   PERFORM ApplyToPlan
           END-REWRITE.

      *No write-off log yet just means nothing has been written off.
       LoadWriteOffs.
           MOVE 'N' TO WRITEOFFATEND.
           OPEN INPUT WRITEOFFLOG.
           IF WRITEOFFLOGSTATUS = FS-SUCCESS
               PERFORM UNTIL WRITEOFFATEND = 'Y'
                   READ WRITEOFFLOG
                       AT END MOVE 'Y' TO WRITEOFFATEND
                   END-READ
                   IF WRITEOFFATEND = 'N' AND WRITEOFFCOUNT NOT < 500
                       MOVE 'Y' TO TABLEOVERFLOW
                       MOVE "wrtoff.txt" TO OVERFLOWFILE
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
               DISPLAY "PayPost : " MSG-CANT-OPEN WRITEOFFLOGSTATUS
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

      *Money in on a written-off account : up to the payment, what
      *is still written off goes back on the balance first, oldest
      *write-off first, so the payment that follows clears it. The
      *amounts are only marked recovered on the write-off lines once
      *the reinstated balance is safely rewritten.
       CheckRecovery.
           MOVE PAYAMOUNT TO RECOVERLEFT.
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
                   DISPLAY "PayPost : recovery for " IDNUM
                       " not reinstated - " MSG-IO-ERROR
                       STUDENTFILESTATUS
                   MOVE RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO RECOVERYCOUNT
                   ADD RECOVERAMOUNT TO RECOVERYTOTAL
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
               PM-REF DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PM-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BALANCESHOW DELIMITED BY SIZE
               " ** RECOVERY - WRITTEN OFF **" DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *No plan file yet just means nobody is on a plan.
       LoadPlans.
           MOVE 'N' TO PLANATEND.
                   READ PAYPLANFILE
                       AT END MOVE 'Y' TO PLANATEND
                   END-READ
                   IF PLANATEND = 'N' AND PLANCOUNT NOT < 500
                       MOVE 'Y' TO TABLEOVERFLOW
                       MOVE "payplan.txt" TO OVERFLOWFILE
                       MOVE 'Y' TO PLANATEND
                   END-IF
                   IF PLANATEND = 'N'
                       ADD 1 TO PLANCOUNT
                       MOVE PP-IDNUM TO PL-IDNO (PLANCOUNT)
                       MOVE PP-SEQ TO PL-SEQNO (PLANCOUNT)
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE RECOVERYTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "RECOVERIES      : " DELIMITED BY SIZE
               RECOVERYCOUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
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
