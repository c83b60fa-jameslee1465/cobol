       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefundRun.
      *Credit-balance refund run: a negative TuitionBalance is money
      *the school owes the family - aid landing on top of payments
      *already posted, or a withdrawal credit on a prepaid account.
      *This job finds every credit balance that has sat past a
      *holding period and pays it back, instead of the business
      *office building a check list by hand off GetStud.
      *The credit's age comes from the audit trail the same way the
      *aging run ages a debit : the clock starts at the most recent
      *entry where the tuition image crossed from zero or owing into
      *credit (a credit since before the trail began ages from the
      *student's earliest entry), reading the archived
      *auditYYYYMM.txt months oldest first and then the live file.
      *A credit with no audit history at all can't be aged and is
      *listed, not refunded.
      *A student is skipped - listed on the register with the reason
      *and left alone - when any payment for them (or for their
      *household's family number) is still sitting in suspense.txt,
      *when nsflog.txt shows a bounced check inside the NSF window,
      *or when there is no mailing address to send the check to.
      *Each refund zeroes the balance under its own REFUND audit
      *action and prints on the refund register through the shared
      *PrintRpt routine. Refunds go back to the household : students
      *linked in family.txt are paid on one check to the family,
      *addressed from the first refunded member's ADDRREC line.
      *Payables file (refundap.txt, fixed width, line sequential),
      *one line per check for the accounts payable import :
      *  header   H + run date 9(8)
      *  detail   D, payee kind X (F family, S student),
      *           payee ID 9(9) (family number or student ID),
      *           voucher 9(5), payee name X(20), street X(20),
      *           city X(15), state X(2), ZIP X(10), amount 9(7)V99
      *  trailer  T + check count 9(5) + total 9(9)V99
      *Configuration comes from refundcfg.txt (holding days 9(3) then
      *NSF window days 9(3) on one line); defaults 030 and 090 apply
      *when the file is absent.
      *A control file keeps one line per date ever run and a second
      *run on the same date does nothing, so the day's payables file
      *can't be overwritten before accounts payable picks it up.
      *A suspense, NSF or family file too big for its screening table
      *refuses the run; a credit that would need a payee entry past
      *the 300th is left on the account and the run ends with a
      *warning.
      *Holds the shared session lock while posting.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT AuditFile ASSIGN TO "audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT AuditScan ASSIGN TO DYNAMIC AuditFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditScanStatus.
           SELECT CheckpointFile ASSIGN TO "checkpnt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.
           SELECT RefundConfig ASSIGN TO "refundcfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RefundConfigStatus.
           SELECT RefundControl ASSIGN TO "refundctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RefundControlStatus.
           SELECT PayablesFile ASSIGN TO "refundap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayablesFileStatus.
           SELECT SuspenseFile ASSIGN TO "suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspenseFileStatus.
           SELECT NsfLog ASSIGN TO "nsflog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NsfLogStatus.
           SELECT FamilyFile ASSIGN TO "family.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FamilyFileStatus.
           SELECT AddressFile ASSIGN TO "addrrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AddressFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AuditFile.
       COPY AUDITREC.

      *The age scan reads the trail through its own FD so the live
      *audit file stays open for the REFUND entries being written.
       FD AuditScan.
       01  AuditScanRecord.
           02 AS-TIMESTAMP PIC X(21).
           02 AS-OPERID PIC X(10).
           02 AS-ACTION PIC X(6).
           02 AS-IDNUM PIC 9(9).
           02 AS-BEFORE.
               03 FILLER PIC X(36).
               03 AS-BEF-TUITION PIC S9(5)V99.
           02 AS-AFTER.
               03 FILLER PIC X(36).
               03 AS-AFT-TUITION PIC S9(5)V99.

       FD CheckpointFile.
       COPY CHKPTREC.

       FD SessionLock.
       COPY SESSLOCK.

       FD RefundConfig.
       01  RefundConfigRecord.
           02 RC-HOLDDAYS PIC 9(3).
           02 RC-NSFDAYS PIC 9(3).

      *One line per date ever run; the guard refuses any date
      *already on file.
       FD RefundControl.
       01  RefundControlRecord.
           02 RF-DATE PIC 9(8).

       FD PayablesFile.
       01  PayablesDetail.
           02 AP-RECTYPE PIC X.
           02 AP-PAYEEKIND PIC X.
           02 AP-PAYEEID PIC 9(9).
           02 AP-VOUCHER PIC 9(5).
           02 AP-NAME PIC X(20).
           02 AP-STREET PIC X(20).
           02 AP-CITY PIC X(15).
           02 AP-STATE PIC X(2).
           02 AP-ZIP PIC X(10).
           02 AP-AMOUNT PIC 9(7)V99.
       01  PayablesHeader.
           02 AH-RECTYPE PIC X.
           02 AH-DATE PIC 9(8).
           02 FILLER PIC X(83).
       01  PayablesTrailer.
           02 AT-RECTYPE PIC X.
           02 AT-COUNT PIC 9(5).
           02 AT-TOTAL PIC 9(9)V99.
           02 FILLER PIC X(75).

       FD SuspenseFile.
       COPY PAYMENT.

       FD NsfLog.
       01  NsfLogRecord.
           02 NL-DATE PIC 9(8).
           02 NL-IDNUM PIC 9(9).
           02 NL-AMOUNT PIC 9(5)V99.
           02 NL-REF PIC X(10).

       FD FamilyFile.
       COPY FAMILY.

       FD AddressFile.
       COPY ADDRREC.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  AuditScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  AuditScanStatus PIC XX.
       01  CheckpointStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  RefundConfigStatus PIC XX.
       01  RefundControlStatus PIC XX.
       01  PayablesFileStatus PIC XX.
       01  SuspenseFileStatus PIC XX.
       01  NsfLogStatus PIC XX.
       01  FamilyFileStatus PIC XX.
       01  AddressFileStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       01  OperID PIC X(10) VALUE "REFUNDRUN".
       01  HoldDays PIC 9(3) VALUE 30.
       01  NsfDays PIC 9(3) VALUE 90.
       01  TodayDate PIC 9(8).
       01  TodaySerial PIC 9(8).
       01  CreditStartDate PIC 9(8).
       01  EntryDate PIC 9(8).
       01  EntrySerial PIC 9(8).
       01  CreditDays PIC S9(5).
       01  ControlAtEnd PIC A.
       01  AlreadyRun PIC A.
       01  CreditAmount PIC 9(5)V99.
       01  SkipReason PIC X(30).
      *Suspense items still unposted : student IDs off ordinary and
      *reversal lines, family numbers off type-F lines.
       01  SuspTable.
           02 SuspEntry OCCURS 300 TIMES.
               03 SU-KIND PIC X.
               03 SU-ID PIC 9(9).
       01  SuspCount PIC 9(3) VALUE 0.
       01  SuspIdx PIC 9(3).
       01  SuspAtEnd PIC A.
       01  NsfTable.
           02 NsfEntry OCCURS 200 TIMES.
               03 NS-IDNO PIC 9(9).
               03 NS-DATE PIC 9(8).
       01  NsfCount PIC 9(3) VALUE 0.
       01  NsfIdx PIC 9(3).
       01  NsfAtEnd PIC A.
       01  NsfSerial PIC 9(8).
       01  FamTable.
           02 FamEntry OCCURS 500 TIMES.
               03 FT-FAMID PIC 9(5).
               03 FT-IDNO PIC 9(9).
       01  FamCount PIC 9(3) VALUE 0.
       01  FamIdx PIC 9(3).
       01  FamAtEnd PIC A.
       01  StudentFamID PIC 9(5).
       01  AddrFound PIC A.
       01  AddrAtEnd PIC A.
       01  HitFound PIC A.
      *One check per payee : a household's refunded members add
      *onto one entry, a student with no household link gets their
      *own. Written to the payables file once the pass is done.
       01  PayeeTable.
           02 PayeeEntry OCCURS 300 TIMES.
               03 PY-KIND PIC X.
               03 PY-ID PIC 9(9).
               03 PY-NAME PIC X(20).
               03 PY-STREET PIC X(20).
               03 PY-CITY PIC X(15).
               03 PY-STATE PIC X(2).
               03 PY-ZIP PIC X(10).
               03 PY-AMOUNT PIC 9(7)V99.
       01  PayeeCount PIC 9(3) VALUE 0.
       01  PayeeIdx PIC 9(3).
       01  PayeeKind PIC X.
       01  PayeeID PIC 9(9).
       01  PayeeFullCount PIC 9(5) VALUE 0.
      *Set when suspense, NSF or family lines outnumber their
      *screening table; a credit screened against half a list could
      *be refunded in error, so the run is refused outright.
       01  TableOverflow PIC A VALUE "N".
       01  OverflowFile PIC X(12).
       01  RefundCount PIC 9(5) VALUE 0.
       01  RefundTotal PIC 9(7)V99 VALUE 0.
       01  HeldCount PIC 9(5) VALUE 0.
       01  HeldTotal PIC 9(7)V99 VALUE 0.
       01  SkippedCount PIC 9(5) VALUE 0.
       01  SkippedTotal PIC 9(7)V99 VALUE 0.
       01  CheckTotal PIC 9(9)V99 VALUE 0.
       01  AmountShow PIC ZZ,ZZ9.99.
       01  TotalShow PIC Z,ZZZ,ZZ9.99.
       01  DaysShow PIC ZZZZ9.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "REFUND".
       01  RptTitle PIC X(40) VALUE "CREDIT BALANCE REFUND REGISTER".
       01  RptLine PIC X(80).
      *The audit files the age scan walks, oldest archive first and
      *the live file last, built once at startup from the archives
      *actually on disk.
       01  AuditPathTable.
           02 AuditPath OCCURS 25 TIMES PIC X(40).
       01  AuditPathCount PIC 9(2) VALUE 0.
       01  PathIdx PIC 9(2).
       01  TotalMonths PIC 9(6).
       01  WorkMonths PIC 9(6).
       01  WorkYear PIC 9(4).
       01  WorkMonth PIC 9(2).
       01  MonthStep PIC 9(2).
       01  ScanYYYYMM PIC 9(6).
       COPY AUDCHAIN.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           COMPUTE TODAYSERIAL = FUNCTION INTEGER-OF-DATE (TODAYDATE).
           PERFORM CheckAlreadyRun.
           IF ALREADYRUN = 'Y'
               DISPLAY "RefundRun : refunds already run for "
                   TODAYDATE " - nothing to do."
               MOVE RC-SUCCESS TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ReadRefundConfig.
           PERFORM BuildAuditPathList.
           PERFORM LoadSuspense.
           PERFORM LoadNsfList.
           PERFORM LoadFamilies.
           IF TABLEOVERFLOW = 'Y'
               DISPLAY "RefundRun : " OVERFLOWFILE " holds more lines "
                   "than the screening table - run refused, no "
                   "refunds posted."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "RefundRun : " MSG-CANT-OPEN STUDENTFILESTATUS
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND AUDITFILE.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT AUDITFILE
           END-IF.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               DISPLAY "RefundRun : " MSG-CANT-OPEN AUDITFILESTATUS
               CLOSE STUDENTFILE
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PAYABLESFILE.
           IF PAYABLESFILESTATUS NOT = FS-SUCCESS
               DISPLAY "RefundRun : " MSG-CANT-OPEN PAYABLESFILESTATUS
               CLOSE STUDENTFILE
               CLOSE AUDITFILE
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  STUDENT ID  NAME                   REFUND" &
               "   DAYS  PAYEE" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STUDENTFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N' AND TUITIONBALANCE < 0
                   PERFORM CheckOneCredit
               END-IF
           END-PERFORM.
           CLOSE STUDENTFILE.
           CLOSE AUDITFILE.
           PERFORM WritePayables.
           CLOSE PAYABLESFILE.
           PERFORM PrintTotals.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM RecordRunDate.
           PERFORM ReleaseSessionLock.
           DISPLAY "Refunds posted : " REFUNDCOUNT
               "  checks : " PAYEECOUNT
               "  skipped : " SKIPPEDCOUNT
               "  in holding : " HELDCOUNT.
           IF PAYEEFULLCOUNT > 0
               DISPLAY "RefundRun : " PAYEEFULLCOUNT " credit(s) not "
                   "refunded - payee table full. Run again tomorrow."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       CheckAlreadyRun.
           MOVE 'N' TO ALREADYRUN.
           MOVE 'N' TO CONTROLATEND.
           OPEN INPUT REFUNDCONTROL.
           IF REFUNDCONTROLSTATUS = FS-SUCCESS
               PERFORM UNTIL CONTROLATEND = 'Y'
                   READ REFUNDCONTROL
                       AT END MOVE 'Y' TO CONTROLATEND
                   END-READ
                   IF CONTROLATEND = 'N' AND RF-DATE = TODAYDATE
                       MOVE 'Y' TO ALREADYRUN
                   END-IF
               END-PERFORM
               CLOSE REFUNDCONTROL
           END-IF.

       RecordRunDate.
           OPEN EXTEND REFUNDCONTROL.
           IF REFUNDCONTROLSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT REFUNDCONTROL
           END-IF.
           IF REFUNDCONTROLSTATUS = FS-SUCCESS
               MOVE TODAYDATE TO RF-DATE
               WRITE REFUNDCONTROLRECORD
               CLOSE REFUNDCONTROL
           ELSE
               DISPLAY "RefundRun : couldn't record the run date "
                   "- guard against a rerun by hand!"
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

       ReadRefundConfig.
           OPEN INPUT REFUNDCONFIG.
           IF REFUNDCONFIGSTATUS = FS-SUCCESS
               READ REFUNDCONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF RC-HOLDDAYS NUMERIC
                           MOVE RC-HOLDDAYS TO HOLDDAYS
                       END-IF
                       IF RC-NSFDAYS NUMERIC AND RC-NSFDAYS > 0
                           MOVE RC-NSFDAYS TO NSFDAYS
                       END-IF
               END-READ
               CLOSE REFUNDCONFIG
           ELSE
               DISPLAY "RefundRun : no refundcfg.txt - using defaults."
           END-IF.

      *One credit balance : aged first, then screened; only a credit
      *past the holding period that clears every screen is refunded.
       CheckOneCredit.
           COMPUTE CREDITAMOUNT = 0 - TUITIONBALANCE.
           PERFORM FindCreditStart.
           IF CREDITSTARTDATE = 0
               MOVE 0 TO CREDITDAYS
           ELSE
               COMPUTE ENTRYSERIAL =
                   FUNCTION INTEGER-OF-DATE (CREDITSTARTDATE)
               COMPUTE CREDITDAYS = TODAYSERIAL - ENTRYSERIAL
           END-IF.
           PERFORM FindStudentFamily.
           MOVE SPACES TO SKIPREASON.
           EVALUATE TRUE
               WHEN CREDITSTARTDATE = 0
                   MOVE "** NO AUDIT HISTORY - NOT AGED" TO SKIPREASON
               WHEN CREDITDAYS < HOLDDAYS
                   ADD 1 TO HELDCOUNT
                   ADD CREDITAMOUNT TO HELDTOTAL
               WHEN OTHER
                   PERFORM ScreenSuspense
                   IF SKIPREASON = SPACES
                       PERFORM ScreenNsf
                   END-IF
                   IF SKIPREASON = SPACES
                       PERFORM FindAddress
                       IF ADDRFOUND = 'N'
                           MOVE "** NO MAILING ADDRESS **"
                               TO SKIPREASON
                       END-IF
                   END-IF
                   IF SKIPREASON = SPACES
                       PERFORM FindPayee
                       IF PAYEEIDX = 0 AND PAYEECOUNT NOT < 300
                           MOVE "** PAYEE TABLE FULL **"
                               TO SKIPREASON
                           ADD 1 TO PAYEEFULLCOUNT
                       END-IF
                   END-IF
                   IF SKIPREASON = SPACES
                       PERFORM PostRefund
                   END-IF
           END-EVALUATE.
           IF SKIPREASON NOT = SPACES
               ADD 1 TO SKIPPEDCOUNT
               ADD CREDITAMOUNT TO SKIPPEDTOTAL
               PERFORM PrintSkipLine
           END-IF.

      *A payment still in suspense may be this very credit's
      *other half - refund it and the repost double-pays the family.
       ScreenSuspense.
           PERFORM VARYING SUSPIDX FROM 1 BY 1
                   UNTIL SUSPIDX > SUSPCOUNT
               IF SU-KIND (SUSPIDX) = 'F'
                   IF STUDENTFAMID NOT = 0
                           AND SU-ID (SUSPIDX) = STUDENTFAMID
                       MOVE "** OPEN SUSPENSE ITEM **" TO SKIPREASON
                   END-IF
               ELSE
                   IF SU-ID (SUSPIDX) = IDNUM
                       MOVE "** OPEN SUSPENSE ITEM **" TO SKIPREASON
                   END-IF
               END-IF
           END-PERFORM.

      *A bounced check inside the window means the credit may not
      *be real money yet.
       ScreenNsf.
           PERFORM VARYING NSFIDX FROM 1 BY 1 UNTIL NSFIDX > NSFCOUNT
               IF NS-IDNO (NSFIDX) = IDNUM
                   COMPUTE NSFSERIAL =
                       FUNCTION INTEGER-OF-DATE (NS-DATE (NSFIDX))
                   IF TODAYSERIAL - NSFSERIAL <= NSFDAYS
                       MOVE "** RECENT NSF ON ACCOUNT **"
                           TO SKIPREASON
                   END-IF
               END-IF
           END-PERFORM.

      *The refund takes the balance back to zero; the REFUND entry
      *carries the credit in its before image, so the statement and
      *the aging scan read it like any other posting.
       PostRefund.
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
           MOVE 0 TO TUITIONBALANCE.
           REWRITE STUDENTDATA
               INVALID KEY
                   MOVE "** REWRITE FAILED - NOT POSTED **"
                       TO SKIPREASON
               NOT INVALID KEY
                   ADD 1 TO REFUNDCOUNT
                   ADD CREDITAMOUNT TO REFUNDTOTAL
                   MOVE "REFUND" TO AA-ACTION
                   MOVE AA-BEFORE TO AA-AFTER
                   MOVE TUITIONBALANCE TO AA-AFT-TUITION
                   PERFORM LogAudit
                   PERFORM AddToPayee
                   PERFORM PrintRefundLine
           END-REWRITE.

      *Household members share one payee entry; the first member
      *refunded supplies the mailing address on the check. The entry
      *is looked up before the balance is touched, so a credit that
      *would need a new entry in a full table is skipped, never
      *zeroed without a check behind it.
       FindPayee.
           IF STUDENTFAMID NOT = 0
               MOVE 'F' TO PAYEEKIND
               MOVE STUDENTFAMID TO PAYEEID
           ELSE
               MOVE 'S' TO PAYEEKIND
               MOVE IDNUM TO PAYEEID
           END-IF.
           MOVE 0 TO PAYEEIDX.
           PERFORM VARYING FAMIDX FROM 1 BY 1
                   UNTIL FAMIDX > PAYEECOUNT
               IF PY-KIND (FAMIDX) = PAYEEKIND
                       AND PY-ID (FAMIDX) = PAYEEID
                   MOVE FAMIDX TO PAYEEIDX
               END-IF
           END-PERFORM.

       AddToPayee.
           IF PAYEEIDX = 0
               ADD 1 TO PAYEECOUNT
               MOVE PAYEECOUNT TO PAYEEIDX
               MOVE PAYEEKIND TO PY-KIND (PAYEEIDX)
               MOVE PAYEEID TO PY-ID (PAYEEIDX)
               MOVE AD-MAILNAME TO PY-NAME (PAYEEIDX)
               MOVE AD-STREET TO PY-STREET (PAYEEIDX)
               MOVE AD-CITY TO PY-CITY (PAYEEIDX)
               MOVE AD-STATE TO PY-STATE (PAYEEIDX)
               MOVE AD-ZIP TO PY-ZIP (PAYEEIDX)
               MOVE 0 TO PY-AMOUNT (PAYEEIDX)
           END-IF.
           ADD CREDITAMOUNT TO PY-AMOUNT (PAYEEIDX).

       WritePayables.
           MOVE SPACES TO PAYABLESHEADER.
           MOVE "H" TO AH-RECTYPE.
           MOVE TODAYDATE TO AH-DATE.
           WRITE PAYABLESHEADER.
           PERFORM WriteOnePayee
               VARYING PAYEEIDX FROM 1 BY 1
               UNTIL PAYEEIDX > PAYEECOUNT.
           MOVE SPACES TO PAYABLESTRAILER.
           MOVE "T" TO AT-RECTYPE.
           MOVE PAYEECOUNT TO AT-COUNT.
           MOVE CHECKTOTAL TO AT-TOTAL.
           WRITE PAYABLESTRAILER.

       WriteOnePayee.
           MOVE SPACES TO PAYABLESDETAIL.
           MOVE "D" TO AP-RECTYPE.
           MOVE PY-KIND (PAYEEIDX) TO AP-PAYEEKIND.
           MOVE PY-ID (PAYEEIDX) TO AP-PAYEEID.
           MOVE PAYEEIDX TO AP-VOUCHER.
           MOVE PY-NAME (PAYEEIDX) TO AP-NAME.
           MOVE PY-STREET (PAYEEIDX) TO AP-STREET.
           MOVE PY-CITY (PAYEEIDX) TO AP-CITY.
           MOVE PY-STATE (PAYEEIDX) TO AP-STATE.
           MOVE PY-ZIP (PAYEEIDX) TO AP-ZIP.
           MOVE PY-AMOUNT (PAYEEIDX) TO AP-AMOUNT.
           ADD PY-AMOUNT (PAYEEIDX) TO CHECKTOTAL.
           WRITE PAYABLESDETAIL.

       PrintRefundLine.
           MOVE CREDITAMOUNT TO AMOUNTSHOW.
           MOVE CREDITDAYS TO DAYSSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               IDNUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DAYSSHOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AD-MAILNAME DELIMITED BY "  "
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintSkipLine.
           MOVE CREDITAMOUNT TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               IDNUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SKIPREASON DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintTotals.
           MOVE "LINE" TO RPTOP.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE REFUNDTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "REFUNDS POSTED   : " DELIMITED BY SIZE
               REFUNDCOUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE CHECKTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "CHECKS TO PAYABLE: " DELIMITED BY SIZE
               PAYEECOUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SKIPPEDTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "NOT REFUNDED     : " DELIMITED BY SIZE
               SKIPPEDCOUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE HELDTOTAL TO TOTALSHOW.
           MOVE HOLDDAYS TO DAYSSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "IN HOLDING PERIOD: " DELIMITED BY SIZE
               HELDCOUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               "  (UNDER" DELIMITED BY SIZE
               DAYSSHOW DELIMITED BY SIZE
               " DAYS)" DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *The student's household number off the links, zero when the
      *student is not linked to a family.
       FindStudentFamily.
           MOVE 0 TO STUDENTFAMID.
           PERFORM VARYING FAMIDX FROM 1 BY 1 UNTIL FAMIDX > FAMCOUNT
               IF FT-IDNO (FAMIDX) = IDNUM AND STUDENTFAMID = 0
                   MOVE FT-FAMID (FAMIDX) TO STUDENTFAMID
               END-IF
           END-PERFORM.

      *Leaves the student's address line in the record area when one
      *is on file.
       FindAddress.
           MOVE 'N' TO ADDRFOUND.
           MOVE 'N' TO ADDRATEND.
           OPEN INPUT ADDRESSFILE.
           IF ADDRESSFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ADDRATEND = 'Y'
                   READ ADDRESSFILE
                       AT END MOVE 'Y' TO ADDRATEND
                   END-READ
                   IF ADDRATEND = 'N' AND AD-IDNUM = IDNUM
                       MOVE 'Y' TO ADDRFOUND
                       MOVE 'Y' TO ADDRATEND
                   END-IF
               END-PERFORM
               CLOSE ADDRESSFILE
           END-IF.

      *No suspense file just means nothing is waiting to post.
       LoadSuspense.
           MOVE 'N' TO SUSPATEND.
           OPEN INPUT SUSPENSEFILE.
           IF SUSPENSEFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SUSPATEND = 'Y'
                   READ SUSPENSEFILE
                       AT END MOVE 'Y' TO SUSPATEND
                   END-READ
                   IF SUSPATEND = 'N' AND SUSPCOUNT NOT < 300
                       MOVE 'Y' TO TABLEOVERFLOW
                       MOVE "suspense.txt" TO OVERFLOWFILE
                       MOVE 'Y' TO SUSPATEND
                   END-IF
                   IF SUSPATEND = 'N'
                       ADD 1 TO SUSPCOUNT
                       IF PM-FAMILY-PAY
                           MOVE 'F' TO SU-KIND (SUSPCOUNT)
                       ELSE
                           MOVE 'S' TO SU-KIND (SUSPCOUNT)
                       END-IF
                       MOVE PM-IDNUM TO SU-ID (SUSPCOUNT)
                   END-IF
               END-PERFORM
               CLOSE SUSPENSEFILE
           END-IF.

       LoadNsfList.
           MOVE 'N' TO NSFATEND.
           OPEN INPUT NSFLOG.
           IF NSFLOGSTATUS = FS-SUCCESS
               PERFORM UNTIL NSFATEND = 'Y'
                   READ NSFLOG
                       AT END MOVE 'Y' TO NSFATEND
                   END-READ
                   IF NSFATEND = 'N' AND NSFCOUNT NOT < 200
                           AND NL-DATE NUMERIC AND NL-DATE > 0
                       MOVE 'Y' TO TABLEOVERFLOW
                       MOVE "nsflog.txt" TO OVERFLOWFILE
                       MOVE 'Y' TO NSFATEND
                   END-IF
                   IF NSFATEND = 'N'
                           AND NL-DATE NUMERIC AND NL-DATE > 0
                       ADD 1 TO NSFCOUNT
                       MOVE NL-IDNUM TO NS-IDNO (NSFCOUNT)
                       MOVE NL-DATE TO NS-DATE (NSFCOUNT)
                   END-IF
               END-PERFORM
               CLOSE NSFLOG
           END-IF.

      *No family file just means every refund goes to the student's
      *own address.
       LoadFamilies.
           MOVE 'N' TO FAMATEND.
           OPEN INPUT FAMILYFILE.
           IF FAMILYFILESTATUS = FS-SUCCESS
               PERFORM UNTIL FAMATEND = 'Y'
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
                   END-IF
               END-PERFORM
               CLOSE FAMILYFILE
           END-IF.

      *The archives that exist, oldest first, then the live file -
      *the same chronological order the entries were written in.
       BuildAuditPathList.
           DIVIDE TODAYDATE BY 10000 GIVING WORKYEAR
               REMAINDER WORKMONTHS.
           DIVIDE WORKMONTHS BY 100 GIVING WORKMONTH.
           COMPUTE TOTALMONTHS = WORKYEAR * 12 + WORKMONTH.
           PERFORM VARYING MONTHSTEP FROM 24 BY -1
                   UNTIL MONTHSTEP < 1
               COMPUTE WORKMONTHS = TOTALMONTHS - MONTHSTEP
               COMPUTE WORKYEAR = (WORKMONTHS - 1) / 12
               COMPUTE WORKMONTH = WORKMONTHS - WORKYEAR * 12
               COMPUTE SCANYYYYMM = WORKYEAR * 100 + WORKMONTH
               MOVE SPACES TO AUDITFILEPATH
               STRING "audit" SCANYYYYMM ".txt"
                   DELIMITED BY SIZE INTO AUDITFILEPATH
               OPEN INPUT AUDITSCAN
               IF AUDITSCANSTATUS = FS-SUCCESS
                   CLOSE AUDITSCAN
                   ADD 1 TO AUDITPATHCOUNT
                   MOVE AUDITFILEPATH
                       TO AUDITPATH (AUDITPATHCOUNT)
               END-IF
           END-PERFORM.
           ADD 1 TO AUDITPATHCOUNT.
           MOVE "audit.txt" TO AUDITPATH (AUDITPATHCOUNT).

      *The credit clock starts at the most recent audit entry where
      *the tuition image crossed from zero or owing into credit; a
      *credit older than the trail ages from the earliest entry.
       FindCreditStart.
           MOVE 0 TO CREDITSTARTDATE.
           PERFORM ScanOneAuditFile
               VARYING PATHIDX FROM 1 BY 1
               UNTIL PATHIDX > AUDITPATHCOUNT.

       ScanOneAuditFile.
           MOVE AUDITPATH (PATHIDX) TO AUDITFILEPATH.
           MOVE 'N' TO AUDITSCANATEND.
           OPEN INPUT AUDITSCAN.
           IF AUDITSCANSTATUS = FS-SUCCESS
               PERFORM UNTIL AUDITSCANATEND = 'Y'
                   READ AUDITSCAN
                       AT END MOVE 'Y' TO AUDITSCANATEND
                   END-READ
                   IF AUDITSCANATEND = 'N' AND AS-IDNUM = IDNUM
                       MOVE AS-TIMESTAMP (1:8) TO ENTRYDATE
                       IF CREDITSTARTDATE = 0
                           MOVE ENTRYDATE TO CREDITSTARTDATE
                       END-IF
                       IF AS-BEFORE NOT = SPACES
                               AND AS-AFTER NOT = SPACES
                               AND AS-BEF-TUITION >= 0
                               AND AS-AFT-TUITION < 0
                           MOVE ENTRYDATE TO CREDITSTARTDATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDITSCAN
           END-IF.

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
                   DISPLAY "RefundRun : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "RefundRun : student records "
                                   "in use by " SL-OPERID " since "
                                   SL-TIMESTAMP " - refunds refused."
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
               DISPLAY "RefundRun : " MSG-CANT-OPEN SESSIONLOCKSTATUS
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
