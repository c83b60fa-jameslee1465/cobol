       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteOff.
      *Bad-debt write-off and collections referral: takes the old
      *positive balances of students who have left - Withdrawn or
      *Graduated, never Active - off the receivable, so they stop
      *sitting in the aging run's 90+ bucket and stop drawing holds
      *on people the school will never see again.
      *A balance qualifies when it has been owing longer than the
      *configured age, aged from the audit trail the same way the
      *aging run does (the clock starts at the most recent entry
      *where the tuition image went from paid-up to owing; a
      *balance owing since before the trail ages from the
      *student's earliest entry), reading the archived
      *auditYYYYMM.txt months and then the live file.
      *Only an enabled supervisor may run it. The qualifying
      *balances are listed first and the supervisor approves them
      *all or one at a time; nothing is touched until then. Each
      *approved balance is zeroed under its own WRTOFF audit action
      *- kept apart from payments and aid - logged to wrtoff.txt
      *(see WRTOFF.cpy) with the approving supervisor, printed on
      *the write-off register, and referred to the collections
      *agency. A balance that changed between the listing and the
      *posting is left alone and flagged on the register.
      *PayPost reads the write-off log : money the agency later
      *sends for one of these students posts as a recovery.
      *Referral file (collrefYYYYMMDD.txt by referral date, line
      *sequential), one H-D-T group per run. A second run on the
      *same day adds its own group after the first, so a referral
      *the agency has not yet collected is never overwritten :
      *  header   H + referral date 9(8)
      *  detail   D, student ID 9(9), LNAME X(10), FNAME X(10),
      *           status X, owing since 9(8), guardian name X(20),
      *           relation X(10), phone X(12), mail name X(20),
      *           street X(20), city X(15), state X(2), ZIP X(10),
      *           amount 9(5)V99
      *  trailer  T + referral count 9(5) + total 9(7)V99
      *The age in days comes from wocfg.txt (one line, 9(3));
      *180 when the file is absent.
      *Holds the shared session lock while posting.
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
           SELECT AuditScan ASSIGN TO DYNAMIC AuditFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditScanStatus.
           SELECT CheckpointFile ASSIGN TO "checkpnt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT WriteOffConfig ASSIGN TO "wocfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffConfigStatus.
           SELECT WriteOffLog ASSIGN TO "wrtoff.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffLogStatus.
           SELECT ReferralFile ASSIGN TO DYNAMIC ReferralFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReferralFileStatus.
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.
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
      *audit file stays open for the WRTOFF entries being written.
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

       FD OperatorFile.
       COPY OPERREC.

       FD WriteOffConfig.
       01  WriteOffConfigRecord.
           02 WC-AGEDAYS PIC 9(3).

       FD WriteOffLog.
       COPY WRTOFF.

       FD ReferralFile.
       01  ReferralDetail.
           02 CR-RECTYPE PIC X.
           02 CR-IDNUM PIC 9(9).
           02 CR-LNAME PIC X(10).
           02 CR-FNAME PIC X(10).
           02 CR-STATUS PIC X.
           02 CR-SINCE PIC 9(8).
           02 CR-GUARDIAN PIC X(20).
           02 CR-RELATION PIC X(10).
           02 CR-PHONE PIC X(12).
           02 CR-MAILNAME PIC X(20).
           02 CR-STREET PIC X(20).
           02 CR-CITY PIC X(15).
           02 CR-STATE PIC X(2).
           02 CR-ZIP PIC X(10).
           02 CR-AMOUNT PIC 9(5)V99.
       01  ReferralHeader.
           02 RH-RECTYPE PIC X.
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(146).
       01  ReferralTrailer.
           02 RT-RECTYPE PIC X.
           02 RT-COUNT PIC 9(5).
           02 RT-TOTAL PIC 9(7)V99.
           02 FILLER PIC X(140).

       FD ContactFile.
       COPY CONTACT.

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
       01  OperatorFileStatus PIC XX.
       01  WriteOffConfigStatus PIC XX.
       01  WriteOffLogStatus PIC XX.
       01  ReferralFileStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  AddressFileStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "WRITEOFF".
       01  OperRole PIC X VALUE "C".
           88 SupervisorRole VALUE "S".
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  AgeDays PIC 9(3) VALUE 180.
       01  TodayDate PIC 9(8).
       01  TodaySerial PIC 9(8).
       01  AgeStartDate PIC 9(8).
       01  EntryDate PIC 9(8).
       01  EntrySerial PIC 9(8).
       01  OwingDays PIC S9(5).
      *The qualifying balances as listed to the supervisor.
       01  CandTable.
           02 CandEntry OCCURS 500 TIMES.
               03 CD-IDNO PIC 9(9).
               03 CD-FNAME PIC X(10).
               03 CD-LNAME PIC X(10).
               03 CD-STATUS PIC X.
               03 CD-BALANCE PIC S9(5)V99.
               03 CD-SINCE PIC 9(8).
               03 CD-DAYS PIC 9(5).
               03 CD-APPROVED PIC X.
       01  CandCount PIC 9(3) VALUE 0.
       01  CandIdx PIC 9(3).
       01  ApprovedCount PIC 9(3) VALUE 0.
       01  ApproveMode PIC X.
       01  ApproveOne PIC X.
       01  WrittenCount PIC 9(5) VALUE 0.
       01  WrittenTotal PIC 9(7)V99 VALUE 0.
       01  ChangedCount PIC 9(5) VALUE 0.
       01  WriteAmount PIC 9(5)V99.
       01  ContactFound PIC A.
       01  AddrFound PIC A.
       01  ScanAtEnd PIC A.
       01  AmountShow PIC ZZ,ZZ9.99.
       01  TotalShow PIC Z,ZZZ,ZZ9.99.
       01  DaysShow PIC ZZZZ9.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "WRTOFF".
       01  RptTitle PIC X(40) VALUE "BAD DEBT WRITE-OFF REGISTER".
       01  RptLine PIC X(80).
      *The audit files the age scan walks, oldest archive first and
      *the live file last.
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
       01  ReferralFilePath PIC X(40).
       01  AuditFilePath PIC X(40).

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           DISPLAY "-- Bad Debt Write-Off --".
           PERFORM TryOneLogin
               UNTIL LOGINSUCCESS OR ATTEMPTCOUNT >= 3.
           IF NOT LOGINSUCCESS
               STOP RUN
           END-IF.
           IF NOT SUPERVISORROLE
               DISPLAY "Write-offs need supervisor approval - "
                   "signed off."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           COMPUTE TODAYSERIAL = FUNCTION INTEGER-OF-DATE (TODAYDATE).
           PERFORM ReadWriteOffConfig.
           PERFORM BuildAuditPathList.
           PERFORM SelectCandidates.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CANDCOUNT = 0
               DISPLAY "No balances qualify for write-off."
               STOP RUN
           END-IF.
           PERFORM ListCandidates.
           PERFORM ApproveCandidates.
           IF APPROVEDCOUNT = 0
               DISPLAY "Nothing approved - no changes made."
               STOP RUN
           END-IF.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PostWriteOffs.
           PERFORM ReleaseSessionLock.
           DISPLAY "Balances written off : " WRITTENCOUNT
               "  referred to collections in " REFERRALFILEPATH.
           IF CHANGEDCOUNT > 0
               DISPLAY CHANGEDCOUNT " balance(s) changed since the "
                   "listing - not written off."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           STOP RUN.

       TryOneLogin.
           DISPLAY " ".
           DISPLAY "Supervisor ID : " WITH NO ADVANCING.
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

       ReadWriteOffConfig.
           OPEN INPUT WRITEOFFCONFIG.
           IF WRITEOFFCONFIGSTATUS = FS-SUCCESS
               READ WRITEOFFCONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF WC-AGEDAYS NUMERIC AND WC-AGEDAYS > 0
                           MOVE WC-AGEDAYS TO AGEDAYS
                       END-IF
               END-READ
               CLOSE WRITEOFFCONFIG
           ELSE
               DISPLAY "WriteOff : no wocfg.txt - using defaults."
           END-IF.

      *Withdrawn and graduated students still owing, aged past the
      *configured days.
       SelectCandidates.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "WriteOff : " MSG-CANT-OPEN STUDENTFILESTATUS
           ELSE
               MOVE 'N' TO ATENDFLAG
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STUDENTFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND NOT ACTIVE
                           AND TUITIONBALANCE > 0
                       PERFORM CheckOneCandidate
                   END-IF
               END-PERFORM
               CLOSE STUDENTFILE
           END-IF.

       CheckOneCandidate.
           PERFORM FindAgeStart.
           IF AGESTARTDATE > 0
               COMPUTE ENTRYSERIAL =
                   FUNCTION INTEGER-OF-DATE (AGESTARTDATE)
               COMPUTE OWINGDAYS = TODAYSERIAL - ENTRYSERIAL
               IF OWINGDAYS >= AGEDAYS AND CANDCOUNT < 500
                   ADD 1 TO CANDCOUNT
                   MOVE IDNUM TO CD-IDNO (CANDCOUNT)
                   MOVE FNAME TO CD-FNAME (CANDCOUNT)
                   MOVE LNAME TO CD-LNAME (CANDCOUNT)
                   MOVE ENROLLSTATUS TO CD-STATUS (CANDCOUNT)
                   MOVE TUITIONBALANCE TO CD-BALANCE (CANDCOUNT)
                   MOVE AGESTARTDATE TO CD-SINCE (CANDCOUNT)
                   MOVE OWINGDAYS TO CD-DAYS (CANDCOUNT)
                   MOVE 'N' TO CD-APPROVED (CANDCOUNT)
               END-IF
           END-IF.

       ListCandidates.
           DISPLAY " ".
           DISPLAY "  #   STUDENT ID NAME                  ST "
               "  BALANCE   DAYS".
           PERFORM ListOneCandidate
               VARYING CANDIDX FROM 1 BY 1 UNTIL CANDIDX > CANDCOUNT.
           DISPLAY CANDCOUNT " balance(s) owing more than " AGEDAYS
               " days.".

       ListOneCandidate.
           MOVE CD-BALANCE (CANDIDX) TO AMOUNTSHOW.
           MOVE CD-DAYS (CANDIDX) TO DAYSSHOW.
           DISPLAY "  " CANDIDX " " CD-IDNO (CANDIDX) " "
               CD-FNAME (CANDIDX) " " CD-LNAME (CANDIDX) " "
               CD-STATUS (CANDIDX) " " AMOUNTSHOW " " DAYSSHOW.

       ApproveCandidates.
           DISPLAY " ".
           DISPLAY "Approve : A = all listed, P = one at a time, "
               "N = none : " WITH NO ADVANCING.
           ACCEPT APPROVEMODE.
           EVALUATE APPROVEMODE
               WHEN 'A' WHEN 'a'
                   PERFORM VARYING CANDIDX FROM 1 BY 1
                           UNTIL CANDIDX > CANDCOUNT
                       MOVE 'Y' TO CD-APPROVED (CANDIDX)
                   END-PERFORM
                   MOVE CANDCOUNT TO APPROVEDCOUNT
               WHEN 'P' WHEN 'p'
                   PERFORM ApproveOneCandidate
                       VARYING CANDIDX FROM 1 BY 1
                       UNTIL CANDIDX > CANDCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ApproveOneCandidate.
           MOVE CD-BALANCE (CANDIDX) TO AMOUNTSHOW.
           DISPLAY "Write off " CD-IDNO (CANDIDX) " "
               CD-FNAME (CANDIDX) " " CD-LNAME (CANDIDX) " "
               AMOUNTSHOW " ? (Y/N) : " WITH NO ADVANCING.
           ACCEPT APPROVEONE.
           IF APPROVEONE = 'Y' OR APPROVEONE = 'y'
               MOVE 'Y' TO CD-APPROVED (CANDIDX)
               ADD 1 TO APPROVEDCOUNT
           END-IF.

       PostWriteOffs.
           OPEN I-O STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "WriteOff : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM ReleaseSessionLock
               STOP RUN
           END-IF.
           OPEN EXTEND AUDITFILE.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT AUDITFILE
           END-IF.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               DISPLAY "WriteOff : " MSG-CANT-OPEN AUDITFILESTATUS
               CLOSE STUDENTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM ReleaseSessionLock
               STOP RUN
           END-IF.
           OPEN EXTEND WRITEOFFLOG.
           IF WRITEOFFLOGSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT WRITEOFFLOG
           END-IF.
           MOVE SPACES TO REFERRALFILEPATH.
           STRING "collref" TODAYDATE ".txt"
               DELIMITED BY SIZE INTO REFERRALFILEPATH.
           OPEN EXTEND REFERRALFILE.
           IF REFERRALFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT REFERRALFILE
           END-IF.
           IF WRITEOFFLOGSTATUS NOT = FS-SUCCESS
                   OR REFERRALFILESTATUS NOT = FS-SUCCESS
               DISPLAY "WriteOff : " MSG-CANT-OPEN WRITEOFFLOGSTATUS
                   " " REFERRALFILESTATUS
               CLOSE STUDENTFILE
               CLOSE AUDITFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM ReleaseSessionLock
               STOP RUN
           END-IF.
           MOVE SPACES TO REFERRALHEADER.
           MOVE "H" TO RH-RECTYPE.
           MOVE TODAYDATE TO RH-DATE.
           WRITE REFERRALHEADER.
           MOVE "OPER" TO RPTOP.
           MOVE OPERID TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  STUDENT ID  NAME                  ST    AMOUNT"
               & "  OWING SINCE" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PostOneWriteOff
               VARYING CANDIDX FROM 1 BY 1 UNTIL CANDIDX > CANDCOUNT.
           MOVE SPACES TO REFERRALTRAILER.
           MOVE "T" TO RT-RECTYPE.
           MOVE WRITTENCOUNT TO RT-COUNT.
           MOVE WRITTENTOTAL TO RT-TOTAL.
           WRITE REFERRALTRAILER.
           PERFORM PrintTotals.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE STUDENTFILE.
           CLOSE AUDITFILE.
           CLOSE WRITEOFFLOG.
           CLOSE REFERRALFILE.

      *The balance is re-read under the lock; one that moved since
      *the supervisor saw it is not what was approved.
       PostOneWriteOff.
           IF CD-APPROVED (CANDIDX) = 'Y'
               MOVE CD-IDNO (CANDIDX) TO IDNUM
               READ STUDENTFILE
                   INVALID KEY
                       ADD 1 TO CHANGEDCOUNT
                       MOVE "** NO LONGER ON FILE **" TO RPTLINE
                       PERFORM PrintFlaggedLine
                   NOT INVALID KEY
                       IF TUITIONBALANCE NOT = CD-BALANCE (CANDIDX)
                           ADD 1 TO CHANGEDCOUNT
                           MOVE "** BALANCE CHANGED - NOT WRITTEN "
                               & "OFF **" TO RPTLINE
                           PERFORM PrintFlaggedLine
                       ELSE
                           PERFORM ApplyWriteOff
                       END-IF
               END-READ
           END-IF.

       ApplyWriteOff.
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
           MOVE TUITIONBALANCE TO WRITEAMOUNT.
           MOVE 0 TO TUITIONBALANCE.
           REWRITE STUDENTDATA
               INVALID KEY
                   ADD 1 TO CHANGEDCOUNT
                   MOVE "** REWRITE FAILED - NOT WRITTEN OFF **"
                       TO RPTLINE
                   PERFORM PrintFlaggedLine
               NOT INVALID KEY
                   ADD 1 TO WRITTENCOUNT
                   ADD WRITEAMOUNT TO WRITTENTOTAL
                   MOVE "WRTOFF" TO AA-ACTION
                   MOVE AA-BEFORE TO AA-AFTER
                   MOVE TUITIONBALANCE TO AA-AFT-TUITION
                   PERFORM LogAudit
                   MOVE IDNUM TO WO-IDNUM
                   MOVE TODAYDATE TO WO-DATE
                   MOVE WRITEAMOUNT TO WO-AMOUNT
                   MOVE 0 TO WO-RECOVERED
                   MOVE OPERID TO WO-OPERID
                   WRITE WRITEOFFRECORD
                   PERFORM WriteReferral
                   PERFORM PrintWriteOffLine
           END-REWRITE.

      *Guardian from the student's first contact line and the last
      *known address from ADDRREC; either may be blank on the
      *referral when nothing is on file.
       WriteReferral.
           MOVE SPACES TO REFERRALDETAIL.
           MOVE "D" TO CR-RECTYPE.
           MOVE IDNUM TO CR-IDNUM.
           MOVE LNAME TO CR-LNAME.
           MOVE FNAME TO CR-FNAME.
           MOVE ENROLLSTATUS TO CR-STATUS.
           MOVE CD-SINCE (CANDIDX) TO CR-SINCE.
           MOVE WRITEAMOUNT TO CR-AMOUNT.
           MOVE 'N' TO CONTACTFOUND.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND CT-IDNUM = IDNUM
                       MOVE CT-NAME TO CR-GUARDIAN
                       MOVE CT-RELATION TO CR-RELATION
                       MOVE CT-PHONE TO CR-PHONE
                       MOVE 'Y' TO SCANATEND
                   END-IF
               END-PERFORM
               CLOSE CONTACTFILE
           END-IF.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT ADDRESSFILE.
           IF ADDRESSFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ ADDRESSFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND AD-IDNUM = IDNUM
                       MOVE AD-MAILNAME TO CR-MAILNAME
                       MOVE AD-STREET TO CR-STREET
                       MOVE AD-CITY TO CR-CITY
                       MOVE AD-STATE TO CR-STATE
                       MOVE AD-ZIP TO CR-ZIP
                       MOVE 'Y' TO SCANATEND
                   END-IF
               END-PERFORM
               CLOSE ADDRESSFILE
           END-IF.
           WRITE REFERRALDETAIL.

       PrintWriteOffLine.
           MOVE WRITEAMOUNT TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               IDNUM DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ENROLLSTATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CD-SINCE (CANDIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *RPTLINE carries the flag text in; the student goes in front.
       PrintFlaggedLine.
           MOVE RPTLINE (1:40) TO RPTLINE (41:40).
           MOVE SPACES TO RPTLINE (1:40).
           MOVE CD-IDNO (CANDIDX) TO RPTLINE (3:9).
           MOVE CD-LNAME (CANDIDX) TO RPTLINE (14:10).
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintTotals.
           MOVE "LINE" TO RPTOP.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE WRITTENTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "WRITTEN OFF : " DELIMITED BY SIZE
               WRITTENCOUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "APPROVED BY : " DELIMITED BY SIZE
               OPERID DELIMITED BY SIZE
               "  ON " DELIMITED BY SIZE
               TODAYDATE DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *The archives that exist, oldest first, then the live file.
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

      *The owing clock starts at the most recent entry where the
      *tuition image went from paid-up to owing.
       FindAgeStart.
           MOVE 0 TO AGESTARTDATE.
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
                       IF AGESTARTDATE = 0
                           MOVE ENTRYDATE TO AGESTARTDATE
                       END-IF
                       IF AS-BEFORE NOT = SPACES
                               AND AS-AFTER NOT = SPACES
                               AND AS-BEF-TUITION <= 0
                               AND AS-AFT-TUITION > 0
                           MOVE ENTRYDATE TO AGESTARTDATE
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
                   DISPLAY "WriteOff : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "WriteOff : student records "
                                   "in use by " SL-OPERID " since "
                                   SL-TIMESTAMP " - write-off refused."
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
               DISPLAY "WriteOff : " MSG-CANT-OPEN SESSIONLOCKSTATUS
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
