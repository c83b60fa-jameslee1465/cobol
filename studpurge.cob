       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudPurge.
      *Purge of long-gone students to the permanent-record archive:
      *every student Graduated or Withdrawn for longer than the
      *retention period is moved out of the indexed StudentFile, so
      *the sequential passes (StudRpt, ScorStat, IDCards, AgeRecalc,
      *the nightly export and backup) stop reading years of people
      *who will never change again.
      *The leaving date is the student's last status-history change
      *to the status they now hold; a Graduated or Withdrawn student
      *with no such line has no known leaving date and is kept.
      *Retention is asked for in whole years (seven when left
      *blank) and counted back from today.
      *What one run does for each student moved :
      *  - writes the permanent record to permarch.txt (PERMARCH) -
      *    the STUDREC image, every termhist.txt term, and the name
      *    and status history - everything a transcript or a records
      *    packet needs;
      *  - deletes the StudentFile record with a DELETE audit entry
      *    and checkpoint, as a delete in the student-records session
      *    would, so reconciliation and roll-forward recovery agree;
      *  - leaves archive markers in archidx.txt (ARCHIDX) under the
      *    ID, the name the student left with, and every former name,
      *    so lookups through ArchLook report "archived", not "not
      *    found";
      *  - moves the student's lines in the current satellite files
      *    (contacts, address, household, section, immunizations,
      *    meals, nutrition, plan, holds, bus, accommodations,
      *    cafeteria account, counselor, course requests, teams,
      *    waitlist, medication orders, roster, conference
      *    bookings) into permarch.txt and out of the live files,
      *    so nothing is left keyed to an ID StudentFile no longer
      *    has;
      *  - lists the student on the PURGEREG register.
      *The live term, name and status history files keep their lines
      *- they are history, and other reports read them.
      *A student who still owes or is owed money - a tuition
      *balance, a cafeteria account balance - or still has library
      *items out is kept, and listed on the register as balance
      *outstanding : purging would take a receivable off the books
      *with no write-off or refund behind it.
      *Supervised : only a supervisor-role operator may run it, the
      *count of students to move is shown first and the supervisor
      *must type PURGE to go on, and the session lock is held while
      *StudentFile is written.
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
               ALTERNATE RECORD KEY IS LNAME WITH DUPLICATES
               FILE STATUS IS StudentFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT AuditFile ASSIGN TO "audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT CheckpointFile ASSIGN TO "checkpnt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.
           SELECT StatHistFile ASSIGN TO "stathist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatHistStatus.
           SELECT TermHistFile ASSIGN TO "termhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermHistStatus.
           SELECT NameHistFile ASSIGN TO "namehist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NameHistStatus.
           SELECT PermArchFile ASSIGN TO "permarch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PermArchStatus.
           SELECT ArchIdxFile ASSIGN TO "archidx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchIdxStatus.
           SELECT CafeAcctFile ASSIGN TO "cafeacct.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CafeAcctStatus.
           SELECT CircFile ASSIGN TO "circlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CircFileStatus.
           SELECT SweepIn ASSIGN TO DYNAMIC SweepPath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SweepInStatus.
           SELECT SweepWork ASSIGN TO "studpurge.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SweepWorkStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD AuditFile.
       COPY AUDITREC.

       FD CheckpointFile.
       COPY CHKPTREC.

       FD SessionLock.
       COPY SESSLOCK.

       FD StatHistFile.
       COPY STATHIST.

       FD TermHistFile.
       COPY TERMHIST.

       FD NameHistFile.
       COPY NAMEHIST.

       FD PermArchFile.
       COPY PERMARCH.

       FD ArchIdxFile.
       COPY ARCHIDX.

       FD CafeAcctFile.
       COPY CAFEACCT.

       FD CircFile.
       COPY CIRCLOG.

       FD SweepIn.
       01  SweepInRecord PIC X(112).

       FD SweepWork.
       01  SweepWorkRecord PIC X(112).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  CheckpointStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  StatHistStatus PIC XX.
       01  TermHistStatus PIC XX.
       01  NameHistStatus PIC XX.
       01  PermArchStatus PIC XX.
       01  ArchIdxStatus PIC XX.
       01  CafeAcctStatus PIC XX.
       01  CircFileStatus PIC XX.
       01  SweepInStatus PIC XX.
       01  SweepWorkStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "SYSTEM".
       01  OperRole PIC X VALUE "C".
           88 InquiryRole VALUE "I".
           88 SupervisorRole VALUE "S".
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  Today PIC 9(8).
       01  RetainText PIC X(2).
       01  RetainYears PIC 9(2).
       01  CutoffDate PIC 9(8).
       01  ConfirmWord PIC X(10).
      *Graduated and Withdrawn students, with their leaving dates.
       01  PurgeTable.
           02 PurgeEntry OCCURS 5000 TIMES.
               03 PU-IDNUM PIC 9(9).
               03 PU-FNAME PIC A(10).
               03 PU-LNAME PIC A(10).
               03 PU-STATUS PIC X.
               03 PU-LEFTDATE PIC 9(8).
               03 PU-MOVE PIC X.
                   88 PU-TO-MOVE VALUE "Y".
               03 PU-TERMS PIC 9(3).
               03 PU-HISTLINES PIC 9(3).
               03 PU-CURLINES PIC 9(3).
      *Why a student who has otherwise left long enough is kept :
      *T tuition balance, C cafeteria balance, L library items out.
               03 PU-HOLD PIC X.
                   88 PU-NO-HOLD VALUE SPACE.
       01  PurgeCount PIC 9(4) VALUE 0.
       01  PurgeIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  SearchID PIC 9(9).
       01  GoneCount PIC 9(5) VALUE 0.
       01  NoDateCount PIC 9(5) VALUE 0.
       01  WithinCount PIC 9(5) VALUE 0.
       01  EligibleCount PIC 9(5) VALUE 0.
       01  MovedCount PIC 9(5) VALUE 0.
       01  FailedCount PIC 9(5) VALUE 0.
       01  ArchLineCount PIC 9(7) VALUE 0.
       01  CurrentLineCount PIC 9(7) VALUE 0.
       01  BalanceCount PIC 9(5) VALUE 0.
       01  HoldText PIC X(30).
      *Each library copy's latest standing, replayed from the
      *circulation log : O means the student in LB-IDNUM still has
      *it.
       01  LibHoldTable.
           02 LibHoldEntry OCCURS 5000 TIMES.
               03 LB-BARCODE PIC X(12).
               03 LB-ACTION PIC X.
               03 LB-IDNUM PIC 9(9).
       01  LibHoldCount PIC 9(4) VALUE 0.
       01  LibHoldIdx PIC 9(4).
       01  LibFoundIdx PIC 9(4).
       01  LibTableFull PIC A VALUE "N".
      *The current file being swept into the archive : where the
      *student ID sits on its lines, and for the cafeteria file the
      *byte that marks a student's own account.
       01  SweepPath PIC X(40).
       01  SweepOffset PIC 9(2).
       01  SweepFltPos PIC 9(3).
       01  SweepFltValue PIC X.
       01  SweptLines PIC 9(5).
       01  SweepThisLine PIC A.
       01  TableFull PIC A VALUE "N".
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "PURGEREG".
       01  RptTitle PIC X(40)
               VALUE "PERMANENT-RECORD ARCHIVE PURGE REGISTER".
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
           DISPLAY "-- Purge to Permanent-Record Archive --".
           PERFORM Login.
           IF NOT LOGINSUCCESS
               DISPLAY "Login failed."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT SUPERVISORROLE
               DISPLAY "The archive purge needs a supervisor."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY.
           DISPLAY "Retention period in years (blank = 7) : "
               WITH NO ADVANCING.
           ACCEPT RETAINTEXT.
           IF RETAINTEXT = SPACES
               MOVE 7 TO RETAINYEARS
           ELSE
               COMPUTE RETAINYEARS = FUNCTION NUMVAL (RETAINTEXT)
           END-IF.
           IF RETAINYEARS = 0
               DISPLAY "Retention must be at least one year."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE CUTOFFDATE = TODAY - RETAINYEARS * 10000.
           PERFORM LoadGoneStudents.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ApplyLeavingDates.
           PERFORM FindCafeBalances.
           PERFORM LoadLibraryHolds.
           IF LIBTABLEFULL = 'Y'
               DISPLAY "StudPurge : circlog.txt has more than 5000 "
                   "copies - items out can't be checked, nothing "
                   "moved."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FindLibraryHolds
               VARYING LIBHOLDIDX FROM 1 BY 1
               UNTIL LIBHOLDIDX > LIBHOLDCOUNT.
           PERFORM MarkEligible
               VARYING PURGEIDX FROM 1 BY 1
               UNTIL PURGEIDX > PURGECOUNT.
           DISPLAY "Graduated / withdrawn on file : " GONECOUNT.
           DISPLAY "Left on or before " CUTOFFDATE " : "
               ELIGIBLECOUNT.
           DISPLAY "Left more recently (kept)     : " WITHINCOUNT.
           DISPLAY "No leaving date (kept)        : " NODATECOUNT.
           DISPLAY "Balance outstanding (kept)    : " BALANCECOUNT.
           IF TABLEFULL = 'Y'
               DISPLAY "More than 5000 gone students - run the "
                   "purge again for the rest."
           END-IF.
           IF ELIGIBLECOUNT = 0
               DISPLAY "Nothing to archive."
               IF BALANCECOUNT > 0
                   PERFORM PrintRegister
               END-IF
               STOP RUN
           END-IF.
           DISPLAY "Type PURGE to move " ELIGIBLECOUNT
               " student(s) to the archive : " WITH NO ADVANCING.
           ACCEPT CONFIRMWORD.
           IF CONFIRMWORD NOT = "PURGE"
               DISPLAY "Purge cancelled."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OpenArchiveFiles.
           IF RETURN-CODE NOT = RC-SUCCESS
               PERFORM ReleaseSessionLock
               STOP RUN
           END-IF.
           PERFORM ArchiveOneStudent
               VARYING PURGEIDX FROM 1 BY 1
               UNTIL PURGEIDX > PURGECOUNT.
           CLOSE STUDENTFILE.
           CLOSE AUDITFILE.
           PERFORM ArchiveTermHistory.
           PERFORM ArchiveNameHistory.
           PERFORM ArchiveStatusHistory.
           PERFORM ArchiveCurrentFiles.
           CLOSE PERMARCHFILE.
           CLOSE ARCHIDXFILE.
           PERFORM ReleaseSessionLock.
           PERFORM PrintRegister.
           DISPLAY "Moved to the archive : " MOVEDCOUNT
               "  not moved : " FAILEDCOUNT.
           IF FAILEDCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           STOP RUN.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused; the operator ID goes on the audit
      *line of every student moved.
       Login.
           PERFORM TryOneLogin
               UNTIL LOGINSUCCESS OR ATTEMPTCOUNT >= 3.

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

       LoadGoneStudents.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "StudPurge : " MSG-CANT-OPEN STUDENTFILESTATUS
           ELSE
               MOVE LOW-VALUE TO IDNUM
               START STUDENTFILE KEY IS NOT LESS THAN IDNUM
                   INVALID KEY MOVE 'Y' TO ATENDFLAG
               END-START
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STUDENTFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND (GRADUATED OR WITHDRAWN)
                       ADD 1 TO GONECOUNT
                       IF PURGECOUNT < 5000
                           ADD 1 TO PURGECOUNT
                           MOVE IDNUM TO PU-IDNUM (PURGECOUNT)
                           MOVE FNAME TO PU-FNAME (PURGECOUNT)
                           MOVE LNAME TO PU-LNAME (PURGECOUNT)
                           MOVE ENROLLSTATUS TO PU-STATUS (PURGECOUNT)
                           MOVE 0 TO PU-LEFTDATE (PURGECOUNT)
                           MOVE 'N' TO PU-MOVE (PURGECOUNT)
                           MOVE 0 TO PU-TERMS (PURGECOUNT)
                           MOVE 0 TO PU-HISTLINES (PURGECOUNT)
                           MOVE 0 TO PU-CURLINES (PURGECOUNT)
                           IF TUITIONBALANCE NOT = 0
                               MOVE 'T' TO PU-HOLD (PURGECOUNT)
                           ELSE
                               MOVE SPACE TO PU-HOLD (PURGECOUNT)
                           END-IF
                       ELSE
                           MOVE 'Y' TO TABLEFULL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STUDENTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *The latest change into the status the student holds now is
      *when they left; an A-W-A-W student left at the second W.
       ApplyLeavingDates.
           OPEN INPUT STATHISTFILE.
           IF STATHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STATHISTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE SH-IDNUM TO SEARCHID
                       PERFORM FindGoneStudent
                       IF FOUNDIDX > 0
                           IF SH-NEWSTATUS = PU-STATUS (FOUNDIDX)
                               AND SH-DATE > PU-LEFTDATE (FOUNDIDX)
                               MOVE SH-DATE TO PU-LEFTDATE (FOUNDIDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STATHISTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       FindGoneStudent.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING PURGEIDX FROM 1 BY 1
                   UNTIL PURGEIDX > PURGECOUNT OR FOUNDIDX > 0
               IF PU-IDNUM (PURGEIDX) = SEARCHID
                   MOVE PURGEIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

      *A student's own cafeteria account with money on it, either
      *way, holds the student on file.
       FindCafeBalances.
           OPEN INPUT CAFEACCTFILE.
           IF CAFEACCTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CAFEACCTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CA-STUDENT-ACCT
                           AND CA-BALANCE NOT = 0
                       MOVE CA-OWNER TO SEARCHID
                       PERFORM FindGoneStudent
                       IF FOUNDIDX > 0
                           IF PU-NO-HOLD (FOUNDIDX)
                               MOVE 'C' TO PU-HOLD (FOUNDIDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAFEACCTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *The log is in the order things happened, so replaying it
      *leaves each copy at its latest standing.
       LoadLibraryHolds.
           OPEN INPUT CIRCFILE.
           IF CIRCFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CIRCFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       PERFORM PostLibraryLine
                   END-IF
               END-PERFORM
               CLOSE CIRCFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       PostLibraryLine.
           MOVE 0 TO LIBFOUNDIDX.
           PERFORM VARYING LIBHOLDIDX FROM 1 BY 1
                   UNTIL LIBHOLDIDX > LIBHOLDCOUNT
               IF LB-BARCODE (LIBHOLDIDX) = CI-BARCODE
                   MOVE LIBHOLDIDX TO LIBFOUNDIDX
               END-IF
           END-PERFORM.
           IF LIBFOUNDIDX = 0
               IF LIBHOLDCOUNT < 5000
                   ADD 1 TO LIBHOLDCOUNT
                   MOVE LIBHOLDCOUNT TO LIBFOUNDIDX
                   MOVE CI-BARCODE TO LB-BARCODE (LIBFOUNDIDX)
               ELSE
                   MOVE 'Y' TO LIBTABLEFULL
               END-IF
           END-IF.
           IF LIBFOUNDIDX > 0
               MOVE CI-ACTION TO LB-ACTION (LIBFOUNDIDX)
               MOVE CI-IDNUM TO LB-IDNUM (LIBFOUNDIDX)
           END-IF.

       FindLibraryHolds.
           IF LB-ACTION (LIBHOLDIDX) = "O"
               MOVE LB-IDNUM (LIBHOLDIDX) TO SEARCHID
               PERFORM FindGoneStudent
               IF FOUNDIDX > 0
                   IF PU-NO-HOLD (FOUNDIDX)
                       MOVE 'L' TO PU-HOLD (FOUNDIDX)
                   END-IF
               END-IF
           END-IF.

       MarkEligible.
           EVALUATE TRUE
               WHEN PU-LEFTDATE (PURGEIDX) = 0
                   ADD 1 TO NODATECOUNT
               WHEN PU-LEFTDATE (PURGEIDX) > CUTOFFDATE
                   ADD 1 TO WITHINCOUNT
               WHEN NOT PU-NO-HOLD (PURGEIDX)
                   ADD 1 TO BALANCECOUNT
               WHEN OTHER
                   MOVE 'Y' TO PU-MOVE (PURGEIDX)
                   ADD 1 TO ELIGIBLECOUNT
           END-EVALUATE.

       OpenArchiveFiles.
           OPEN I-O STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "StudPurge : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               OPEN EXTEND AUDITFILE
               IF AUDITFILESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT AUDITFILE
               END-IF
               OPEN EXTEND PERMARCHFILE
               IF PERMARCHSTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT PERMARCHFILE
               END-IF
               OPEN EXTEND ARCHIDXFILE
               IF ARCHIDXSTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT ARCHIDXFILE
               END-IF
               IF AUDITFILESTATUS NOT = FS-SUCCESS
                       OR PERMARCHSTATUS NOT = FS-SUCCESS
                       OR ARCHIDXSTATUS NOT = FS-SUCCESS
                   DISPLAY "StudPurge : audit or archive file won't "
                       "open - nothing moved."
                   CLOSE STUDENTFILE
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               END-IF
           END-IF.

      *The permanent record is written before the master record is
      *deleted, so a failure part-way leaves the student on file,
      *never lost.
       ArchiveOneStudent.
           IF PU-TO-MOVE (PURGEIDX)
               MOVE PU-IDNUM (PURGEIDX) TO IDNUM
               READ STUDENTFILE
                   INVALID KEY
                       MOVE 'N' TO PU-MOVE (PURGEIDX)
                       ADD 1 TO FAILEDCOUNT
                   NOT INVALID KEY
                       PERFORM MoveOneStudent
               END-READ
           END-IF.

       MoveOneStudent.
           MOVE IDNUM TO RP-IDNUM.
           SET RP-STUDENT TO TRUE.
           MOVE TODAY TO RP-PURGEDATE.
           MOVE STUDENTDATA TO RP-IMAGE.
           WRITE PERMARCHRECORD.
           ADD 1 TO ARCHLINECOUNT.
           PERFORM FillBeforeImage.
           MOVE "DELETE" TO AA-ACTION.
           MOVE SPACES TO AA-AFTER.
           DELETE STUDENTFILE
               INVALID KEY
                   DISPLAY "StudPurge : delete of " IDNUM " failed."
                   MOVE 'N' TO PU-MOVE (PURGEIDX)
                   ADD 1 TO FAILEDCOUNT
               NOT INVALID KEY
                   PERFORM LogAudit
                   ADD 1 TO MOVEDCOUNT
                   MOVE PU-IDNUM (PURGEIDX) TO AI-IDNUM
                   MOVE PU-FNAME (PURGEIDX) TO AI-FNAME
                   MOVE PU-LNAME (PURGEIDX) TO AI-LNAME
                   SET AI-CURRENT TO TRUE
                   MOVE PU-STATUS (PURGEIDX) TO AI-STATUS
                   MOVE PU-LEFTDATE (PURGEIDX) TO AI-LEFTDATE
                   MOVE TODAY TO AI-PURGEDATE
                   WRITE ARCHIDXRECORD
           END-DELETE.

       FillBeforeImage.
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

      *History lines are copied to the archive for every student
      *actually moved; the live files are left as they are.
       ArchiveTermHistory.
           OPEN INPUT TERMHISTFILE.
           IF TERMHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TERMHISTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE TH-IDNUM TO SEARCHID
                       PERFORM FindGoneStudent
                       IF FOUNDIDX > 0
                           IF PU-TO-MOVE (FOUNDIDX)
                               SET RP-TERM TO TRUE
                               MOVE TERMHISTRECORD TO RP-IMAGE
                               PERFORM WriteHistoryLine
                               ADD 1 TO PU-TERMS (FOUNDIDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TERMHISTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *Each former name also gets its own archive marker, so the
      *last-name search finds the student under it.
       ArchiveNameHistory.
           OPEN INPUT NAMEHISTFILE.
           IF NAMEHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ NAMEHISTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE NH-IDNUM TO SEARCHID
                       PERFORM FindGoneStudent
                       IF FOUNDIDX > 0
                           IF PU-TO-MOVE (FOUNDIDX)
                               SET RP-NAME TO TRUE
                               MOVE NAMEHISTRECORD TO RP-IMAGE
                               PERFORM WriteHistoryLine
                               ADD 1 TO PU-HISTLINES (FOUNDIDX)
                               MOVE NH-IDNUM TO AI-IDNUM
                               MOVE NH-OLDFNAME TO AI-FNAME
                               MOVE NH-OLDLNAME TO AI-LNAME
                               SET AI-FORMER TO TRUE
                               MOVE PU-STATUS (FOUNDIDX) TO AI-STATUS
                               MOVE PU-LEFTDATE (FOUNDIDX)
                                   TO AI-LEFTDATE
                               MOVE TODAY TO AI-PURGEDATE
                               WRITE ARCHIDXRECORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NAMEHISTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       ArchiveStatusHistory.
           OPEN INPUT STATHISTFILE.
           IF STATHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STATHISTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE SH-IDNUM TO SEARCHID
                       PERFORM FindGoneStudent
                       IF FOUNDIDX > 0
                           IF PU-TO-MOVE (FOUNDIDX)
                               SET RP-STATUS TO TRUE
                               MOVE STATHISTRECORD TO RP-IMAGE
                               PERFORM WriteHistoryLine
                               ADD 1 TO PU-HISTLINES (FOUNDIDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STATHISTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *A purged student's lines in the current files describe
      *someone StudentFile no longer has. Each goes into the
      *archive as a C line tagged with the file it came from, and
      *the live file is written back without it.
       ArchiveCurrentFiles.
           MOVE 0 TO SWEEPFLTPOS.
           MOVE 1 TO SWEEPOFFSET.
           MOVE "contact.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "addrrec.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "immrec.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "mealelig.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "nutrprof.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "payplan.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "tuithold.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "busride.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "accplan.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "cnslasgn.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "crsreq.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "teamrost.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE "proteinroster.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE 3 TO SWEEPOFFSET.
           MOVE "sectasgn.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE 5 TO SWEEPOFFSET.
           MOVE "medorder.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE 6 TO SWEEPOFFSET.
           MOVE "family.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE 9 TO SWEEPOFFSET.
           MOVE "waitlist.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE 12 TO SWEEPOFFSET.
           MOVE "confbook.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.
           MOVE 2 TO SWEEPOFFSET.
           MOVE 1 TO SWEEPFLTPOS.
           MOVE 'S' TO SWEEPFLTVALUE.
           MOVE "cafeacct.txt" TO SWEEPPATH.
           PERFORM SweepOneFile.

       SweepOneFile.
           MOVE 0 TO SWEPTLINES.
           OPEN INPUT SWEEPIN.
           IF SWEEPINSTATUS = FS-SUCCESS
               OPEN OUTPUT SWEEPWORK
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SWEEPIN
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       PERFORM SweepOneLine
                   END-IF
               END-PERFORM
               CLOSE SWEEPIN
               CLOSE SWEEPWORK
               IF SWEPTLINES > 0
                   PERFORM CopySweepBack
                   ADD SWEPTLINES TO CURRENTLINECOUNT
               END-IF
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       SweepOneLine.
           MOVE 'N' TO SWEEPTHISLINE.
           IF SWEEPFLTPOS = 0
                   OR SWEEPINRECORD (SWEEPFLTPOS:1) = SWEEPFLTVALUE
               IF SWEEPINRECORD (SWEEPOFFSET:9) IS NUMERIC
                   MOVE SWEEPINRECORD (SWEEPOFFSET:9) TO SEARCHID
                   PERFORM FindGoneStudent
                   IF FOUNDIDX > 0
                       IF PU-TO-MOVE (FOUNDIDX)
                           MOVE 'Y' TO SWEEPTHISLINE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF SWEEPTHISLINE = 'Y'
               SET RP-CURRENT TO TRUE
               MOVE SPACES TO RP-IMAGE
               MOVE SWEEPPATH TO RP-SOURCEFILE
               MOVE SWEEPINRECORD TO RP-LINE
               PERFORM WriteHistoryLine
               ADD 1 TO PU-CURLINES (FOUNDIDX)
               ADD 1 TO SWEPTLINES
           ELSE
               MOVE SWEEPINRECORD TO SWEEPWORKRECORD
               WRITE SWEEPWORKRECORD
           END-IF.

       CopySweepBack.
           OPEN INPUT SWEEPWORK.
           OPEN OUTPUT SWEEPIN.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ SWEEPWORK
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   MOVE SWEEPWORKRECORD TO SWEEPINRECORD
                   WRITE SWEEPINRECORD
               END-IF
           END-PERFORM.
           CLOSE SWEEPWORK.
           CLOSE SWEEPIN.
           MOVE 'N' TO ATENDFLAG.

       WriteHistoryLine.
           MOVE SEARCHID TO RP-IDNUM.
           MOVE TODAY TO RP-PURGEDATE.
           WRITE PERMARCHRECORD.
           ADD 1 TO ARCHLINECOUNT.

       PrintRegister.
           MOVE "OPER" TO RPTOP.
           MOVE OPERID TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  ID NUMBER  NAME                  STATUS  LEFT" &
               "      TERMS  HISTORY  OTHER" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneMoved
               VARYING PURGEIDX FROM 1 BY 1
               UNTIL PURGEIDX > PURGECOUNT.
           IF BALANCECOUNT > 0
               MOVE SPACES TO RPTLINE
               PERFORM EmitLine
               MOVE "KEPT - BALANCE OUTSTANDING :" TO RPTLINE
               PERFORM EmitLine
               PERFORM PrintOneKept
                   VARYING PURGEIDX FROM 1 BY 1
                   UNTIL PURGEIDX > PURGECOUNT
           END-IF.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintOneMoved.
           IF PU-TO-MOVE (PURGEIDX)
               MOVE SPACES TO RPTLINE
               MOVE PU-IDNUM (PURGEIDX) TO RPTLINE (3:9)
               STRING PU-FNAME (PURGEIDX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   PU-LNAME (PURGEIDX) DELIMITED BY "  "
                   INTO RPTLINE (14:21)
               MOVE PU-STATUS (PURGEIDX) TO RPTLINE (38:1)
               MOVE PU-LEFTDATE (PURGEIDX) TO RPTLINE (44:8)
               MOVE PU-TERMS (PURGEIDX) TO RPTLINE (55:3)
               MOVE PU-HISTLINES (PURGEIDX) TO RPTLINE (63:3)
               MOVE PU-CURLINES (PURGEIDX) TO RPTLINE (70:3)
               PERFORM EmitLine
           END-IF.

      *Left long enough ago, but still carrying money or books -
      *the office settles these before the next purge.
       PrintOneKept.
           IF PU-LEFTDATE (PURGEIDX) NOT = 0
                   AND PU-LEFTDATE (PURGEIDX) NOT > CUTOFFDATE
                   AND NOT PU-NO-HOLD (PURGEIDX)
               EVALUATE PU-HOLD (PURGEIDX)
                   WHEN 'T' MOVE "TUITION BALANCE" TO HOLDTEXT
                   WHEN 'C' MOVE "CAFETERIA BALANCE" TO HOLDTEXT
                   WHEN OTHER MOVE "LIBRARY ITEMS OUT" TO HOLDTEXT
               END-EVALUATE
               MOVE SPACES TO RPTLINE
               MOVE PU-IDNUM (PURGEIDX) TO RPTLINE (3:9)
               STRING PU-FNAME (PURGEIDX) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   PU-LNAME (PURGEIDX) DELIMITED BY "  "
                   INTO RPTLINE (14:21)
               MOVE PU-STATUS (PURGEIDX) TO RPTLINE (38:1)
               MOVE PU-LEFTDATE (PURGEIDX) TO RPTLINE (44:8)
               MOVE HOLDTEXT TO RPTLINE (55:26)
               PERFORM EmitLine
           END-IF.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "PURGE CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Supervisor              : " DELIMITED BY SIZE
               OPERID DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Retention (years)       : " DELIMITED BY SIZE
               RETAINYEARS DELIMITED BY SIZE
               "   left on or before " DELIMITED BY SIZE
               CUTOFFDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Graduated / withdrawn   : " DELIMITED BY SIZE
               GONECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Moved to the archive    : " DELIMITED BY SIZE
               MOVEDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Not moved (read/delete) : " DELIMITED BY SIZE
               FAILEDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Kept, left recently     : " DELIMITED BY SIZE
               WITHINCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Kept, no leaving date   : " DELIMITED BY SIZE
               NODATECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Kept, balance or items  : " DELIMITED BY SIZE
               BALANCECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Archive lines written   : " DELIMITED BY SIZE
               ARCHLINECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Other lines archived    : " DELIMITED BY SIZE
               CURRENTLINECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

      *Same single-owner rule as every other writer of the student
      *master and audit files.
       AcquireSessionLock.
           OPEN INPUT SESSIONLOCK.
           EVALUATE TRUE
               WHEN SESSIONLOCKSTATUS = FS-FILE-NOT-EXIST
                   MOVE 'Y' TO LOCKACQUIRED
               WHEN SESSIONLOCKSTATUS NOT = FS-SUCCESS
                   DISPLAY "StudPurge : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "StudPurge : student records "
                                   "in use by " SL-OPERID " since "
                                   SL-TIMESTAMP " - refused."
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
               DISPLAY "StudPurge : " MSG-CANT-OPEN SESSIONLOCKSTATUS
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
