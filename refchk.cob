       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefChk.
      *Nightly cross-file referential integrity scan : every foreign
      *key in the satellite files - student IDs, course codes,
      *teacher IDs, homeroom sections, family numbers, and the
      *smaller masters (activities, teams, bus stops and routes,
      *conference events, medication orders, library and textbook
      *items, letter templates, candidates, substitutes, and
      *accommodation codes) - is checked against its master, and
      *every line whose key doesn't resolve is listed on the REFCHK
      *exception report, grouped by file and then by problem type.
      *These are the lines a renumber, merge, delete, or hand edit
      *leaves behind and the reports skip without a word.
      *Student references in the history files (terms, status and
      *name history, attendance, enrollments, visits, logs) also
      *resolve to a student StudPurge moved to the permanent-record
      *archive - those lines stay by design. The current files
      *(contacts, address, family links, plans, riders, rosters,
      *requests, and the like) need a student still on
      *StudentFile. A zero or blank key is no reference and is not
      *checked; a line a filter rules out (a course-kind teacher
      *assignment has no section) is not checked for that key.
      *A check whose satellite file isn't there, or whose master
      *isn't there to check against, is listed as skipped in the
      *control section rather than passed silently.
      *Runs as the last step of the nightly chain (REFCHECK) and
      *ends with a warning whenever an exception was listed.
      *With REFCLEAN=Y in the environment it is the supervised
      *cleanup instead : a supervisor-role operator signs on, the
      *scan runs and reports as usual, and on the typed word
      *QUARANTINE every orphan line is moved out of its file into
      *refquar.txt (REFQUAR.cpy) - never deleted - under the
      *session lock. Lines in master files (a course's prerequisite,
      *an activity's sponsor, a team's coach, a stop's route, a
      *plan's accommodation codes) are reported only : moving the
      *line would lose the master record itself, so they are
      *corrected by hand.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               ALTERNATE RECORD KEY IS LNAME WITH DUPLICATES
               FILE STATUS IS StudentFileStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT CheckIn ASSIGN TO DYNAMIC CheckPath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckInStatus.
           SELECT CheckWork ASSIGN TO "refchk.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckWorkStatus.
           SELECT QuarFile ASSIGN TO "refquar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QuarFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD CheckIn.
       01  CheckInRecord PIC X(200).

       FD CheckWork.
       01  CheckWorkRecord PIC X(200).

       FD QuarFile.
       COPY REFQUAR.

       FD OperatorFile.
       COPY OPERREC.

       FD SessionLock.
       COPY SESSLOCK.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  CheckInStatus PIC XX.
       01  CheckWorkStatus PIC XX.
       01  QuarFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "REFCHK".
       01  OperRole PIC X VALUE "C".
           88 SupervisorRole VALUE "S".
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  CleanText PIC X VALUE SPACE.
       01  CleanWanted PIC A VALUE "N".
       01  CleanPass PIC A VALUE "N".
       01  ConfirmWord PIC X(10).
       01  Today PIC 9(8).
      *The checks, in file order so the report comes out grouped by
      *file : satellite file, key position and length, master kind,
      *an optional one-byte filter (position, E = only lines where
      *that byte equals the value, N = only where it doesn't), and
      *Y where an orphan may be quarantined. Master kinds : S
      *student on StudentFile, H student on StudentFile or archived,
      *C course, T teacher, N section, F family, A activity, M team,
      *P bus stop, R bus route, V conference event, O medication
      *order, I item, L letter template, D candidate, B substitute,
      *K accommodation code.
       01  CheckValues.
           02 FILLER PIC X(30) VALUE "accplan.txt       00109S000  Y".
           02 FILLER PIC X(30) VALUE "accplan.txt       04704K000  N".
           02 FILLER PIC X(30) VALUE "accplan.txt       05104K000  N".
           02 FILLER PIC X(30) VALUE "accplan.txt       05504K000  N".
           02 FILLER PIC X(30) VALUE "accplan.txt       05904K000  N".
           02 FILLER PIC X(30) VALUE "accplan.txt       06304K000  N".
           02 FILLER PIC X(30) VALUE "accplan.txt       06704K000  N".
           02 FILLER PIC X(30) VALUE "activity.txt      03004T000  N".
           02 FILLER PIC X(30) VALUE "actpart.txt       00109S000  Y".
           02 FILLER PIC X(30) VALUE "actpart.txt       01004A000  Y".
           02 FILLER PIC X(30) VALUE "addrrec.txt       00109S000  Y".
           02 FILLER PIC X(30) VALUE "attlog.txt        00909H000  Y".
           02 FILLER PIC X(30) VALUE "award.txt         00109H000  Y".
           02 FILLER PIC X(30) VALUE "busride.txt       00109S000  Y".
           02 FILLER PIC X(30) VALUE "busride.txt       01004P000  Y".
           02 FILLER PIC X(30) VALUE "busstop.txt       00504R000  N".
           02 FILLER PIC X(30) VALUE "cafeacct.txt      00209S001ESY".
           02 FILLER PIC X(30) VALUE "cafeacct.txt      00209F001EFY".
           02 FILLER PIC X(30) VALUE "cafetran.txt      00209H001ESY".
           02 FILLER PIC X(30) VALUE "cafetran.txt      00209F001EFY".
           02 FILLER PIC X(30) VALUE "cafetran.txt      02009H000  Y".
           02 FILLER PIC X(30) VALUE "circlog.txt       02109H000  Y".
           02 FILLER PIC X(30) VALUE "circlog.txt       00912I000  Y".
           02 FILLER PIC X(30) VALUE "cnslasgn.txt      00109S000  Y".
           02 FILLER PIC X(30) VALUE "cnslnote.txt      00109H000  Y".
           02 FILLER PIC X(30) VALUE "confbook.txt      01209S000  Y".
           02 FILLER PIC X(30) VALUE "confbook.txt      00103V000  Y".
           02 FILLER PIC X(30) VALUE "confbook.txt      00404T000  Y".
           02 FILLER PIC X(30) VALUE "contact.txt       00109S000  Y".
           02 FILLER PIC X(30) VALUE "contlog.txt       01309H000  Y".
           02 FILLER PIC X(30) VALUE "coverage.txt      00904T000  Y".
           02 FILLER PIC X(30) VALUE "coverage.txt      01402N013ESY".
           02 FILLER PIC X(30) VALUE "coverage.txt      01606C013ECY".
           02 FILLER PIC X(30) VALUE "coverage.txt      03104T030ETY".
           02 FILLER PIC X(30) VALUE "coverage.txt      03104B030ESY".
           02 FILLER PIC X(30) VALUE "crscat.txt        04006C000  N".
           02 FILLER PIC X(30) VALUE "crsenrl.txt       00109H000  Y".
           02 FILLER PIC X(30) VALUE "crsenrl.txt       01206C000  Y".
           02 FILLER PIC X(30) VALUE "crsmeet.txt       00106C000  Y".
           02 FILLER PIC X(30) VALUE "crsreq.txt        00109S000  Y".
           02 FILLER PIC X(30) VALUE "crsreq.txt        01706C000  Y".
           02 FILLER PIC X(30) VALUE "discip.txt        00109H000  Y".
           02 FILLER PIC X(30) VALUE "eliglog.txt       01509H000  Y".
           02 FILLER PIC X(30) VALUE "eliglog.txt       00906M000  Y".
           02 FILLER PIC X(30) VALUE "family.txt        00609S000  Y".
           02 FILLER PIC X(30) VALUE "gbcat.txt         00106C000  Y".
           02 FILLER PIC X(30) VALUE "gbscore.txt       01209H000  Y".
           02 FILLER PIC X(30) VALUE "gbscore.txt       00106C000  Y".
           02 FILLER PIC X(30) VALUE "gbwork.txt        00106C000  Y".
           02 FILLER PIC X(30) VALUE "hlthvis.txt       00109H000  Y".
           02 FILLER PIC X(30) VALUE "idxref.txt        01009H000  Y".
           02 FILLER PIC X(30) VALUE "immrec.txt        00109S000  Y".
           02 FILLER PIC X(30) VALUE "lotuse.txt        03009H000  Y".
           02 FILLER PIC X(30) VALUE "ltrlog.txt        00109H000  Y".
           02 FILLER PIC X(30) VALUE "ltrlog.txt        01008L000  Y".
           02 FILLER PIC X(30) VALUE "mealelig.txt      00109S000  Y".
           02 FILLER PIC X(30) VALUE "medadmin.txt      00509H000  Y".
           02 FILLER PIC X(30) VALUE "medadmin.txt      00104O000  Y".
           02 FILLER PIC X(30) VALUE "medorder.txt      00509S000  Y".
           02 FILLER PIC X(30) VALUE "namehist.txt      00109H000  Y".
           02 FILLER PIC X(30) VALUE "nutrprof.txt      00109S000  Y".
           02 FILLER PIC X(30) VALUE "paylog.txt        01009H009NFY".
           02 FILLER PIC X(30) VALUE "paylog.txt        01009F009EFY".
           02 FILLER PIC X(30) VALUE "payplan.txt       00109S000  Y".
           02 FILLER PIC X(30) VALUE "perattn.txt       01709H000  Y".
           02 FILLER PIC X(30) VALUE "perattn.txt       01106C000  Y".
           02 FILLER PIC X(30) VALUE "perattn.txt       02704T000  Y".
           02 FILLER PIC X(30) VALUE "proteinlog.txt    02209H000  Y".
           02 FILLER PIC X(30) VALUE "proteinroster.txt 00109S000  Y".
           02 FILLER PIC X(30) VALUE "rellog.txt        00909H000  Y".
           02 FILLER PIC X(30) VALUE "scanlog.txt       04309H052EVY".
           02 FILLER PIC X(30) VALUE "sectasgn.txt      00309S000  Y".
           02 FILLER PIC X(30) VALUE "signout.txt       01309H000  Y".
           02 FILLER PIC X(30) VALUE "stathist.txt      00109H000  Y".
           02 FILLER PIC X(30) VALUE "tchabs.txt        00904T000  Y".
           02 FILLER PIC X(30) VALUE "tchasgn.txt       01004T000  Y".
           02 FILLER PIC X(30) VALUE "tchasgn.txt       00202N001ESY".
           02 FILLER PIC X(30) VALUE "tchasgn.txt       00406C001ECY".
           02 FILLER PIC X(30) VALUE "team.txt          04104T000  N".
           02 FILLER PIC X(30) VALUE "teamrost.txt      00109S000  Y".
           02 FILLER PIC X(30) VALUE "teamrost.txt      01006M000  Y".
           02 FILLER PIC X(30) VALUE "termhist.txt      00109H000  Y".
           02 FILLER PIC X(30) VALUE "testscr.txt       00109H000  Y".
           02 FILLER PIC X(30) VALUE "tuitadj.txt       00709H000  Y".
           02 FILLER PIC X(30) VALUE "tuithold.txt      00109S000  Y".
           02 FILLER PIC X(30) VALUE "votes.txt         00109H000  Y".
           02 FILLER PIC X(30) VALUE "votes.txt         01002D000  Y".
           02 FILLER PIC X(30) VALUE "waitlist.txt      00909S000  Y".
           02 FILLER PIC X(30) VALUE "waitlist.txt      00106C000  Y".
           02 FILLER PIC X(30) VALUE "wrtoff.txt        00109H000  Y".
           02 FILLER PIC X(30) VALUE "xfercrs.txt       00109H000  Y".
       01  CheckTable REDEFINES CheckValues.
           02 CheckEntry OCCURS 91 TIMES.
               03 IC-PATH PIC X(18).
               03 IC-POS PIC 9(3).
               03 IC-LEN PIC 9(2).
               03 IC-MASTER PIC X.
               03 IC-FLTPOS PIC 9(3).
               03 IC-FLTOP PIC X.
               03 IC-FLTVAL PIC X.
               03 IC-QUAR PIC X.
       01 CHECK-SLOTS CONSTANT AS 91.
      *Results per check, alongside CheckTable : lines read,
      *exceptions found by the scan, lines moved by the cleanup, and
      *whether the check ran (space), found no satellite file (F),
      *or had no master to check against (M).
       01  CheckResults.
           02 CheckResult OCCURS 91 TIMES.
               03 CR-LINES PIC 9(7).
               03 CR-FOUND PIC 9(5).
               03 CR-MOVED PIC 9(5).
               03 CR-STATE PIC X.
       01  CheckIdx PIC 9(3).
      *The masters other than StudentFile, loaded whole into
      *KeyTable : file, key position and length, master kind, and
      *the width a shorter key is zero-filled to so it compares with
      *the satellites' wider field (family numbers are five digits
      *in family.txt, nine in the cafeteria and payment files).
       01  MasterValues.
           02 FILLER PIC X(26) VALUE "crscat.txt        00106C00".
           02 FILLER PIC X(26) VALUE "teacher.txt       00104T00".
           02 FILLER PIC X(26) VALUE "sectasgn.txt      00102N00".
           02 FILLER PIC X(26) VALUE "family.txt        00105F09".
           02 FILLER PIC X(26) VALUE "activity.txt      00104A00".
           02 FILLER PIC X(26) VALUE "team.txt          00106M00".
           02 FILLER PIC X(26) VALUE "busstop.txt       00104P00".
           02 FILLER PIC X(26) VALUE "busroute.txt      00104R00".
           02 FILLER PIC X(26) VALUE "confevt.txt       00103V00".
           02 FILLER PIC X(26) VALUE "medorder.txt      00104O00".
           02 FILLER PIC X(26) VALUE "items.txt         00112I00".
           02 FILLER PIC X(26) VALUE "lettmpl.txt       00108L00".
           02 FILLER PIC X(26) VALUE "candfile.txt      00102D00".
           02 FILLER PIC X(26) VALUE "subpool.txt       00104B00".
           02 FILLER PIC X(26) VALUE "acccode.txt       00104K00".
       01  MasterTable REDEFINES MasterValues.
           02 MasterEntry OCCURS 15 TIMES.
               03 MD-PATH PIC X(18).
               03 MD-POS PIC 9(3).
               03 MD-LEN PIC 9(2).
               03 MD-KIND PIC X.
               03 MD-WIDEN PIC 9(2).
       01 MASTER-SLOTS CONSTANT AS 15.
      *Where each master's keys sit in KeyTable, and whether it
      *loaded : Y loaded, N no file, F too many keys to hold.
       01  MasterState.
           02 MasterLoad OCCURS 15 TIMES.
               03 ML-FIRST PIC 9(5).
               03 ML-LAST PIC 9(5).
               03 ML-LOADED PIC X.
       01  MasterIdx PIC 9(2).
       01  MasterFound PIC 9(2).
       01  KeyTable.
           02 KY-KEY OCCURS 10000 TIMES PIC X(12).
       01  KeyCount PIC 9(5) VALUE 0.
       01  KeyIdx PIC 9(5).
      *IDs StudPurge moved to the permanent-record archive.
       01  ArchTable.
           02 ArchID OCCURS 5000 TIMES PIC 9(9).
       01  ArchCount PIC 9(4) VALUE 0.
       01  ArchIdx PIC 9(4).
       01  ArchFull PIC A VALUE "N".
       01  ProblemValues.
           02 FILLER PIC X(32) VALUE "SSTUDENT NOT ON FILE".
           02 FILLER PIC X(32) VALUE "HSTUDENT NOT ON FILE OR ARCHIVED".
           02 FILLER PIC X(32) VALUE "CCOURSE NOT IN CATALOG".
           02 FILLER PIC X(32) VALUE "TTEACHER NOT ON FILE".
           02 FILLER PIC X(32) VALUE "NSECTION NOT ASSIGNED".
           02 FILLER PIC X(32) VALUE "FFAMILY NOT ON FILE".
           02 FILLER PIC X(32) VALUE "AACTIVITY NOT ON FILE".
           02 FILLER PIC X(32) VALUE "MTEAM NOT ON FILE".
           02 FILLER PIC X(32) VALUE "PBUS STOP NOT ON FILE".
           02 FILLER PIC X(32) VALUE "RBUS ROUTE NOT ON FILE".
           02 FILLER PIC X(32) VALUE "VCONFERENCE EVENT NOT ON FILE".
           02 FILLER PIC X(32) VALUE "OMEDICATION ORDER NOT ON FILE".
           02 FILLER PIC X(32) VALUE "IITEM NOT ON FILE".
           02 FILLER PIC X(32) VALUE "LLETTER TEMPLATE NOT ON FILE".
           02 FILLER PIC X(32) VALUE "DCANDIDATE NOT ON FILE".
           02 FILLER PIC X(32) VALUE "BSUBSTITUTE NOT ON FILE".
           02 FILLER PIC X(32) VALUE "KACCOMMODATION CODE NOT ON FILE".
       01  ProblemTable REDEFINES ProblemValues.
           02 ProblemEntry OCCURS 17 TIMES.
               03 PT-KIND PIC X.
               03 PT-TEXT PIC X(31).
       01 PROBLEM-SLOTS CONSTANT AS 17.
       01  ProblemIdx PIC 9(2).
       01  ProblemText PIC X(31).
       01  CheckPath PIC X(40).
       01  CheckLine PIC X(200).
       01  KeyWork PIC X(12).
       01  AppliesFlag PIC A.
       01  FoundFlag PIC A.
       01  OrphanFlag PIC A.
       01  LinesRead PIC 9(7) VALUE 0.
       01  ExceptCount PIC 9(5) VALUE 0.
       01  MovableCount PIC 9(5) VALUE 0.
       01  MovedCount PIC 9(5) VALUE 0.
       01  HandCount PIC 9(5) VALUE 0.
       01  ChecksRun PIC 9(3) VALUE 0.
       01  ChecksSkipped PIC 9(3) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "REFCHK".
       01  RptTitle PIC X(40)
               VALUE "REFERENTIAL INTEGRITY EXCEPTIONS".
       01  RptLine PIC X(80).
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY.
           ACCEPT CLEANTEXT FROM ENVIRONMENT "REFCLEAN".
           IF CLEANTEXT = 'Y' OR CLEANTEXT = 'y'
               MOVE 'Y' TO CLEANWANTED
               DISPLAY "-- Referential Integrity Cleanup --"
               PERFORM Login
               IF NOT LOGINSUCCESS
                   DISPLAY "Login failed."
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   GOBACK
               END-IF
               IF NOT SUPERVISORROLE
                   DISPLAY "The integrity cleanup needs a supervisor."
                   MOVE RC-WARNING TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "RefChk : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadOneMaster
               VARYING MASTERIDX FROM 1 BY 1
               UNTIL MASTERIDX > MASTER-SLOTS.
           PERFORM LoadArchivedIDs.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "    KEY           LINE AS IT STANDS" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE 'N' TO CLEANPASS.
           PERFORM CheckOneFile
               VARYING CHECKIDX FROM 1 BY 1
               UNTIL CHECKIDX > CHECK-SLOTS.
           IF EXCEPTCOUNT = 0
               MOVE "  NO EXCEPTIONS - EVERY KEY RESOLVED TO ITS MASTER"
                   TO RPTLINE
               PERFORM EmitLine
           END-IF.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "Referential integrity : " LINESREAD
               " lines checked  exceptions : " EXCEPTCOUNT.
           IF EXCEPTCOUNT > 0 AND CLEANWANTED = 'Y'
               PERFORM SupervisedCleanup
           END-IF.
           CLOSE STUDENTFILE.
           IF EXCEPTCOUNT > MOVEDCOUNT AND RETURN-CODE = RC-SUCCESS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused; the operator ID goes on every
      *quarantine line.
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

      *One master into its stretch of KeyTable. Repeats of the key
      *just loaded are skipped, so a master with many lines per key
      *(sections, families, letter templates) takes one slot each.
       LoadOneMaster.
           MOVE 'N' TO ML-LOADED (MASTERIDX).
           COMPUTE ML-FIRST (MASTERIDX) = KEYCOUNT + 1.
           MOVE KEYCOUNT TO ML-LAST (MASTERIDX).
           MOVE MD-PATH (MASTERIDX) TO CHECKPATH.
           OPEN INPUT CHECKIN.
           IF CHECKINSTATUS = FS-SUCCESS
               MOVE 'Y' TO ML-LOADED (MASTERIDX)
               MOVE 'N' TO ATENDFLAG
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CHECKIN
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       PERFORM LoadOneKey
                   END-IF
               END-PERFORM
               CLOSE CHECKIN
               MOVE KEYCOUNT TO ML-LAST (MASTERIDX)
           END-IF.

       LoadOneKey.
           MOVE SPACES TO KEYWORK.
           IF MD-WIDEN (MASTERIDX) = 0
               MOVE CHECKINRECORD (MD-POS (MASTERIDX) :
                   MD-LEN (MASTERIDX)) TO KEYWORK
           ELSE
               MOVE ALL "0" TO KEYWORK (1 : MD-WIDEN (MASTERIDX))
               MOVE CHECKINRECORD (MD-POS (MASTERIDX) :
                   MD-LEN (MASTERIDX))
                   TO KEYWORK (MD-WIDEN (MASTERIDX)
                       - MD-LEN (MASTERIDX) + 1 : MD-LEN (MASTERIDX))
           END-IF.
           IF KEYWORK NOT = SPACES
               IF KEYCOUNT >= ML-FIRST (MASTERIDX)
                       AND KY-KEY (KEYCOUNT) = KEYWORK
                   CONTINUE
               ELSE
                   IF KEYCOUNT < 10000
                       ADD 1 TO KEYCOUNT
                       MOVE KEYWORK TO KY-KEY (KEYCOUNT)
                   ELSE
                       MOVE 'F' TO ML-LOADED (MASTERIDX)
                   END-IF
               END-IF
           END-IF.

       LoadArchivedIDs.
           MOVE "archidx.txt" TO CHECKPATH.
           OPEN INPUT CHECKIN.
           IF CHECKINSTATUS = FS-SUCCESS
               MOVE 'N' TO ATENDFLAG
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CHECKIN
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CHECKINRECORD (1:9) IS NUMERIC
                       PERFORM LoadOneArchivedID
                   END-IF
               END-PERFORM
               CLOSE CHECKIN
           END-IF.

       LoadOneArchivedID.
           IF ARCHCOUNT > 0
                   AND ARCHID (ARCHCOUNT) = CHECKINRECORD (1:9)
               CONTINUE
           ELSE
               IF ARCHCOUNT < 5000
                   ADD 1 TO ARCHCOUNT
                   MOVE CHECKINRECORD (1:9) TO ARCHID (ARCHCOUNT)
               ELSE
                   MOVE 'Y' TO ARCHFULL
               END-IF
           END-IF.

      *One check, one pass over its file. The scan counts and lists;
      *the cleanup pass reruns only the checks that found orphans
      *and may move them, copying every other line back.
       CheckOneFile.
           IF CLEANPASS = 'N'
               MOVE 0 TO CR-LINES (CHECKIDX)
               MOVE 0 TO CR-FOUND (CHECKIDX)
               MOVE 0 TO CR-MOVED (CHECKIDX)
               MOVE SPACE TO CR-STATE (CHECKIDX)
               PERFORM FindMaster
               PERFORM RunOneCheck
           ELSE
               IF CR-FOUND (CHECKIDX) > 0 AND IC-QUAR (CHECKIDX) = 'Y'
                   PERFORM FindMaster
                   PERFORM RunOneCheck
               END-IF
           END-IF.

       FindMaster.
           MOVE 0 TO MASTERFOUND.
           IF IC-MASTER (CHECKIDX) NOT = 'S'
                   AND IC-MASTER (CHECKIDX) NOT = 'H'
               PERFORM VARYING MASTERIDX FROM 1 BY 1
                       UNTIL MASTERIDX > MASTER-SLOTS
                   IF MD-KIND (MASTERIDX) = IC-MASTER (CHECKIDX)
                       MOVE MASTERIDX TO MASTERFOUND
                   END-IF
               END-PERFORM
               IF MASTERFOUND = 0
                   MOVE 'M' TO CR-STATE (CHECKIDX)
               ELSE
                   IF ML-LOADED (MASTERFOUND) NOT = 'Y'
                       MOVE 'M' TO CR-STATE (CHECKIDX)
                   END-IF
               END-IF
           END-IF.

       RunOneCheck.
           IF CR-STATE (CHECKIDX) = SPACE
               MOVE 'N' TO ATENDFLAG
               IF IC-PATH (CHECKIDX) = "crsenrl.txt"
                   PERFORM ScanEnrollments
               ELSE
                   PERFORM ScanLineFile
               END-IF
           END-IF.
           IF CLEANPASS = 'N'
               IF CR-STATE (CHECKIDX) = SPACE
                   ADD 1 TO CHECKSRUN
               ELSE
                   ADD 1 TO CHECKSSKIPPED
               END-IF
               IF CR-FOUND (CHECKIDX) > 0
                   PERFORM PrintGroupTotal
               END-IF
           END-IF.

       ScanLineFile.
           MOVE IC-PATH (CHECKIDX) TO CHECKPATH.
           OPEN INPUT CHECKIN.
           IF CHECKINSTATUS NOT = FS-SUCCESS
               MOVE 'F' TO CR-STATE (CHECKIDX)
           ELSE
               IF CLEANPASS = 'Y'
                   OPEN OUTPUT CHECKWORK
               END-IF
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CHECKIN
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE CHECKINRECORD TO CHECKLINE
                       PERFORM CheckOneLine
                       PERFORM DisposeOfLine
                   END-IF
               END-PERFORM
               CLOSE CHECKIN
               IF CLEANPASS = 'Y'
                   CLOSE CHECKWORK
                   IF CR-MOVED (CHECKIDX) > 0
                       PERFORM CopyWorkBack
                   END-IF
               END-IF
           END-IF.

      *The enrollment file is indexed : read in key order, and an
      *orphan is deleted in place once its quarantine line is
      *written.
       ScanEnrollments.
           IF CLEANPASS = 'Y'
               OPEN I-O COURSEENRLFILE
           ELSE
               OPEN INPUT COURSEENRLFILE
           END-IF.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               MOVE 'F' TO CR-STATE (CHECKIDX)
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE SPACES TO CHECKLINE
                       MOVE COURSEENRLRECORD TO CHECKLINE
                       PERFORM CheckOneLine
                       PERFORM DisposeOfEnrollment
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
           END-IF.

      *Sets OrphanFlag for the line in CheckLine against the current
      *check. KeyWork keeps the key for the report and quarantine.
       CheckOneLine.
           MOVE 'N' TO ORPHANFLAG.
           MOVE 'Y' TO APPLIESFLAG.
           IF IC-FLTOP (CHECKIDX) = 'E'
                   AND CHECKLINE (IC-FLTPOS (CHECKIDX) : 1)
                       NOT = IC-FLTVAL (CHECKIDX)
               MOVE 'N' TO APPLIESFLAG
           END-IF.
           IF IC-FLTOP (CHECKIDX) = 'N'
                   AND CHECKLINE (IC-FLTPOS (CHECKIDX) : 1)
                       = IC-FLTVAL (CHECKIDX)
               MOVE 'N' TO APPLIESFLAG
           END-IF.
           MOVE SPACES TO KEYWORK.
           MOVE CHECKLINE (IC-POS (CHECKIDX) : IC-LEN (CHECKIDX))
               TO KEYWORK.
           IF KEYWORK = SPACES
                   OR KEYWORK (1 : IC-LEN (CHECKIDX)) = ZEROS
               MOVE 'N' TO APPLIESFLAG
           END-IF.
           IF APPLIESFLAG = 'Y'
               MOVE 'N' TO FOUNDFLAG
               EVALUATE IC-MASTER (CHECKIDX)
                   WHEN 'S'
                       PERFORM FindStudent
                   WHEN 'H'
                       PERFORM FindStudent
                       IF FOUNDFLAG = 'N'
                           PERFORM FindArchivedStudent
                       END-IF
                   WHEN OTHER
                       PERFORM FindMasterKey
               END-EVALUATE
               IF FOUNDFLAG = 'N'
                   MOVE 'Y' TO ORPHANFLAG
               END-IF
           END-IF.

       FindStudent.
           IF KEYWORK (1:9) IS NUMERIC
               MOVE KEYWORK (1:9) TO IDNUM
               READ STUDENTFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO FOUNDFLAG
               END-READ
           END-IF.

       FindArchivedStudent.
           IF KEYWORK (1:9) IS NUMERIC
               PERFORM VARYING ARCHIDX FROM 1 BY 1
                       UNTIL ARCHIDX > ARCHCOUNT OR FOUNDFLAG = 'Y'
                   IF ARCHID (ARCHIDX) = KEYWORK (1:9)
                       MOVE 'Y' TO FOUNDFLAG
                   END-IF
               END-PERFORM
           END-IF.

       FindMasterKey.
           PERFORM VARYING KEYIDX FROM ML-FIRST (MASTERFOUND) BY 1
                   UNTIL KEYIDX > ML-LAST (MASTERFOUND)
                       OR FOUNDFLAG = 'Y'
               IF KY-KEY (KEYIDX) = KEYWORK
                   MOVE 'Y' TO FOUNDFLAG
               END-IF
           END-PERFORM.

       DisposeOfLine.
           ADD 1 TO CR-LINES (CHECKIDX).
           IF CLEANPASS = 'N'
               ADD 1 TO LINESREAD
               IF ORPHANFLAG = 'Y'
                   PERFORM PrintException
               END-IF
           ELSE
               IF ORPHANFLAG = 'Y'
                   PERFORM WriteQuarantine
               ELSE
                   MOVE CHECKINRECORD TO CHECKWORKRECORD
                   WRITE CHECKWORKRECORD
               END-IF
           END-IF.

       DisposeOfEnrollment.
           ADD 1 TO CR-LINES (CHECKIDX).
           IF CLEANPASS = 'N'
               ADD 1 TO LINESREAD
               IF ORPHANFLAG = 'Y'
                   PERFORM PrintException
               END-IF
           ELSE
               IF ORPHANFLAG = 'Y'
                   PERFORM WriteQuarantine
                   DELETE COURSEENRLFILE RECORD
                       INVALID KEY
                           DISPLAY "RefChk : enrollment " CE-IDNUM
                               " " CE-TERMIDX " " CE-CODE
                               " not deleted, status "
                               COURSEENRLSTATUS
                   END-DELETE
               END-IF
           END-IF.

      *The first exception of a check opens its group with the file
      *and the problem; the group's total closes it.
       PrintException.
           ADD 1 TO EXCEPTCOUNT.
           ADD 1 TO CR-FOUND (CHECKIDX).
           IF CR-FOUND (CHECKIDX) = 1
               PERFORM FindProblemText
               MOVE SPACES TO RPTLINE
               PERFORM EmitLine
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   IC-PATH (CHECKIDX) DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   PROBLEMTEXT DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE SPACES TO RPTLINE.
           MOVE KEYWORK TO RPTLINE (5:12).
           MOVE CHECKLINE TO RPTLINE (19:62).
           PERFORM EmitLine.

       PrintGroupTotal.
           MOVE SPACES TO RPTLINE.
           IF IC-QUAR (CHECKIDX) = 'Y'
               STRING "    " DELIMITED BY SIZE
                   CR-FOUND (CHECKIDX) DELIMITED BY SIZE
                   " line(s)" DELIMITED BY SIZE
                   INTO RPTLINE
           ELSE
               STRING "    " DELIMITED BY SIZE
                   CR-FOUND (CHECKIDX) DELIMITED BY SIZE
                   " line(s) - master file, correct by hand"
                   DELIMITED BY SIZE
                   INTO RPTLINE
           END-IF.
           PERFORM EmitLine.

       FindProblemText.
           MOVE SPACES TO PROBLEMTEXT.
           PERFORM VARYING PROBLEMIDX FROM 1 BY 1
                   UNTIL PROBLEMIDX > PROBLEM-SLOTS
               IF PT-KIND (PROBLEMIDX) = IC-MASTER (CHECKIDX)
                   MOVE PT-TEXT (PROBLEMIDX) TO PROBLEMTEXT
               END-IF
           END-PERFORM.

       WriteQuarantine.
           MOVE SPACES TO REFQUARRECORD.
           MOVE TODAY TO QR-DATE.
           MOVE OPERID TO QR-OPERID.
           MOVE IC-PATH (CHECKIDX) TO QR-FILE.
           MOVE IC-MASTER (CHECKIDX) TO QR-MASTER.
           MOVE KEYWORK TO QR-KEY.
           MOVE CHECKLINE TO QR-IMAGE.
           WRITE REFQUARRECORD.
           ADD 1 TO CR-MOVED (CHECKIDX).
           ADD 1 TO MOVEDCOUNT.

       CopyWorkBack.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CHECKWORK.
           OPEN OUTPUT CHECKIN.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ CHECKWORK
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   MOVE CHECKWORKRECORD TO CHECKINRECORD
                   WRITE CHECKINRECORD
               END-IF
           END-PERFORM.
           CLOSE CHECKWORK.
           CLOSE CHECKIN.

      *Only after the full scan has been reported : the supervisor
      *sees how many lines would move and types QUARANTINE, and the
      *session lock keeps every other writer out while the
      *satellite files are rewritten.
       SupervisedCleanup.
           PERFORM VARYING CHECKIDX FROM 1 BY 1
                   UNTIL CHECKIDX > CHECK-SLOTS
               IF IC-QUAR (CHECKIDX) = 'Y'
                   ADD CR-FOUND (CHECKIDX) TO MOVABLECOUNT
               END-IF
           END-PERFORM.
           DISPLAY "Exceptions that can be quarantined : "
               MOVABLECOUNT.
           COMPUTE HANDCOUNT = EXCEPTCOUNT - MOVABLECOUNT.
           DISPLAY "In master files, to correct by hand : "
               HANDCOUNT.
           IF MOVABLECOUNT = 0
               DISPLAY "Nothing to quarantine."
           ELSE
               DISPLAY "Type QUARANTINE to move " MOVABLECOUNT
                   " line(s) to refquar.txt : " WITH NO ADVANCING
               ACCEPT CONFIRMWORD
               IF CONFIRMWORD NOT = "QUARANTINE"
                   DISPLAY "Cleanup cancelled."
               ELSE
                   PERFORM QuarantineOrphans
               END-IF
           END-IF.

       QuarantineOrphans.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               OPEN EXTEND QUARFILE
               IF QUARFILESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT QUARFILE
               END-IF
               IF QUARFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "RefChk : " MSG-CANT-OPEN QUARFILESTATUS
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               ELSE
                   MOVE 'Y' TO CLEANPASS
                   PERFORM CheckOneFile
                       VARYING CHECKIDX FROM 1 BY 1
                       UNTIL CHECKIDX > CHECK-SLOTS
                   CLOSE QUARFILE
                   DISPLAY "Lines moved to refquar.txt : " MOVEDCOUNT
               END-IF
               PERFORM ReleaseSessionLock
           END-IF.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "INTEGRITY CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Checks run              : " DELIMITED BY SIZE
               CHECKSRUN DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Checks skipped          : " DELIMITED BY SIZE
               CHECKSSKIPPED DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Lines checked           : " DELIMITED BY SIZE
               LINESREAD DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Exceptions              : " DELIMITED BY SIZE
               EXCEPTCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Archived IDs on file    : " DELIMITED BY SIZE
               ARCHCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF ARCHFULL = 'Y'
               MOVE "  More than 5000 archived IDs - history lines for"
                   & " the rest may list falsely" TO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "  FILE               CHECK AGAINST" &
               "                     LINES  EXCEPT" TO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintOneControlLine
               VARYING CHECKIDX FROM 1 BY 1
               UNTIL CHECKIDX > CHECK-SLOTS.

      *Every check that found something or couldn't run; a clean
      *check is only counted above.
       PrintOneControlLine.
           IF CR-FOUND (CHECKIDX) > 0 OR CR-STATE (CHECKIDX) NOT = SPACE
               PERFORM FindProblemText
               MOVE SPACES TO RPTLINE
               MOVE IC-PATH (CHECKIDX) TO RPTLINE (3:18)
               MOVE PROBLEMTEXT TO RPTLINE (22:31)
               EVALUATE CR-STATE (CHECKIDX)
                   WHEN 'F'
                       MOVE "FILE NOT PRESENT" TO RPTLINE (54:16)
                   WHEN 'M'
                       MOVE "NO MASTER - SKIP" TO RPTLINE (54:16)
                   WHEN OTHER
                       MOVE CR-LINES (CHECKIDX) TO RPTLINE (54:7)
                       MOVE CR-FOUND (CHECKIDX) TO RPTLINE (63:5)
               END-EVALUATE
               PERFORM EmitLine
           END-IF.

      *Same single-owner rule as every other writer of the student
      *master and audit files.
       AcquireSessionLock.
           OPEN INPUT SESSIONLOCK.
           EVALUATE TRUE
               WHEN SESSIONLOCKSTATUS = FS-FILE-NOT-EXIST
                   MOVE 'Y' TO LOCKACQUIRED
               WHEN SESSIONLOCKSTATUS NOT = FS-SUCCESS
                   DISPLAY "RefChk : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "RefChk : student records "
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
               DISPLAY "RefChk : " MSG-CANT-OPEN SESSIONLOCKSTATUS
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
