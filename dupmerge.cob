      *    duplicate record;
      *  - moves the duplicate's satellite records (contacts,
      *    profile, enrollments, term history, attendance, holds,
      *    votes, status and name history, roster, and the fee,
      *    write-off, counseling, activity, health, transport,
      *    cafeteria, gradebook, period attendance and contact
      *    logs) to the survivor and writes an idxref.txt linkage
      *    for the immutable logs; in the one-per-student files
      *    (votes, nutrition profile, delinquency hold, accommodation
      *    plan, counselor, bus stop, cafeteria account) the
      *    duplicate's line is dropped when the survivor already has
      *    one, so the merge can't create a second vote or two
      *    conflicting profiles under one ID - a dropped cafeteria
      *    account's balance is carried onto the survivor's.
      *Requires the typed word MERGE; nothing changes without it.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermHistFile ASSIGN TO "termhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermHistStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT CascadeIn ASSIGN TO DYNAMIC CascadePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CascadeInStatus.
           SELECT CascadeWork ASSIGN TO "dupmerge.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CascadeWorkStatus.
           SELECT CafeTransFile ASSIGN TO "cafetran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CafeTransStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.
       FD TermHistFile.
       COPY TERMHIST.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD CascadeIn.
       01  CascadeInRecord PIC X(142).

       FD CascadeWork.
       01  CascadeWorkRecord PIC X(142).

       FD CafeTransFile.
       COPY CAFETRAN.

       FD SessionLock.
       COPY SESSLOCK.
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  XrefFileStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  CascadeInStatus PIC XX.
       01  CascadeWorkStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  KeepOneFlag PIC A.
       01  SurvivorHasLine PIC A.
       01  PreScanAtEnd PIC A.
       01  FilterPos PIC 9(3).
       01  FilterOp PIC X.
       01  FilterValue PIC X.
       01  LineSelected PIC A.
       01  CafeTransStatus PIC XX.
       01  CafeCarry PIC S9(5)V99.
       01  CafeNewBalance PIC S9(5)V99.
      *A cafeteria account line, looked at while it passes through
      *the sweep.
       COPY CAFEACCT.
       COPY AUDCHAIN.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
               MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
               MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
               MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
           ELSE
               MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
           END-IF.
           MOVE ENROLLSTATUS TO AA-BEF-STATUS.
           MOVE GRADELEVEL TO AA-BEF-GRADE.
       WriteAuditEntry.
           MOVE FUNCTION CURRENT-DATE TO AA-TIMESTAMP.
           MOVE OPERID TO AA-OPERID.
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

       WriteXref.
           OPEN EXTEND XREFFILE.

      *The duplicate's satellite records follow the student to the
      *survivor's ID, the same sweep the renumber utility makes.
      *A filter byte keeps family-owned lines (cafeteria accounts,
      *family payments) and non-valid badge reads out of the sweep.
       CascadeAllFiles.
           MOVE 1 TO IDOFFSET.
           MOVE 'N' TO KEEPONEFLAG.
           MOVE 0 TO FILTERPOS.
           MOVE "contact.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "termhist.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "stathist.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "proteinroster.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "wrtoff.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "latefee.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "cnslnote.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "actpart.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "teamrost.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "hlthvis.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "testscr.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "crsreq.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "ltrlog.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
      *One line per student in these - the duplicate's line only
      *moves over when the survivor doesn't already have one.
           MOVE 'Y' TO KEEPONEFLAG.
           MOVE "nutrprof.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           PERFORM CascadeOneFile.
           MOVE "votes.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "accplan.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "cnslasgn.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "busride.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
      *A student's own cafeteria account : when both IDs have one
      *the duplicate's line is dropped and its balance carried onto
      *the survivor's account, so no prepaid money goes with it.
           MOVE 2 TO IDOFFSET.
           MOVE 1 TO FILTERPOS.
           MOVE 'E' TO FILTEROP.
           MOVE 'S' TO FILTERVALUE.
           MOVE 0 TO CAFECARRY.
           MOVE "cafeacct.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           IF CAFECARRY NOT = 0
               PERFORM CarryCafeBalance
           END-IF.
           MOVE 'N' TO KEEPONEFLAG.
           MOVE "cafetran.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 0 TO FILTERPOS.
           MOVE 20 TO IDOFFSET.
           PERFORM CascadeOneFile.
           MOVE 10 TO IDOFFSET.
           MOVE 9 TO FILTERPOS.
           MOVE 'N' TO FILTEROP.
           MOVE 'F' TO FILTERVALUE.
           MOVE "paylog.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 43 TO IDOFFSET.
           MOVE 52 TO FILTERPOS.
           MOVE 'E' TO FILTEROP.
           MOVE 'V' TO FILTERVALUE.
           MOVE "scanlog.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 0 TO FILTERPOS.
           MOVE 5 TO IDOFFSET.
           MOVE "medorder.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "medadmin.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 7 TO IDOFFSET.
           MOVE "tuitadj.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 9 TO IDOFFSET.
           MOVE "attlog.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 12 TO IDOFFSET.
           MOVE "confbook.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "gbscore.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 13 TO IDOFFSET.
           MOVE "signout.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "contlog.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 15 TO IDOFFSET.
           MOVE "eliglog.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 17 TO IDOFFSET.
           MOVE "perattn.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 21 TO IDOFFSET.
           MOVE "circlog.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE 30 TO IDOFFSET.
           MOVE "lotuse.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           PERFORM CascadeEnrollments.

      *The duplicate's dropped cafeteria balance goes onto the
      *survivor's account line, and the movement is logged to the
      *cafeteria transaction file as a correction so the monthly
      *statement still adds up.
       CarryCafeBalance.
           MOVE 0 TO CHANGEDLINES.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CASCADEIN.
           IF CASCADEINSTATUS = FS-SUCCESS
               OPEN OUTPUT CASCADEWORK
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CASCADEIN
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE CASCADEINRECORD TO CAFEACCOUNTRECORD
                       IF CA-STUDENT-ACCT AND CA-OWNER = SURVIVORID
                           ADD CAFECARRY TO CA-BALANCE
                           MOVE CA-BALANCE TO CAFENEWBALANCE
                           ADD 1 TO CHANGEDLINES
                       END-IF
                       MOVE CAFEACCOUNTRECORD TO CASCADEWORKRECORD
                       WRITE CASCADEWORKRECORD
                   END-IF
               END-PERFORM
               CLOSE CASCADEIN
               CLOSE CASCADEWORK
               IF CHANGEDLINES > 0
                   PERFORM CopyWorkBack
                   PERFORM LogCafeCarry
                   DISPLAY "  cafeacct.txt : " CAFECARRY
                       " carried to the survivor's account."
               END-IF
           END-IF.

       LogCafeCarry.
           OPEN EXTEND CAFETRANSFILE.
           IF CAFETRANSSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT CAFETRANSFILE
           END-IF.
           IF CAFETRANSSTATUS NOT = FS-SUCCESS
               DISPLAY "DupMerge : " MSG-CANT-OPEN CAFETRANSSTATUS
           ELSE
               MOVE SPACES TO CAFETRANSRECORD
               MOVE "S" TO CX-OWNERTYPE
               MOVE SURVIVORID TO CX-OWNER
               MOVE FUNCTION CURRENT-DATE (1:8) TO CX-DATE
               MOVE "A" TO CX-TYPE
               MOVE SURVIVORID TO CX-IDNUM
               MOVE CAFECARRY TO CX-AMOUNT
               MOVE CAFENEWBALANCE TO CX-BALANCE
               STRING "MRG" DUPIDTEXT DELIMITED BY SIZE
                   INTO CX-REFERENCE
               MOVE OPERID TO CX-OPERID
               WRITE CAFETRANSRECORD
               CLOSE CAFETRANSFILE
           END-IF.

      *The enrollment file is indexed on the student ID, so its
      *lines move by key : each of the old ID's records is deleted
      *and written again under the new one.
       CascadeEnrollments.
           MOVE 0 TO CHANGEDLINES.
           MOVE 0 TO DROPPEDLINES.
           OPEN I-O COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE 'N' TO ATENDFLAG
               PERFORM MoveOneEnrollment UNTIL ATENDFLAG = 'Y'
               CLOSE COURSEENRLFILE
               IF CHANGEDLINES > 0
                   DISPLAY "  crsenrl.txt : " CHANGEDLINES
                       " line(s) moved to the survivor."
               END-IF
               IF DROPPEDLINES > 0
                   DISPLAY "  crsenrl.txt : " DROPPEDLINES
                       " duplicate line(s) dropped - survivor "
                       "already has the course that term."
               END-IF
           END-IF.

       MoveOneEnrollment.
           MOVE DUPID TO CE-IDNUM.
           MOVE 0 TO CE-TERMIDX.
           MOVE LOW-VALUES TO CE-CODE.
           START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
               INVALID KEY MOVE 'Y' TO ATENDFLAG
           END-START.
           IF ATENDFLAG = 'N'
               READ COURSEENRLFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
           END-IF.
           IF ATENDFLAG = 'N' AND CE-IDNUM NOT = DUPID
               MOVE 'Y' TO ATENDFLAG
           END-IF.
           IF ATENDFLAG = 'N'
               DELETE COURSEENRLFILE RECORD
                   INVALID KEY MOVE 'Y' TO ATENDFLAG
               END-DELETE
           END-IF.
           IF ATENDFLAG = 'N'
               MOVE SURVIVORID TO CE-IDNUM
               WRITE COURSEENRLRECORD
                   INVALID KEY ADD 1 TO DROPPEDLINES
                   NOT INVALID KEY ADD 1 TO CHANGEDLINES
               END-WRITE
           END-IF.

       CascadeOneFile.
           MOVE 0 TO CHANGEDLINES.
      *- then the duplicate's is dropped instead of creating a
      *second vote, profile, or hold under one ID.
       CascadeOneLine.
           PERFORM CheckLineFilter.
           IF LINESELECTED = 'Y'
                   AND CASCADEINRECORD (IDOFFSET:9) = DUPIDTEXT
               IF KEEPONEFLAG = 'Y' AND SURVIVORHASLINE = 'Y'
                   ADD 1 TO DROPPEDLINES
                   IF CASCADEPATH = "cafeacct.txt"
                       MOVE CASCADEINRECORD TO CAFEACCOUNTRECORD
                       ADD CA-BALANCE TO CAFECARRY
                   END-IF
               ELSE
                   MOVE SURVIVORIDTEXT
                       TO CASCADEINRECORD (IDOFFSET:9)
                       AT END MOVE 'Y' TO PRESCANATEND
                   END-READ
                   IF PRESCANATEND = 'N'
                       PERFORM CheckLineFilter
                       IF LINESELECTED = 'Y'
                               AND CASCADEINRECORD (IDOFFSET:9)
                                   = SURVIVORIDTEXT
                           MOVE 'Y' TO SURVIVORHASLINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CASCADEIN
           END-IF.

      *With no filter position every line is a candidate; otherwise
      *the byte there must (E) or must not (N) equal the value.
       CheckLineFilter.
           MOVE 'Y' TO LINESELECTED.
           IF FILTERPOS > 0
               IF FILTEROP = 'E'
                   IF CASCADEINRECORD (FILTERPOS:1) NOT = FILTERVALUE
                       MOVE 'N' TO LINESELECTED
                   END-IF
               ELSE
                   IF CASCADEINRECORD (FILTERPOS:1) = FILTERVALUE
                       MOVE 'N' TO LINESELECTED
                   END-IF
               END-IF
           END-IF.

       CopyWorkBack.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CASCADEWORK.
