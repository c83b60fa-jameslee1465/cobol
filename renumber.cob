      *  - rewrites every live satellite file that keys on the ID
      *    (contacts, nutrition profile, course enrollments, term
      *    history, attendance, holds, votes, status and name
      *    history, protein roster, and the fee, write-off,
      *    counseling, activity, health, transport, cafeteria,
      *    gradebook, period attendance and contact logs) to the
      *    new number;
      *  - writes an idxref.txt linkage record so proteinlog history
      *    and archived audit months can still be matched to the
      *    student under the old number.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XrefFile ASSIGN TO "idxref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XrefFileStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT CascadeIn ASSIGN TO DYNAMIC CascadePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CascadeInStatus.
       FD XrefFile.
       COPY IDXREF.

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD CascadeIn.
       01  CascadeInRecord PIC X(142).

       FD CascadeWork.
       01  CascadeWorkRecord PIC X(142).

       FD SessionLock.
       COPY SESSLOCK.
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  XrefFileStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  CascadeInStatus PIC XX.
       01  CascadeWorkStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  ConfirmWord PIC X(10).
       01  IDOffset PIC 9(2).
       01  ChangedLines PIC 9(5).
       01  DroppedLines PIC 9(5).
       01  SaveRecord PIC X(200).
       01  FilterPos PIC 9(3).
       01  FilterOp PIC X.
       01  FilterValue PIC X.
       01  LineSelected PIC A.
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

      *Every live satellite file that keys on the student ID gets
      *its lines moved to the new number. The ID sits in column 1
      *in most of them; the offset is set for the rest. A filter
      *byte keeps family-owned lines (cafeteria accounts, family
      *payments) and non-valid badge reads out of the sweep.
       CascadeAllFiles.
           MOVE 1 TO IDOFFSET.
           MOVE 0 TO FILTERPOS.
           MOVE "contact.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "nutrprof.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "termhist.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "tuithold.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "proteinroster.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "wrtoff.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "latefee.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "accplan.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "cnslasgn.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "cnslnote.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
           MOVE "busride.txt" TO CASCADEPATH.
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
           MOVE 2 TO IDOFFSET.
           MOVE 1 TO FILTERPOS.
           MOVE 'E' TO FILTEROP.
           MOVE 'S' TO FILTERVALUE.
           MOVE "cafeacct.txt" TO CASCADEPATH.
           PERFORM CascadeOneFile.
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
                       " line(s) moved to the new ID."
               END-IF
               IF DROPPEDLINES > 0
                   DISPLAY "  crsenrl.txt : " DROPPEDLINES
                       " line(s) not moved - the new ID already "
                       "has the course that term."
               END-IF
           END-IF.

       MoveOneEnrollment.
           MOVE OLDID TO CE-IDNUM.
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
           IF ATENDFLAG = 'N' AND CE-IDNUM NOT = OLDID
               MOVE 'Y' TO ATENDFLAG
           END-IF.
           IF ATENDFLAG = 'N'
               DELETE COURSEENRLFILE RECORD
                   INVALID KEY MOVE 'Y' TO ATENDFLAG
               END-DELETE
           END-IF.
           IF ATENDFLAG = 'N'
               MOVE NEWID TO CE-IDNUM
               WRITE COURSEENRLRECORD
                   INVALID KEY ADD 1 TO DROPPEDLINES
                   NOT INVALID KEY ADD 1 TO CHANGEDLINES
               END-WRITE
           END-IF.

       CascadeOneFile.
           MOVE 0 TO CHANGEDLINES.
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       PERFORM CheckLineFilter
                       IF LINESELECTED = 'Y' AND
                               CASCADEINRECORD (IDOFFSET:9) = OLDIDTEXT
                           MOVE NEWIDTEXT
                               TO CASCADEINRECORD (IDOFFSET:9)
                           ADD 1 TO CHANGEDLINES
               END-IF
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
