      *student already has a course in the same term meeting in the
      *same period - the double-booking the office used to find on
      *day one.
      *Indexed enrollments : crsenrl.txt is keyed by student, term,
      *and course, with the course/term roster key as an alternate.
      *Every check here is now a keyed read of one student's lines
      *or one course's roster rather than a pass over the whole
      *file; a drop deletes the one record in place, and a score
      *recorded against an existing enrollment rewrites it instead
      *of adding a second line.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
      *Audit entries are sealed through AudChain as they are
      *written. A closed-term change takes the shared session lock
      *before it goes ahead, as every other audit.txt writer does,
      *and is refused while student records are in use elsewhere.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CourseCatStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT WaitlistWork ASSIGN TO "waitlist.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WaitlistWorkStatus.
           SELECT XferFile ASSIGN TO "xfercrs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XferFileStatus.
           SELECT ClosedTermLog ASSIGN TO "grdovrd.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosedTermLogStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.

       DATA DIVISION.
       FILE SECTION.
       FD WaitlistWork.
       01  WaitlistWorkRecord PIC X(17).

       FD XferFile.
       COPY XFERCRS.

           02 GO-CODE PIC X(6).
           02 GO-REASON PIC X(20).

       FD SessionLock.
       COPY SESSLOCK.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A.
       01  StudentFileStatus PIC XX.
       01  EnrlScanAtEnd PIC A.
       01  WaitlistStatus PIC XX.
       01  WaitlistWorkStatus PIC XX.
       01  SeatCount PIC 9(3).
       01  SeatIdx PIC 9(3).
       01  OnWaitlist PIC A.
       01  ClosedTermLogStatus PIC XX.
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "SYSTEM".
       01  TermLocked PIC A.
       01  TermOverride PIC A VALUE "N".
       01  LockReason PIC X(20).
       01  SessionLockStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       COPY AUDCHAIN.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
           END-PERFORM.

      *Refuses the enrollment when another of the student's courses
      *in the same term meets in the same period. The student's
      *lines for the term are read by key, each existing course's
      *period looked up in the meeting table.
       CheckPeriodConflict.
           MOVE 'N' TO CONFLICTFLAG.
           PERFORM FindMeetPeriod.
               MOVE 'N' TO ENRLSCANATEND
               OPEN INPUT COURSEENRLFILE
               IF COURSEENRLSTATUS = FS-SUCCESS
                   MOVE STUDIDNUM TO CE-IDNUM
                   MOVE WORKTERMIDX TO CE-TERMIDX
                   MOVE LOW-VALUES TO CE-CODE
                   START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
                       INVALID KEY MOVE 'Y' TO ENRLSCANATEND
                   END-START
                   PERFORM UNTIL ENRLSCANATEND = 'Y'
                       READ COURSEENRLFILE NEXT RECORD
                           AT END MOVE 'Y' TO ENRLSCANATEND
                       END-READ
                       IF ENRLSCANATEND = 'N'
                           IF CE-IDNUM NOT = STUDIDNUM
                                   OR CE-TERMIDX NOT = WORKTERMIDX
                               MOVE 'Y' TO ENRLSCANATEND
                           END-IF
                       END-IF
                       IF ENRLSCANATEND = 'N'
                               AND CE-CODE NOT = WORKCODE
                           MOVE 0 TO OLDPERIOD
                           PERFORM VARYING MEETIDX FROM 1 BY 1
                   END-IF
               END-IF
           END-IF.
           PERFORM ReleaseOverrideLock.

      *Posting into any term except the calendar's current one is a
      *closed-term change : clerks are refused outright, and a
                       MOVE 'Y' TO TERMLOCKED
                       DISPLAY "A reason is required - not posted."
                   ELSE
                       PERFORM AcquireSessionLock
                       IF LOCKACQUIRED = 'Y'
                           MOVE 'Y' TO TERMOVERRIDE
                       ELSE
                           MOVE 'Y' TO TERMLOCKED
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE STUDIDNUM TO AA-IDNUM
               MOVE SPACES TO AA-BEFORE
               MOVE SPACES TO AA-AFTER
               MOVE SPACES TO AA-APPROVER
               MOVE RETURN-CODE TO CH-SAVEDRC
               MOVE "SEAL" TO CH-OP
               MOVE "AUDIT" TO CH-TRAIL
               CALL "AudChain" USING CHAINCALL AUDITRECORD
               MOVE CH-SAVEDRC TO RETURN-CODE
               WRITE AUDITRECORD
               CLOSE AUDITFILE
               MOVE "DONE" TO CH-OP
               CALL "AudChain" USING CHAINCALL AUDITRECORD
               MOVE CH-SAVEDRC TO RETURN-CODE
           END-IF.
           OPEN EXTEND CLOSEDTERMLOG.
           IF CLOSEDTERMLOGSTATUS NOT = FS-SUCCESS
      *locked operators refused, role carried for the closed-term
      *lock. Password housekeeping (fail counts, aging) stays with
      *the main session's richer gate.
      *The lock is held only from the supervisor's reason to the
      *end of the one change it covers.
       ReleaseOverrideLock.
           MOVE 'N' TO TERMOVERRIDE.
           IF LOCKACQUIRED = 'Y'
               PERFORM ReleaseSessionLock
               MOVE 'N' TO LOCKACQUIRED
           END-IF.

       AcquireSessionLock.
           MOVE 'N' TO LOCKACQUIRED.
           OPEN INPUT SESSIONLOCK.
           EVALUATE TRUE
               WHEN SESSIONLOCKSTATUS = FS-FILE-NOT-EXIST
                   MOVE 'Y' TO LOCKACQUIRED
               WHEN SESSIONLOCKSTATUS NOT = FS-SUCCESS
                   DISPLAY "CrsEnrl : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "CrsEnrl : student records "
                                   "in use by " SL-OPERID " since "
                                   SL-TIMESTAMP " - closed-term "
                                   "change refused."
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
               DISPLAY "CrsEnrl : " MSG-CANT-OPEN SESSIONLOCKSTATUS
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

       Login.
           PERFORM TryOneLogin
               UNTIL LOGINSUCCESS OR ATTEMPTCOUNT >= 3.
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
           MOVE 'N' TO ENRLSCANATEND.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE STUDIDNUM TO CE-IDNUM
               MOVE 0 TO CE-TERMIDX
               MOVE LOW-VALUES TO CE-CODE
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
                   INVALID KEY MOVE 'Y' TO ENRLSCANATEND
               END-START
               PERFORM UNTIL ENRLSCANATEND = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ENRLSCANATEND
                   END-READ
                   IF ENRLSCANATEND = 'N'
                           AND CE-IDNUM NOT = STUDIDNUM
                       MOVE 'Y' TO ENRLSCANATEND
                   END-IF
                   IF ENRLSCANATEND = 'N'
                           AND CE-CODE = PREREQCODE
                           AND CE-SCORED
                       PERFORM ClassifyPrereqScore

       CheckAlreadyEnrolled.
           MOVE 'N' TO ALREADYENRL.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE STUDIDNUM TO CE-IDNUM
               MOVE WORKTERMIDX TO CE-TERMIDX
               MOVE WORKCODE TO CE-CODE
               READ COURSEENRLFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT CE-MARK-WDRN
                           MOVE 'Y' TO ALREADYENRL
                       END-IF
               END-READ
               CLOSE COURSEENRLFILE
           END-IF.

      *The course's roster for the term, read on the roster key.
       CountSeats.
           MOVE 0 TO SEATCOUNT.
           MOVE 'N' TO ENRLSCANATEND.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE WORKCODE TO CE-RK-CODE
               MOVE WORKTERMIDX TO CE-RK-TERMIDX
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-ROSTERKEY
                   INVALID KEY MOVE 'Y' TO ENRLSCANATEND
               END-START
               PERFORM UNTIL ENRLSCANATEND = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ENRLSCANATEND
                   END-READ
                   IF ENRLSCANATEND = 'N'
                       IF CE-RK-CODE NOT = WORKCODE
                               OR CE-RK-TERMIDX NOT = WORKTERMIDX
                           MOVE 'Y' TO ENRLSCANATEND
                       END-IF
                   END-IF
                   IF ENRLSCANATEND = 'N' AND NOT CE-MARK-WDRN
                       ADD 1 TO SEATCOUNT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM DropOneBody
           END-IF.
           PERFORM ReleaseOverrideLock.

       DropOneBody.
           PERFORM RemoveEnrollmentLine.
               PERFORM PromoteFromWaitlist
           END-IF.

      *The enrollment is deleted in place by its key.
       RemoveEnrollmentLine.
           MOVE 'N' TO DROPPEDFLAG.
           OPEN I-O COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               MOVE STUDIDNUM TO CE-IDNUM
               MOVE WORKTERMIDX TO CE-TERMIDX
               MOVE WORKCODE TO CE-CODE
               READ COURSEENRLFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE COURSEENRLFILE RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE 'Y' TO DROPPEDFLAG
                       END-DELETE
               END-READ
               CLOSE COURSEENRLFILE
           END-IF.

       PromoteFromWaitlist.
               CLOSE WAITLISTFILE
           END-IF.
           IF PROMOTEFOUND = 'Y'
               PERFORM OpenEnrlForUpdate
               IF COURSEENRLSTATUS = FS-SUCCESS
                   MOVE PROMOTEID TO CE-IDNUM
                   MOVE WORKTERMIDX TO CE-TERMIDX
                   MOVE WORKCODE TO CE-CODE
                   MOVE 0 TO CE-SCORE
                   MOVE SPACE TO CE-MARK
                   PERFORM PutEnrollment
                   CLOSE COURSEENRLFILE
                   PERFORM RemoveWaitlistEntry
                   DISPLAY "Waitlist promotion : " PROMOTEID
           END-EVALUATE.

       WriteEnrollment.
           PERFORM OpenEnrlForUpdate.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               DISPLAY "CrsEnrl : " MSG-CANT-OPEN COURSEENRLSTATUS
           ELSE
               MOVE WORKCODE TO CE-CODE
               MOVE WORKSCORE TO CE-SCORE
               MOVE WORKMARK TO CE-MARK
               PERFORM PutEnrollment
               CLOSE COURSEENRLFILE
               DISPLAY "Enrollment recorded."
               IF TERMOVERRIDE = 'Y'
               END-IF
           END-IF.

      *The enrollment file is opened for update; the first
      *enrollment ever recorded creates it.
       OpenEnrlForUpdate.
           OPEN I-O COURSEENRLFILE.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT COURSEENRLFILE
           END-IF.

      *One enrollment per student, term, and course : a score for a
      *course the student already has in that term replaces the
      *line already there.
       PutEnrollment.
           MOVE CE-CODE TO CE-RK-CODE.
           MOVE CE-TERMIDX TO CE-RK-TERMIDX.
           WRITE COURSEENRLRECORD
               INVALID KEY
                   REWRITE COURSEENRLRECORD
                       INVALID KEY
                           DISPLAY "CrsEnrl : enrollment not "
                               "written, status " COURSEENRLSTATUS
                   END-REWRITE
           END-WRITE.

       ListOneStudent.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT STUDIDNUM.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               DISPLAY "No enrollments on file."
           ELSE
               MOVE STUDIDNUM TO CE-IDNUM
               MOVE 0 TO CE-TERMIDX
               MOVE LOW-VALUES TO CE-CODE
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
                   INVALID KEY MOVE 'Y' TO ATENDFLAG
               END-START
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CE-IDNUM NOT = STUDIDNUM
                       MOVE 'Y' TO ATENDFLAG
                   END-IF
                   IF ATENDFLAG = 'N'
                       ADD 1 TO LISTEDCOUNT
                       MOVE CE-CODE TO WORKCODE
                       PERFORM FindCourse
