      *timestamp; the first entry past the cutoff stops the replay
      *and is reported, so the operator can see exactly where the
      *roll-forward ended.
      *The trail is verified before anything is applied : every
      *entry's AudChain seal must link to the one before it, with no
      *gap in the sequence numbers and no timestamp running
      *backwards, and the live audit.txt must end on its chain head.
      *The first entry is linked to the last sealed entry of the
      *month closed before it (the months are listed in
      *auditsum.txt), so an edit at the top of the file is caught as
      *surely as one further down; with no earlier sealed month it
      *must be the first entry of the whole trail.
      *A trail that fails is not replayed - an edited trail would
      *rebuild the student file wrong without a word - unless a
      *supervisor signs on to override, and the override goes to the
      *reference-audit trail with the supervisor's ID. AudVfy lists
      *every exception in full.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO DYNAMIC AuditFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT RefAuditFile ASSIGN TO "refaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RefAuditStatus.
           SELECT SummaryFile ASSIGN TO "auditsum.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SummaryFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY AUDITREC.

       FD OperatorFile.
       COPY OPERREC.

       FD RefAuditFile.
       COPY REFAUDIT.

       FD SummaryFile.
       01  SummaryRecord.
           02 SM-MONTH PIC 9(6).
           02 FILLER PIC X(30).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  SlotIdx PIC 9(2).
       01  SkippedCount PIC 9(5) VALUE 0.
       01  StoppedAt PIC X(21) VALUE SPACES.
       01  OperatorFileStatus PIC XX.
       01  OperAtEndFlag PIC A.
       01  RefAuditStatus PIC XX.
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  GateOK PIC A.
       01  TrailLine PIC 9(7).
       01  TrailProblems PIC 9(5).
       01  FirstLine PIC 9(7).
       01  FirstProblem PIC X(20).
       01  SummaryFileStatus PIC XX.
      *The month the replayed file covers (all nines for the live
      *file or a copy of it) and the closed month just before it.
       01  ReplayMonth PIC 9(6).
       01  PriorMonth PIC 9(6).
       01  ReplayPath PIC X(40).
       01  PriorSealed PIC A.
       COPY AUDCHAIN.
       COPY STATCODE.
      *Point STUDENTFILE at the restored copy being rolled forward,
      *never at the live file name, so a mistyped run can't replay
           DISPLAY "Apply entries up to (YYYYMMDDHHMMSS) : "
               WITH NO ADVANCING.
           ACCEPT CUTOFFSTAMP.
           PERFORM VerifyTrail.
           IF TRAILPROBLEMS > 0
               DISPLAY "Audit trail fails verification : "
                   TRAILPROBLEMS " exception(s), the first at line "
                   FIRSTLINE " - " FIRSTPROBLEM
               DISPLAY "Run AudVfy for the full list. A supervisor "
                   "may override and replay it anyway."
               PERFORM SupervisorGate
               IF GATEOK NOT = 'Y'
                   DISPLAY "Replay refused."
                   MOVE RC-DISCREPANCY TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LogOverride
           END-IF.
           OPEN I-O STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "StudRcvr : " MSG-CANT-OPEN STUDENTFILESTATUS
                       END-REWRITE
                   END-IF
           END-READ.

      *The walk starts part way along the chain (one month, or the
      *live file since the last rollover), so it is seeded with the
      *last sealed entry of the month before and every entry,
      *the first included, must link. A file that won't open is
      *left to the replay's own open to report.
       VerifyTrail.
           INITIALIZE CHAINCALL.
           MOVE "AUDIT" TO CH-TRAIL.
           MOVE 0 TO TRAILLINE.
           MOVE 0 TO TRAILPROBLEMS.
           PERFORM SeedFromPriorMonth.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT AUDITFILE.
           IF AUDITFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       ADD 1 TO TRAILLINE
                       MOVE "LINK" TO CH-OP
                       CALL "AudChain" USING CHAINCALL AUDITRECORD
                       IF NOT CH-LINK-OK
                           PERFORM NoteTrailProblem
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDITFILE
               IF AUDITFILEPATH = "audit.txt"
                   MOVE "HEAD" TO CH-OP
                   CALL "AudChain" USING CHAINCALL AUDITRECORD
                   IF CH-HEAD-MISMATCH
                       PERFORM NoteTrailProblem
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *No earlier sealed month means this file holds the start of
      *the chain, and its first sealed entry must be sequence 1.
       SeedFromPriorMonth.
           MOVE 'Y' TO CH-FROMSTART.
           PERFORM FindPriorMonth.
           IF PRIORMONTH > 0
               MOVE AUDITFILEPATH TO REPLAYPATH
               MOVE SPACES TO AUDITFILEPATH
               STRING "audit" PRIORMONTH ".txt"
                   DELIMITED BY SIZE INTO AUDITFILEPATH
               PERFORM ReadPriorTail
               MOVE REPLAYPATH TO AUDITFILEPATH
           END-IF.

      *An archive's name carries its month; anything else is taken
      *to be the live file or a copy of it, which follows every
      *closed month.
       FindPriorMonth.
           MOVE 999999 TO REPLAYMONTH.
           IF AUDITFILEPATH (1:5) = "audit"
                   AND AUDITFILEPATH (6:6) NUMERIC
                   AND AUDITFILEPATH (12:4) = ".txt"
               MOVE AUDITFILEPATH (6:6) TO REPLAYMONTH
           END-IF.
           MOVE 0 TO PRIORMONTH.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT SUMMARYFILE.
           IF SUMMARYFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SUMMARYFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SM-MONTH NUMERIC
                           AND SM-MONTH < REPLAYMONTH
                           AND SM-MONTH > PRIORMONTH
                       MOVE SM-MONTH TO PRIORMONTH
                   END-IF
               END-PERFORM
               CLOSE SUMMARYFILE
           END-IF.

      *A month closed before sealing began has no sealed entry to
      *link to, and the chain starts in the replayed file.
       ReadPriorTail.
           MOVE 'N' TO PRIORSEALED.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT AUDITFILE.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               ADD 1 TO TRAILPROBLEMS
               MOVE 0 TO FIRSTLINE
               MOVE "prior month missing" TO FIRSTPROBLEM
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AA-SEAL NOT = SPACES
                           AND AA-SEQ NUMERIC
                       MOVE 'Y' TO PRIORSEALED
                       MOVE AA-SEQ TO CH-LASTSEQ
                       MOVE AA-CHAIN TO CH-LASTCHAIN
                       MOVE AUDITRECORD (1:21) TO CH-LASTSTAMP
                   END-IF
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.
           IF PRIORSEALED = 'Y'
               MOVE 'N' TO CH-FROMSTART
               MOVE 1 TO CH-SEALED
           END-IF.

       NoteTrailProblem.
           ADD 1 TO TRAILPROBLEMS.
           IF TRAILPROBLEMS = 1
               MOVE TRAILLINE TO FIRSTLINE
               EVALUATE TRUE
                   WHEN CH-BROKEN
                       MOVE "broken link" TO FIRSTPROBLEM
                   WHEN CH-GAP
                       MOVE "sequence gap" TO FIRSTPROBLEM
                   WHEN CH-OUT-OF-ORDER
                       MOVE "time out of order" TO FIRSTPROBLEM
                   WHEN CH-UNSEALED-ENTRY
                       MOVE "unsealed entry" TO FIRSTPROBLEM
                   WHEN CH-HEAD-MISMATCH
                       MOVE "ends short of head" TO FIRSTPROBLEM
               END-EVALUATE
           END-IF.

      *The override takes a real supervisor, not a word : the
      *operator's ID and password are checked read-only against
      *operator.txt, the same lookup YearEnd's override uses.
       SupervisorGate.
           MOVE 'N' TO GATEOK.
           DISPLAY "Supervisor ID : " WITH NO ADVANCING.
           ACCEPT LOGINID.
           DISPLAY "Password : " WITH NO ADVANCING.
           ACCEPT LOGINPASSWORD WITH NO-ECHO.
           MOVE 'N' TO OPERATENDFLAG.
           OPEN INPUT OPERATORFILE.
           IF OPERATORFILESTATUS NOT = FS-SUCCESS
               DISPLAY "Operator file is missing - override "
                   "refused."
           ELSE
               PERFORM UNTIL OPERATENDFLAG = 'Y'
                   READ OPERATORFILE
                       AT END MOVE 'Y' TO OPERATENDFLAG
                   END-READ
                   IF OPERATENDFLAG = 'N' AND OP-ID = LOGINID
                       MOVE "CHECK" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID
                           LOGINPASSWORD OP-PASSWORD
                           OP-PWDATA PWDRESULT
                   END-IF
                   IF OPERATENDFLAG = 'N' AND OP-ID = LOGINID
                           AND PWDRESULT NOT = 'N'
                           AND OP-ROLE = 'S'
                           AND OP-ACTIVE NOT = 'D'
                           AND OP-ACTIVE NOT = 'L'
                       MOVE 'Y' TO GATEOK
                       MOVE 'Y' TO OPERATENDFLAG
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
               IF GATEOK = 'Y' AND PWDRESULT = 'C'
                   MOVE "FILE" TO PWDOP
                   CALL "PwdHash" USING PWDOP LOGINID
                       LOGINPASSWORD OP-PASSWORD
                       OP-PWDATA PWDRESULT
               END-IF
               IF GATEOK = 'N'
                   DISPLAY "Not an enabled supervisor."
               END-IF
           END-IF.

      *The override line names the trail replayed and what was wrong
      *with it. A line that can't be written is reported but doesn't
      *stop the recovery the supervisor has approved.
       LogOverride.
           OPEN EXTEND REFAUDITFILE.
           IF REFAUDITSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT REFAUDITFILE
           END-IF.
           IF REFAUDITSTATUS NOT = FS-SUCCESS
               DISPLAY "Reference audit : " MSG-CANT-OPEN
                   REFAUDITSTATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
               MOVE LOGINID TO RA-OPERID
               MOVE "AUDIT" TO RA-FILE
               MOVE "REPLAY" TO RA-ACTION
               MOVE "OVERRIDE" TO RA-KEY
               MOVE SPACES TO RA-BEFORE
               STRING TRAILPROBLEMS " EXCEPTIONS, FIRST AT LINE "
                   FIRSTLINE DELIMITED BY SIZE INTO RA-BEFORE
               MOVE AUDITFILEPATH TO RA-AFTER
               MOVE RETURN-CODE TO CH-SAVEDRC
               MOVE "SEAL" TO CH-OP
               MOVE "REFAUD" TO CH-TRAIL
               CALL "AudChain" USING CHAINCALL REFAUDITRECORD
               MOVE CH-SAVEDRC TO RETURN-CODE
               WRITE REFAUDITRECORD
               CLOSE REFAUDITFILE
               MOVE "DONE" TO CH-OP
               CALL "AudChain" USING CHAINCALL REFAUDITRECORD
               MOVE CH-SAVEDRC TO RETURN-CODE
           END-IF.
