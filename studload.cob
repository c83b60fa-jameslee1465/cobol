      *so a truncated transmission fails the step the same night
      *instead of loading half a file. The reject file is stamped
      *with the same header/trailer so a resubmission verifies too.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  OperID PIC X(10) VALUE "SYSTEM".
       01  SessionLockStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       COPY AUDCHAIN.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
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
                       MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
                       MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
                       MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
                   ELSE
                       MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
                   END-IF
                   MOVE ENROLLSTATUS TO AA-BEF-STATUS
                   MOVE GRADELEVEL TO AA-BEF-GRADE
                       MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
                       MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
                       MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
                   ELSE
                       MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
                   END-IF
                   MOVE ENROLLSTATUS TO AA-BEF-STATUS
                   MOVE GRADELEVEL TO AA-BEF-GRADE
