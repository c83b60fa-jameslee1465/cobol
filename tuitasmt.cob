      *run for a term already on it is refused, the same rerun
      *guard ShakeBill keeps per billing date. Holds the shared
      *session lock while posting.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  RptCode PIC X(8) VALUE "ASSESS".
       01  RptTitle PIC X(40) VALUE "TERM TUITION ASSESSMENT REGISTER".
       01  RptLine PIC X(80).
       COPY AUDCHAIN.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
                   MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
                   MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
                   MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
               ELSE
                   MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
               END-IF
               MOVE ENROLLSTATUS TO AA-BEF-STATUS
               MOVE GRADELEVEL TO AA-BEF-GRADE
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
