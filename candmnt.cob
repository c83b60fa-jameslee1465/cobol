      *full on exit, the same way the other maintenance programs
      *work. Changing the ballot after votes exist is refused -
      *votes already cast reference candidate numbers.
      *Reference-audit entries are sealed through AudChain as they
      *are written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  RefAfter PIC X(44).
       01  OperID PIC X(10).
       01  RefFileName PIC X(8) VALUE "CANDFILE".
       COPY AUDCHAIN.
       COPY STATCODE.

       PROCEDURE DIVISION.
               MOVE REFKEY TO RA-KEY
               MOVE REFBEFORE TO RA-BEFORE
               MOVE REFAFTER TO RA-AFTER
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
      *The reference-audit trail only means something if the name
      *on it is real : the typed operator ID must exist in
