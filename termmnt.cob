      *terminal. Terms are added or corrected here, and exactly one
      *term is marked current; setting a new current term clears the
      *old mark so score postings can never land in two terms.
      *Reference-audit entries are sealed through AudChain as they
      *are written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  RefBefore PIC X(44).
       01  RefAfter PIC X(44).
       01  RefFileName PIC X(8) VALUE "TERMCAL".
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

      *The slot at FoundIdx, flattened for the audit image.
