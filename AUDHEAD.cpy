      *    AUDHEAD.cpy -- chain head, one line per sealed audit trail
      *    in audhead.txt : the sequence number, hash and timestamp
      *    of the last entry AudChain sealed. The head carries the
      *    chain on past AuditArch emptying the live audit.txt, and
      *    lets the verifier see that entries missing from the end
      *    of a trail are missing.
       01  AuditHeadRecord.
           02 AH-TRAIL PIC X(6).
           02 AH-SEQ PIC 9(9).
           02 AH-CHAIN PIC X(16).
           02 AH-STAMP PIC X(21).
