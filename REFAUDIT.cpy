      *    to refaudit.txt by CrsMaint, TermMnt, OperMaint, and
      *    CandMnt; searched through AuditInq's reference-audit
      *    mode. Operator records never image the password.
      *    Every entry is sealed by AudChain as it is written, the
      *    same way the student audit trail is (see AUDCHAIN.cpy).
       01  RefAuditRecord.
           02 RA-TIMESTAMP PIC X(21).
           02 RA-OPERID PIC X(10).
           02 RA-KEY PIC X(10).
           02 RA-BEFORE PIC X(44).
           02 RA-AFTER PIC X(44).
           02 RA-SEAL.
               03 RA-SEQ PIC 9(9).
               03 RA-CHAIN PIC X(16).
