      *    AUDITREC.cpy -- audit trail record for StudentFile changes.
      *    One line per Add/Update/Delete: when, who, what action,
      *    and the record's values before and after the change.
      *    AA-APPROVER is the second operator on a change that needed
      *    a supervisor's approval (AA-OPERID is then the operator
      *    who asked for it); spaces on every other entry.
      *    Every entry is sealed by AudChain as it is written : its
      *    place in the trail and a hash of its own content chained
      *    to the entry before it (see AUDCHAIN.cpy). The filler
      *    byte brings the sealed content to the same length as a
      *    reference-audit entry's.
       01  AuditRecord.
           02 AA-TIMESTAMP PIC X(21).
           02 AA-OPERID PIC X(10).
               03 AA-AFT-AGE PIC 9(3).
               03 AA-AFT-CANVOTE PIC 9.
               03 AA-AFT-TUITION PIC S9(5)V99.
           02 AA-APPROVER PIC X(10).
           02 FILLER PIC X.
           02 AA-SEAL.
               03 AA-SEQ PIC 9(9).
               03 AA-CHAIN PIC X(16).
