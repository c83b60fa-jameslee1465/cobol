      *    GLMAP.cpy -- general ledger account map, one line per
      *    audit action that moves TuitionBalance. The receivable
      *    account takes the change in the balance (debited when the
      *    balance rises, credited when it falls) and the offset
      *    account takes the other side : tuition revenue for an
      *    assessment, cash for a payment, aid expense for an award,
      *    cafeteria revenue for a shake charge, NSF receivable for
      *    a bounced check. Cafeteria account deposits and charges,
      *    which never touch TuitionBalance, map under the actions
      *    CAFDEP and CAFCHG. Maintained through GLMapMnt; GLJrnl reads
      *    it to build the nightly journal, so a chart-of-accounts
      *    change is a table edit, not a recompile.
       01  GLMapRecord.
           02 GM-ACTION PIC X(6).
           02 GM-ARACCT PIC X(10).
           02 GM-OFFACCT PIC X(10).
           02 GM-DESC PIC X(20).
