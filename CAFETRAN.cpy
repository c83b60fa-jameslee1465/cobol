      *    CAFETRAN.cpy -- cafeteria account transaction log, one
      *    line per movement on a CAFEACCT account, appended and
      *    never rewritten : the monthly cafeteria statement is
      *    printed from it. CX-AMOUNT is signed (deposits positive,
      *    charges negative) and CX-BALANCE is the account balance
      *    after the line. CX-IDNUM is the student a charge was for,
      *    so a household statement shows whose lunch it was.
       01  CafeTransRecord.
           02 CX-OWNERTYPE PIC X.
           02 CX-OWNER PIC 9(9).
           02 CX-DATE PIC 9(8).
           02 CX-TYPE PIC X.
               88 CX-DEPOSIT VALUE "D".
               88 CX-CHARGE VALUE "C".
               88 CX-CORRECTION VALUE "A".
               88 CX-REFUND VALUE "R".
           02 CX-IDNUM PIC 9(9).
           02 CX-AMOUNT PIC S9(5)V99.
           02 CX-BALANCE PIC S9(5)V99.
           02 CX-REFERENCE PIC X(12).
           02 CX-OPERID PIC X(10).
