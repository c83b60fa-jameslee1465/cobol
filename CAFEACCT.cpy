      *    CAFEACCT.cpy -- prepaid cafeteria account, one line per
      *    account, kept apart from TuitionBalance. An account
      *    belongs to one student (CA-OWNER is the student ID) or to
      *    a household (CA-OWNER is the family.txt family number);
      *    a student's own account is used before the family's.
      *    Deposits are posted in CafeMnt, ShakeBill draws the
      *    balance down, and the low-balance notices go out when it
      *    falls under CA-LOWLEVEL (zero = the cafecfg.txt default).
      *    Every movement is logged to cafetran.txt (CAFETRAN.cpy).
       01  CafeAccountRecord.
           02 CA-OWNERTYPE PIC X.
               88 CA-STUDENT-ACCT VALUE "S".
               88 CA-FAMILY-ACCT VALUE "F".
           02 CA-OWNER PIC 9(9).
           02 CA-BALANCE PIC S9(5)V99.
           02 CA-LOWLEVEL PIC 9(3)V99.
           02 CA-OPENDATE PIC 9(8).
           02 CA-STATUS PIC X.
               88 CA-OPEN VALUE "O".
               88 CA-CLOSED VALUE "C".
