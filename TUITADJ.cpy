      *    TUITADJ.cpy -- pending tuition adjustment queue, one line
      *    per manual change to a TuitionBalance : the change asked
      *    for, why, who asked, and what a supervisor decided.
      *    StudFile queues a line instead of changing the balance;
      *    AdjAppr approves or rejects it, and only an approval moves
      *    the balance. TA-AMOUNT is the signed change; TA-BALANCE is
      *    the balance the requester saw, so an approval can tell
      *    when the account has moved since.
       01  TuitionAdjRecord.
           02 TA-SEQ PIC 9(6).
           02 TA-IDNUM PIC 9(9).
           02 TA-AMOUNT PIC S9(5)V99.
           02 TA-BALANCE PIC S9(5)V99.
           02 TA-REASON PIC X(4).
               88 TA-VALID-REASON VALUE "CORR" "WAIV" "DISC"
                   "FEE " "OTHR".
           02 TA-REQUESTER PIC X(10).
           02 TA-REQTIME PIC X(21).
           02 TA-STATUS PIC X.
               88 TA-PENDING VALUE "P".
               88 TA-APPROVED VALUE "A".
               88 TA-REJECTED VALUE "R".
           02 TA-REVIEWER PIC X(10).
           02 TA-REVTIME PIC X(21).
