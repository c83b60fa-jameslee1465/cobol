      *    PWDRLOT.cpy -- protein powder lot record, one line per
      *    delivery received in PwdrInv : the supplier's lot number,
      *    who supplied it, when it came in and when it expires, and
      *    how many grams of it are still on the shelf. Lines stay in
      *    the order received, which is the order the nightly usage
      *    posting draws them down (first in, first out).
       01  PowderLotRecord.
           02 LT-LOTNO PIC X(12).
           02 LT-SUPPLIER PIC X(20).
           02 LT-RECVDATE PIC 9(8).
           02 LT-EXPDATE PIC 9(8).
           02 LT-RECEIVED PIC 9(7)V99.
           02 LT-REMAINING PIC 9(7)V99.
