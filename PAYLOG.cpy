      *    PAYLOG.cpy -- posted payment log, one line per payment
      *    line PayPost (or a suspense repost) actually put on the
      *    books : the date it posted and the payment as the office
      *    keyed it - a family check stays one line with its family
      *    number, however many children it was split across, since
      *    that is what the bank deposited. Reversals are not
      *    logged; the bank reports those separately. BankRec
      *    matches these lines to the bank's deposit file.
       01  PostedPayRecord.
           02 PG-POSTDATE PIC 9(8).
           02 PG-TYPE PIC X.
           02 PG-IDNUM PIC 9(9).
           02 PG-AMOUNT PIC 9(5)V99.
           02 PG-PAYDATE PIC 9(8).
           02 PG-REF PIC X(10).
