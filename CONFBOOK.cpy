      *    CONFBOOK.cpy -- conference slot booking, one line per
      *    booked slot : the event, the teacher (TE-ID) and the
      *    slot's start time, the student the conference is about
      *    and the guardian coming, with the operator and date of
      *    the booking. Student ID zero is a slot the teacher has
      *    blocked. Booked in ConfMnt, which refuses a slot that
      *    overlaps a sibling's (family.txt) booking; read by
      *    ConfRpt for the schedules, letters and no-booking list.
       01  ConfBookRecord.
           02 QB-EVENT PIC 9(3).
           02 QB-TEID PIC 9(4).
           02 QB-TIME PIC 9(4).
           02 QB-IDNUM PIC 9(9).
           02 QB-GUARDIAN PIC X(20).
           02 QB-OPERID PIC X(10).
           02 QB-BOOKDATE PIC 9(8).
