      *    CONFEVT.cpy -- parent-teacher conference event, one line
      *    per conference night : the event number, the evening's
      *    date, the first slot's start and the end of the last
      *    slot (24-hour HHMM), the length of one slot in minutes,
      *    and a name for the letters. Every teacher on teacher.txt
      *    sits the same slots; a teacher who can't sit one has it
      *    blocked in confbook.txt. Maintained in ConfMnt.
       01  ConfEventRecord.
           02 QE-EVENT PIC 9(3).
           02 QE-DATE PIC 9(8).
           02 QE-START PIC 9(4).
           02 QE-END PIC 9(4).
           02 QE-SLOTMIN PIC 9(2).
           02 QE-NAME PIC X(30).
