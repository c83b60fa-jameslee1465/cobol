      *    MEDADMIN.cpy -- medication administration log, one line
      *    per dose given, appended as it is keyed: the order it was
      *    given against, the student, the date, the scheduled time
      *    the dose answers (zero for an as-needed dose), the time
      *    it was actually given, and the operator who gave it.
      *    Written by NurseLog; read by MissDose.
       01  MedAdminRecord.
           02 MA-ORDERNO PIC 9(4).
           02 MA-IDNUM PIC 9(9).
           02 MA-DATE PIC 9(8).
           02 MA-SLOT PIC 9(4).
           02 MA-TIME PIC 9(4).
           02 MA-OPERID PIC X(10).
