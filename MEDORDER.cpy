      *    MEDORDER.cpy -- medication order, one line per drug a
      *    student takes at school: the order number the
      *    administration log refers to, the drug and dose, up to
      *    four scheduled times of day (HHMM; an unused slot is zero
      *    and an order with no times at all is as-needed), whether
      *    the guardian's signed authorization is on file, and the
      *    dates the order runs (a zero end date means open). No
      *    dose is given against an order without the authorization.
      *    Maintained by NurseLog; read by MissDose.
       01  MedOrderRecord.
           02 MO-ORDERNO PIC 9(4).
           02 MO-IDNUM PIC 9(9).
           02 MO-DRUG PIC X(20).
           02 MO-DOSE PIC X(10).
           02 MO-SCHEDULE.
               03 MO-DOSETIME OCCURS 4 TIMES PIC 9(4).
           02 MO-AUTH PIC X.
               88 MO-AUTH-ON-FILE VALUE "Y".
           02 MO-STARTDATE PIC 9(8).
           02 MO-ENDDATE PIC 9(8).
