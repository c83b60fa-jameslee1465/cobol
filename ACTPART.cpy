      *    ACTPART.cpy -- activity participant, one line per student
      *    per club or trip, keyed by student ID: the activity, Y
      *    once the signed permission slip is in, and Y once the
      *    activity fee has been posted to TuitionBalance by ActFee,
      *    so a fee is never charged twice. Maintained in ActMnt.
       01  ActPartRecord.
           02 AP-IDNUM PIC 9(9).
           02 AP-ACTID PIC 9(4).
           02 AP-SLIP PIC X.
               88 AP-SLIP-RECEIVED VALUE "Y".
           02 AP-FEEPOSTED PIC X.
               88 AP-FEE-POSTED VALUE "Y".
