      *    HLTHVIS.cpy -- health office visit log, one line per visit
      *    to the nurse, appended as the visit is keyed: the student,
      *    date and time in, a complaint code (HEAD, STOM, INJR,
      *    FEVR, MEDS, ILL and so on - the nurse's own short list),
      *    what became of the student, and the operator who keyed
      *    it. Written by NurseLog; summarized by VisitRpt. This is
      *    the notebook the state inspector used to leaf through.
       01  HealthVisitRecord.
           02 HV-IDNUM PIC 9(9).
           02 HV-DATE PIC 9(8).
           02 HV-TIME PIC 9(4).
           02 HV-COMPLAINT PIC X(4).
           02 HV-DISPOSITION PIC X.
               88 HV-RETURNED VALUE "R".
               88 HV-SENT-HOME VALUE "H".
               88 HV-EMERGENCY VALUE "E".
           02 HV-OPERID PIC X(10).
