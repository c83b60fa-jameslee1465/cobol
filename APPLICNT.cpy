      *    APPLICNT.cpy -- admissions applicant record, one line per
      *    application : who applied, when, for which grade, where
      *    they come from, the guardian to call and the home
      *    address, and where the application stands - applied,
      *    accepted, waitlisted, denied, or enrolled. Maintained in
      *    AdmMnt, where accepting an applicant enrolls them : the
      *    new student ID and its check digit are kept here once
      *    issued. Read by AdmRpt for the admissions summary.
       01  ApplicantRecord.
           02 AN-APPNUM PIC 9(6).
           02 AN-FNAME PIC A(10).
           02 AN-LNAME PIC A(10).
           02 AN-APPDATE PIC 9(8).
           02 AN-GRADE PIC 9(2).
           02 AN-BIRTHDATE PIC 9(8).
           02 AN-PRIORSCHOOL PIC X(24).
           02 AN-GUARDNAME PIC X(20).
           02 AN-RELATION PIC X(10).
           02 AN-PHONE PIC X(12).
           02 AN-STREET PIC X(20).
           02 AN-CITY PIC X(15).
           02 AN-STATE PIC X(2).
           02 AN-ZIP PIC X(10).
           02 AN-STATUS PIC X.
               88 AN-APPLIED VALUE "A".
               88 AN-ACCEPTED VALUE "C".
               88 AN-WAITLISTED VALUE "W".
               88 AN-DENIED VALUE "D".
               88 AN-ENROLLED VALUE "E".
           02 AN-STATDATE PIC 9(8).
      *    Filled when the applicant is enrolled; zero until then.
           02 AN-IDNUM PIC 9(9).
           02 AN-CHECKBIT PIC 9.
