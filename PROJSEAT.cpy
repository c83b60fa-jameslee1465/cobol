      *    PROJSEAT.cpy -- projected seats per grade, one line per
      *    grade 0-12 : next year's projected enrollment as ProjRpt
      *    last computed it, and the date of that run. Rewritten in
      *    full by every ProjRpt run; read by AdmRpt to set the
      *    admissions figures against the seats already spoken for.
       01  ProjSeatRecord.
           02 PS-GRADE PIC 9(2).
           02 PS-PROJECTED PIC 9(5).
           02 PS-RUNDATE PIC 9(8).
