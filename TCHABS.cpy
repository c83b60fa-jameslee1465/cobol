      *    TCHABS.cpy -- teacher absence record, one line per teacher
      *    per day out, kept by SubCover : the date, the teacher, and
      *    whether it is the whole day or only a run of periods. A
      *    partial day gives the first and last period missed, with
      *    period 00 standing for homeroom; a full day carries 00-99
      *    so the same range test covers both.
       01  TeacherAbsRecord.
           02 AB-DATE PIC 9(8).
           02 AB-TEACHID PIC 9(4).
           02 AB-DAYPART PIC X.
               88 AB-FULL-DAY VALUE "F".
               88 AB-PART-DAY VALUE "P".
           02 AB-FROMPER PIC 9(2).
           02 AB-TOPER PIC 9(2).
