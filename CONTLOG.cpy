      *    CONTLOG.cpy -- guardian contact-attempt log, one line per
      *    call made to a guardian phone: when, for which student,
      *    the number rung, why, and how it ended. Dialer results
      *    are posted by DialRslt; answered or voicemail counts as
      *    the family reached, a bad number or no answer does not.
       01  ContactLogRecord.
           02 CL-DATE PIC 9(8).
           02 CL-TIME PIC 9(4).
           02 CL-IDNUM PIC 9(9).
           02 CL-PHONE PIC X(12).
           02 CL-MSGTYPE PIC X(8).
           02 CL-RESULT PIC X.
               88 CL-ANSWERED VALUE "A".
               88 CL-VOICEMAIL VALUE "V".
               88 CL-BADNUMBER VALUE "B".
               88 CL-NOANSWER VALUE "N".
               88 CL-REACHED VALUE "A" "V".
           02 CL-SOURCE PIC X(8).
