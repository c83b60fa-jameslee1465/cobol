      *    ELIGLOG.cpy -- weekly athletic eligibility certification,
      *    one line per athlete per team per week, kept for the
      *    league audit: the Monday of the week, the team, the
      *    athlete, E (eligible) or I (ineligible) with the reasons,
      *    and - once the athletic director has signed the week's
      *    list off in TeamMnt - who certified it and when. Written
      *    by EligRun; a rerun replaces a week's lines only for
      *    teams not yet certified.
       01  EligLogRecord.
           02 EL-WEEK PIC 9(8).
           02 EL-TEAMID PIC X(6).
           02 EL-IDNUM PIC 9(9).
           02 EL-STATUS PIC X.
               88 EL-ELIGIBLE VALUE "E".
               88 EL-INELIGIBLE VALUE "I".
           02 EL-REASON PIC X(40).
           02 EL-CERTBY PIC X(10).
           02 EL-CERTDATE PIC 9(8).
