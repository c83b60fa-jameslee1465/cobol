      *    TEAMROST.cpy -- team roster, one line per athlete per
      *    team, keyed by student ID: the team, and the date of the
      *    athlete's last sports physical (zero when none is on
      *    file). A physical older than the league's limit makes the
      *    athlete ineligible until a new one is recorded.
      *    Maintained in TeamMnt, read by EligRun.
       01  TeamRostRecord.
           02 RO-IDNUM PIC 9(9).
           02 RO-TEAMID PIC X(6).
           02 RO-PHYSDATE PIC 9(8).
