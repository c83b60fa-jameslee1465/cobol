      *    TEAM.cpy -- athletic team master, one line per team per
      *    season: the team code, its name, the season and school
      *    year, the coach (TE-ID in teacher.txt), and the first and
      *    last day of the season - the weekly eligibility run only
      *    certifies teams in season. Maintained in TeamMnt.
       01  TeamRecord.
           02 TM-TEAMID PIC X(6).
           02 TM-NAME PIC X(24).
           02 TM-SEASON PIC X(6).
           02 TM-YEAR PIC 9(4).
           02 TM-COACH PIC 9(4).
           02 TM-STARTDATE PIC 9(8).
           02 TM-ENDDATE PIC 9(8).
