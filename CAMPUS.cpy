      *    CAMPUS.cpy -- campus (building) codes, shared by every
      *    program that keeps or reports students, sections,
      *    teachers, course meetings, or operators by campus. A
      *    blank campus code - every record written before the
      *    middle school campus joined the system - means the home
      *    campus. An operator whose campus is the district code is
      *    district-level and may work with every campus.
       01 CAMPUS-HOME CONSTANT AS "MN".
       01 CAMPUS-DISTRICT CONSTANT AS "DO".
      *Campus table : code and report name. A code on file that
      *isn't in the table is counted in the last, UNKNOWN slot so
      *the campus subtotals still add up to the grand total.
       01  CampusNames.
           02 FILLER PIC X(22) VALUE "MNMAIN CAMPUS".
           02 FILLER PIC X(22) VALUE "MSMIDDLE SCHOOL".
           02 FILLER PIC X(22) VALUE "??UNKNOWN CAMPUS".
       01  CampusTable REDEFINES CampusNames.
           02 CampusEntry OCCURS 3 TIMES.
               03 CP-CODE PIC X(2).
               03 CP-NAME PIC X(20).
       01 CAMPUS-SLOTS CONSTANT AS 3.
       01  CampusWork PIC X(2).
       01  CampusIdx PIC 9.
       01  CampusScan PIC 9.
