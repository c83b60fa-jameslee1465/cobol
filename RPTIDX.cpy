      *    RPTIDX.cpy -- report index, one line per report PrintRpt
      *    has finished (rptidx.txt, appended at CLOSE) : which
      *    report (the caller's report code - one per program), its
      *    title, when it ran and who ran it, how many pages and
      *    lines it came to, and the file it went to. Read by the
      *    RptInq inquiry / reprint screen and by the RptRetn
      *    retention job.
      *    Reports are filed by code and run date, so a second run
      *    of the same report on the same day replaces the file; the
      *    earlier line then shows as replaced.
      *    RI-KEEP P is permanent retention - set by PrintRpt for
      *    every register and journal and for the district
      *    submission control report, or by hand in RptInq - and the
      *    retention job never deletes it. RI-STATE D is a file the
      *    retention job has deleted, on RI-DELDATE.
       01  ReportIndexRecord.
           02 RI-CODE PIC X(8).
           02 RI-TITLE PIC X(40).
           02 RI-RUNDATE PIC 9(8).
           02 RI-RUNTIME PIC 9(6).
           02 RI-OPERID PIC X(10).
           02 RI-PAGES PIC 9(4).
           02 RI-LINES PIC 9(6).
           02 RI-FILE PIC X(40).
           02 RI-KEEP PIC X.
               88 RI-PERMANENT VALUE "P".
           02 RI-STATE PIC X.
               88 RI-ON-FILE VALUE " ".
               88 RI-DELETED VALUE "D".
           02 RI-DELDATE PIC 9(8).
