      *    RPTRET.cpy -- report retention periods, one line per report
      *    code in rptret.txt : how many days that report's files are
      *    kept, or RR-PERMANENT Y to keep them for good. A code not
      *    in the file is kept a year. Read by the RptRetn nightly
      *    retention job.
       01  RetentionRecord.
           02 RR-CODE PIC X(8).
           02 RR-DAYS PIC 9(4).
           02 RR-PERMANENT PIC X.
               88 RR-KEEP-FOREVER VALUE "Y".
