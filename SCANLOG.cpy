      *    SCANLOG.cpy -- badge scan session log, one line per read
      *    of a student ID card barcode at any scan station. Written
      *    by the shared ScanBadge routine for every read, good or
      *    bad, and listed by ScanExc as the daily exception report.
      *    SN-RAW is the read exactly as the scanner sent it; SN-IDNUM
      *    is filled only when the read carried ten digits.
       01  ScanLogRecord.
           02 SN-DATE PIC 9(8).
           02 SN-TIME PIC 9(6).
           02 SN-STATION PIC X(8).
           02 SN-RAW PIC X(20).
           02 SN-IDNUM PIC 9(9).
           02 SN-RESULT PIC X.
               88 SN-VALID VALUE "V".
               88 SN-UNREADABLE VALUE "U".
               88 SN-BADCHECK VALUE "C".
               88 SN-NOTONFILE VALUE "N".
