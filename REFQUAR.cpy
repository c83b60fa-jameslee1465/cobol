      *    REFQUAR.cpy -- referential integrity quarantine, one line
      *    per orphan the supervised RefChk cleanup took out of its
      *    file : when and by whom, the file it came from, which
      *    master it failed against (the RefChk master kind - S
      *    student, H student or archived student, C course, T
      *    teacher, N section, F family, and so on), the key that
      *    didn't resolve, and the line exactly as it stood. Nothing
      *    is deleted - a line quarantined in error goes back by
      *    copying QR-IMAGE into QR-FILE.
       01  RefQuarRecord.
           02 QR-DATE PIC 9(8).
           02 QR-OPERID PIC X(10).
           02 QR-FILE PIC X(18).
           02 QR-MASTER PIC X.
           02 QR-KEY PIC X(12).
           02 QR-IMAGE PIC X(200).
