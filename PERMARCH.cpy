      *    PERMARCH.cpy -- permanent-record archive, written by the
      *    StudPurge run when a long-gone student leaves StudentFile.
      *    Everything a transcript or records packet needs travels
      *    with the student, one line per item, all under the ID :
      *      S  the StudentData (STUDREC) image as it stood
      *      T  a termhist.txt term (TermHistRecord image)
      *      N  a namehist.txt name change (NameHistRecord image)
      *      H  a stathist.txt status change (StatHistRecord image)
      *      C  a line from one of the current satellite files
      *         (contacts, address, household, health, billing and
      *         the like) : the file it came from, then the line
      *    RP-IMAGE is moved back into the matching record layout to
      *    be read; it is wide enough for the full STUDREC image.
       01  PermArchRecord.
           02 RP-IDNUM PIC 9(9).
           02 RP-TYPE PIC X.
               88 RP-STUDENT VALUE "S".
               88 RP-TERM VALUE "T".
               88 RP-NAME VALUE "N".
               88 RP-STATUS VALUE "H".
               88 RP-CURRENT VALUE "C".
           02 RP-PURGEDATE PIC 9(8).
           02 RP-IMAGE PIC X(130).
           02 RP-CURRENTLINE REDEFINES RP-IMAGE.
               03 RP-SOURCEFILE PIC X(18).
               03 RP-LINE PIC X(112).
