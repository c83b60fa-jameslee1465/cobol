      *    ARCHIDX.cpy -- archived-student marker, the IDXREF-style
      *    linkage StudPurge leaves behind for every student it moves
      *    to the permanent-record archive (permarch.txt) : one line
      *    under the name the student left with (AI-CURRENT) and one
      *    per former name from the name history (AI-FORMER), so a
      *    lookup by ID or by any name the student was known by can
      *    answer "archived" instead of "not found". Read through the
      *    shared ArchLook routine.
       01  ArchIdxRecord.
           02 AI-IDNUM PIC 9(9).
           02 AI-FNAME PIC A(10).
           02 AI-LNAME PIC A(10).
           02 AI-KIND PIC X.
               88 AI-CURRENT VALUE "C".
               88 AI-FORMER VALUE "F".
           02 AI-STATUS PIC X.
           02 AI-LEFTDATE PIC 9(8).
           02 AI-PURGEDATE PIC 9(8).
