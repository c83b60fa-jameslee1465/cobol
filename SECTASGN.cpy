           02 SA-FNAME PIC A(10).
           02 SA-LNAME PIC A(10).
           02 SA-GRADE PIC 9(2).
      *    The student's campus; blank is the home campus. Sections
      *    are dealt within a campus, so a section never mixes
      *    buildings.
           02 SA-CAMPUS PIC X(2).
