      *    the field existed) reads as not opted out.
           02 DirOptOut PIC X VALUE "N".
               88 DirOptedOut VALUE "Y".
      *    Campus (building) the student attends - see CAMPUS.cpy.
      *    Blank (records from before the field existed) reads as
      *    the home campus.
           02 Campus PIC X(2) VALUE SPACES.
