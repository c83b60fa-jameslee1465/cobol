      *    LTRTMPL.cpy -- correspondence template line, one line per
      *    line of letter text, kept in lettmpl.txt in template code
      *    and line order. Line 000 of a template is its subject (the
      *    RE : line) and carries the audience : O outward-facing,
      *    where students whose families opted out of directory
      *    disclosure get no letter, or F a letter to the student's
      *    own family about the student. Blank reads as outward.
      *    Body lines may carry merge fields, replaced per student by
      *    MergeLtr : &NAME &FNAME &ID &GRADE &GUARDIAN &BALANCE
      *    &SECTION &DATE, and &ADDRESS alone on a line for the
      *    address block. Kept with a text editor, the same way the
      *    other config files are.
       01  LetterTemplateRecord.
           02 LM-CODE PIC X(8).
           02 LM-SEQ PIC 9(3).
           02 LM-AUDIENCE PIC X.
               88 LM-OUTWARD VALUE "O" " ".
               88 LM-FAMILY VALUE "F".
           02 LM-TEXT PIC X(70).
