      *    status as enabled, so an old operator file keeps working.
       01  OperatorRecord.
           02 OP-ID PIC X(10).
      *    Clear-text password - only ever filled on a record that
      *    has not yet been converted (OP-PWFORM blank). PwdHash
      *    blanks it when the record goes to the hashed form.
           02 OP-PASSWORD PIC X(10).
           02 OP-ROLE PIC X.
               88 OP-INQUIRY VALUE "I".
      *    aging limit forces a change at login. Zero (a record from
      *    before this field existed) counts as expired.
           02 OP-PWDATE PIC 9(8).
      *    Campus the operator works at : the student menus only
      *    reach that campus's students. Blank (records from before
      *    the field existed) is the home campus; the district code
      *    (CAMPUS.cpy) reaches every campus.
           02 OP-CAMPUS PIC X(2).
      *    Password as a salted one-way hash (see PwdHash) : the
      *    form byte is H once the record is converted, the salt is
      *    drawn fresh every time the password is set, and the hash
      *    covers salt and password together. Records from before
      *    the hash existed read in with a blank form and still
      *    carry OP-PASSWORD; they convert at the operator's first
      *    successful login. The history keeps the salt and hash of
      *    the last four passwords, newest first, so a forced change
      *    can refuse any of them.
           02 OP-PWDATA.
               03 OP-PWFORM PIC X.
                   88 OP-PW-HASHED VALUE "H".
                   88 OP-PW-CLEAR VALUE " ".
               03 OP-SALT PIC X(8).
               03 OP-PWHASH PIC X(16).
               03 OP-PWHIST OCCURS 4 TIMES.
                   04 OP-HISTSALT PIC X(8).
                   04 OP-HISTHASH PIC X(16).
