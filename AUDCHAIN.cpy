      *    AUDCHAIN.cpy -- parameter block for AudChain, the audit
      *    trail seal. Both trails (audit.txt, rolled by AuditArch
      *    into auditYYYYMM.txt, and refaudit.txt) are chains : each
      *    entry carries its sequence number in the trail and a hash
      *    of the previous entry's hash, its own sequence number and
      *    its content, so an entry edited, removed or slipped in
      *    afterwards no longer links to its neighbors. CH-TRAIL
      *    names the trail - AUDIT or REFAUD.
      *    A writer moves SEAL to CH-OP and the trail code to
      *    CH-TRAIL just before each WRITE and passes the record;
      *    the walk fields are not used. SEAL leaves the chain lock
      *    held, and the writer calls again with DONE as soon as the
      *    entry is in the file - after the WRITE, or after the
      *    CLOSE where the trail is opened for one entry. A CALL
      *    hands back the called program's return code, so a writer
      *    keeps its own in CH-SAVEDRC across both calls.
      *    A verifier clears the block, sets CH-TRAIL and
      *    CH-FROMSTART, and passes every entry it reads back, in
      *    order, with LINK; CH-RESULT then says what, if anything,
      *    is wrong with that entry. HEAD at the end of the trail
      *    compares the last entry read with the trail's chain head.
       01  ChainCall.
           02 CH-OP PIC X(5).
           02 CH-TRAIL PIC X(6).
           02 CH-SAVEDRC PIC S9(4) COMP.
      *    Y when the walk starts at the very first entry of the
      *    trail, which must then be sequence 1; N when it starts
      *    part way along (one month, the live file only), and the
      *    first sealed entry is taken as it stands.
           02 CH-FROMSTART PIC X.
           02 CH-LINES PIC 9(7).
           02 CH-SEALED PIC 9(7).
      *    Entries from before the trail was sealed : allowed only
      *    ahead of the first sealed entry.
           02 CH-UNSEALED PIC 9(7).
           02 CH-LASTSEQ PIC 9(9).
           02 CH-LASTCHAIN PIC X(16).
           02 CH-LASTSTAMP PIC X(21).
           02 CH-RESULT PIC X.
               88 CH-LINK-OK VALUE " ".
               88 CH-BROKEN VALUE "B".
               88 CH-GAP VALUE "G".
               88 CH-OUT-OF-ORDER VALUE "O".
               88 CH-UNSEALED-ENTRY VALUE "U".
               88 CH-HEAD-MISMATCH VALUE "H".
      *    HEAD : the chain head's sequence number, zero if there
      *    is none on file.
           02 CH-HEADSEQ PIC 9(9).
