       IDENTIFICATION DIVISION.
       PROGRAM-ID. PwdHash.
      *Shared password routine for every program that checks or sets
      *an operator password, so operator.txt never has to hold a
      *password anyone can read. A password is kept as a salted
      *one-way hash (OP-PWDATA in OPERREC.cpy) : eight random salt
      *characters drawn whenever the password is set, run together
      *with the password through HASH-ROUNDS passes of a four-lane
      *modular mix and kept as sixteen hex digits. Nothing in the
      *record gives the password back; a login is checked by
      *hashing what was typed with the stored salt and comparing.
      *Operations, one CALL each, the caller passing its operator
      *fields (OP-PASSWORD and OP-PWDATA, or its table copy of them)
      *every time :
      *  CHECK - does PH-ENTERED match? PH-RESULT Y for a match on
      *          a hashed record, C for a match on a record still in
      *          clear text (the caller should convert it), N for no
      *          match.
      *  REUSE - is PH-ENTERED the current password or one in the
      *          history? R if so, N if not.
      *  SET   - make PH-ENTERED the password : the old one goes to
      *          the top of the history, a fresh salt is drawn, and
      *          the clear field is blanked. PH-RESULT Y.
      *  CONV  - move a clear-text record to the hashed form in the
      *          caller's fields, history untouched. Y if converted,
      *          N if it was already hashed.
      *  FILE  - the same conversion for operator PH-OPERID straight
      *          in operator.txt, for the gates that only read the
      *          file; the caller must have it closed. The record is
      *          converted only if it is still clear text and still
      *          holds PH-ENTERED. Only PH-OPERID and PH-ENTERED are
      *          used. Y if the file was rewritten, N if not.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  OperatorFileStatus PIC XX.
       01  OperAtEnd PIC A.
       01  FileTable.
           02 FileLine PIC X(154) OCCURS 100 TIMES.
       01  FileCount PIC 9(3).
       01  FileIdx PIC 9(3).
       01  FileConverted PIC A.
      *Working copy of the caller's password fields - the same
      *layout as OP-PASSWORD and OP-PWDATA.
       01  WorkPassword PIC X(10).
       01  WorkData.
           02 WorkForm PIC X.
               88 WorkHashed VALUE "H".
           02 WorkSalt PIC X(8).
           02 WorkHash PIC X(16).
           02 WorkHist OCCURS 4 TIMES.
               03 WorkHistSalt PIC X(8).
               03 WorkHistHash PIC X(16).
       01 HIST-SLOTS CONSTANT AS 4.
       01  HistIdx PIC 9.
       01  HashSalt PIC X(8).
       01  HashText PIC X(10).
       01  HashOut PIC X(16).
       01  HashInput PIC X(26).
       01 HASH-ROUNDS CONSTANT AS 1000.
       01  HashRound PIC 9(5) COMP.
       01  HashPos PIC 9(3) COMP.
       01  HashChar PIC 9(3) COMP.
       01  Lane1 PIC 9(18) COMP.
       01  Lane2 PIC 9(18) COMP.
       01  Lane3 PIC 9(18) COMP.
       01  Lane4 PIC 9(18) COMP.
       01  HexValue PIC 9(5) COMP.
       01  HexDigit PIC 9(2) COMP.
       01  HexPos PIC 9(2) COMP.
       01  HexChars PIC X(16) VALUE "0123456789ABCDEF".
       01  SaltChars PIC X(32)
               VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  SaltSeeded PIC A VALUE "N".
       01  SaltSeed PIC 9(8).
       01  SaltRandom PIC V9(9).
       01  SaltPick PIC 9(2).
       01  SaltPos PIC 9.
       01  NowStamp PIC X(21).
       COPY STATCODE.

       LINKAGE SECTION.
       01  PH-OP PIC X(5).
       01  PH-OPERID PIC X(10).
       01  PH-ENTERED PIC X(10).
       01  PH-PASSWORD PIC X(10).
       01  PH-PWDATA PIC X(121).
       01  PH-RESULT PIC X.

       PROCEDURE DIVISION USING PH-OP PH-OPERID PH-ENTERED
               PH-PASSWORD PH-PWDATA PH-RESULT.
       MainEntry.
           MOVE 'N' TO PH-RESULT.
           EVALUATE PH-OP
               WHEN "CHECK"
                   MOVE PH-PASSWORD TO WORKPASSWORD
                   MOVE PH-PWDATA TO WORKDATA
                   PERFORM CheckPassword
               WHEN "REUSE"
                   MOVE PH-PASSWORD TO WORKPASSWORD
                   MOVE PH-PWDATA TO WORKDATA
                   PERFORM CheckReuse
               WHEN "SET"
                   MOVE PH-PASSWORD TO WORKPASSWORD
                   MOVE PH-PWDATA TO WORKDATA
                   PERFORM SetPassword
                   MOVE WORKPASSWORD TO PH-PASSWORD
                   MOVE WORKDATA TO PH-PWDATA
               WHEN "CONV"
                   MOVE PH-PASSWORD TO WORKPASSWORD
                   MOVE PH-PWDATA TO WORKDATA
                   PERFORM ConvertPassword
                   MOVE WORKPASSWORD TO PH-PASSWORD
                   MOVE WORKDATA TO PH-PWDATA
               WHEN "FILE"
                   PERFORM ConvertInFile
           END-EVALUATE.
           GOBACK.

       CheckPassword.
           IF WORKHASHED
               MOVE WORKSALT TO HASHSALT
               MOVE PH-ENTERED TO HASHTEXT
               PERFORM ComputeHash
               IF HASHOUT = WORKHASH
                   MOVE 'Y' TO PH-RESULT
               END-IF
           ELSE
               IF WORKPASSWORD = PH-ENTERED
                   MOVE 'C' TO PH-RESULT
               END-IF
           END-IF.

       CheckReuse.
           PERFORM CheckPassword.
           IF PH-RESULT NOT = 'N'
               MOVE 'R' TO PH-RESULT
           END-IF.
           MOVE PH-ENTERED TO HASHTEXT.
           PERFORM VARYING HISTIDX FROM 1 BY 1
                   UNTIL HISTIDX > HIST-SLOTS
               IF WORKHISTSALT (HISTIDX) NOT = SPACES
                   MOVE WORKHISTSALT (HISTIDX) TO HASHSALT
                   PERFORM ComputeHash
                   IF HASHOUT = WORKHISTHASH (HISTIDX)
                       MOVE 'R' TO PH-RESULT
                   END-IF
               END-IF
           END-PERFORM.

      *The password being replaced goes to the top of the history
      *and the oldest drops off the bottom. A clear-text password
      *is hashed on its way into the history, so it is remembered
      *the same way as the rest.
       SetPassword.
           IF WORKHASHED OR WORKPASSWORD NOT = SPACES
               PERFORM VARYING HISTIDX FROM HIST-SLOTS BY -1
                       UNTIL HISTIDX < 2
                   MOVE WORKHIST (HISTIDX - 1) TO WORKHIST (HISTIDX)
               END-PERFORM
               IF NOT WORKHASHED
                   PERFORM ConvertPassword
               END-IF
               MOVE WORKSALT TO WORKHISTSALT (1)
               MOVE WORKHASH TO WORKHISTHASH (1)
           END-IF.
           PERFORM DrawSalt.
           MOVE HASHSALT TO WORKSALT.
           MOVE PH-ENTERED TO HASHTEXT.
           PERFORM ComputeHash.
           MOVE HASHOUT TO WORKHASH.
           MOVE "H" TO WORKFORM.
           MOVE SPACES TO WORKPASSWORD.
           MOVE 'Y' TO PH-RESULT.

       ConvertPassword.
           IF NOT WORKHASHED
               PERFORM DrawSalt
               MOVE HASHSALT TO WORKSALT
               MOVE WORKPASSWORD TO HASHTEXT
               PERFORM ComputeHash
               MOVE HASHOUT TO WORKHASH
               MOVE "H" TO WORKFORM
               MOVE SPACES TO WORKPASSWORD
               MOVE 'Y' TO PH-RESULT
           END-IF.

      *The operator file is small; it is read into a table, the one
      *record converted there, and the whole file written back - the
      *same way OperMaint and the student-records login save it.
       ConvertInFile.
           MOVE 0 TO FILECOUNT.
           MOVE 'N' TO FILECONVERTED.
           MOVE 'N' TO OPERATEND.
           OPEN INPUT OPERATORFILE.
           IF OPERATORFILESTATUS = FS-SUCCESS
               PERFORM UNTIL OPERATEND = 'Y'
                   READ OPERATORFILE
                       AT END MOVE 'Y' TO OPERATEND
                   END-READ
                   IF OPERATEND = 'N' AND FILECOUNT < 100
                       IF OP-ID = PH-OPERID AND OP-PW-CLEAR
                               AND OP-PASSWORD = PH-ENTERED
                           MOVE OP-PASSWORD TO WORKPASSWORD
                           MOVE OP-PWDATA TO WORKDATA
                           PERFORM ConvertPassword
                           MOVE WORKPASSWORD TO OP-PASSWORD
                           MOVE WORKDATA TO OP-PWDATA
                           MOVE 'Y' TO FILECONVERTED
                       END-IF
                       ADD 1 TO FILECOUNT
                       MOVE OPERATORRECORD TO FILELINE (FILECOUNT)
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
           END-IF.
           MOVE 'N' TO PH-RESULT.
           IF FILECONVERTED = 'Y'
               OPEN OUTPUT OPERATORFILE
               IF OPERATORFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "PwdHash : " MSG-CANT-OPEN
                       OPERATORFILESTATUS
               ELSE
                   PERFORM VARYING FILEIDX FROM 1 BY 1
                           UNTIL FILEIDX > FILECOUNT
                       MOVE FILELINE (FILEIDX) TO OPERATORRECORD
                       WRITE OPERATORRECORD
                   END-PERFORM
                   CLOSE OPERATORFILE
                   MOVE 'Y' TO PH-RESULT
               END-IF
           END-IF.

      *Salt and password, salt again, run through HASH-ROUNDS passes
      *of four lanes, each a multiply-and-add under its own prime
      *modulus and each fed by the lane before it. The low sixteen
      *bits of every lane make four hex digits of the result.
       ComputeHash.
           MOVE HASHSALT TO HASHINPUT (1:8).
           MOVE HASHTEXT TO HASHINPUT (9:10).
           MOVE HASHSALT TO HASHINPUT (19:8).
           MOVE 5381 TO LANE1.
           MOVE 52711 TO LANE2.
           MOVE 1315423 TO LANE3.
           MOVE 2166136 TO LANE4.
           PERFORM HashOneRound
               VARYING HASHROUND FROM 1 BY 1
               UNTIL HASHROUND > HASH-ROUNDS.
           MOVE SPACES TO HASHOUT.
           MOVE FUNCTION MOD (LANE1, 65536) TO HEXVALUE.
           MOVE 4 TO HEXPOS.
           PERFORM HexFourDigits.
           MOVE FUNCTION MOD (LANE2, 65536) TO HEXVALUE.
           MOVE 8 TO HEXPOS.
           PERFORM HexFourDigits.
           MOVE FUNCTION MOD (LANE3, 65536) TO HEXVALUE.
           MOVE 12 TO HEXPOS.
           PERFORM HexFourDigits.
           MOVE FUNCTION MOD (LANE4, 65536) TO HEXVALUE.
           MOVE 16 TO HEXPOS.
           PERFORM HexFourDigits.

       HashOneRound.
           PERFORM HashOneChar
               VARYING HASHPOS FROM 1 BY 1 UNTIL HASHPOS > 26.

       HashOneChar.
           COMPUTE HASHCHAR = FUNCTION ORD (HASHINPUT (HASHPOS:1)).
           COMPUTE LANE1 = FUNCTION MOD
               (LANE1 * 33 + HASHCHAR + HASHROUND, 2147483647).
           COMPUTE LANE2 = FUNCTION MOD
               (LANE2 * 131 + HASHCHAR * HASHPOS + LANE1, 2147483629).
           COMPUTE LANE3 = FUNCTION MOD
               (LANE3 * 65599 + HASHCHAR + LANE2, 2147483587).
           COMPUTE LANE4 = FUNCTION MOD
               (LANE4 * 16777619 + HASHCHAR + LANE3 + HASHROUND,
                2147483549).

      *HexValue written as four hex digits ending at HexPos.
       HexFourDigits.
           PERFORM 4 TIMES
               DIVIDE HEXVALUE BY 16 GIVING HEXVALUE
                   REMAINDER HEXDIGIT
               MOVE HEXCHARS (HEXDIGIT + 1:1) TO HASHOUT (HEXPOS:1)
               SUBTRACT 1 FROM HEXPOS
           END-PERFORM.

      *Eight salt characters from an alphabet without the look-alike
      *letters and digits. The generator is seeded once a run from
      *the clock, so two operators set in the same run still get
      *different salts.
       DrawSalt.
           IF SALTSEEDED = 'N'
               MOVE FUNCTION CURRENT-DATE TO NOWSTAMP
               MOVE NOWSTAMP (9:8) TO SALTSEED
               COMPUTE SALTRANDOM = FUNCTION RANDOM (SALTSEED)
               MOVE 'Y' TO SALTSEEDED
           END-IF.
           MOVE SPACES TO HASHSALT.
           PERFORM VARYING SALTPOS FROM 1 BY 1 UNTIL SALTPOS > 8
               COMPUTE SALTRANDOM = FUNCTION RANDOM
               COMPUTE SALTPICK = SALTRANDOM * 32 + 1
               MOVE SALTCHARS (SALTPICK:1) TO HASHSALT (SALTPOS:1)
           END-PERFORM.
