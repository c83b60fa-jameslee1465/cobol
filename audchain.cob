       IDENTIFICATION DIVISION.
       PROGRAM-ID. AudChain.
      *Audit trail seal, shared by every program that writes audit.txt
      *or refaudit.txt and by the programs that check them. The trails
      *are what the auditors rely on and what StudRcvr replays, but
      *they are plain text : without a seal an entry could be edited
      *or removed and nothing would show it. Each entry is given its
      *sequence number in the trail and a chain hash - HASH-ROUNDS
      *passes of the same four-lane modular mix PwdHash uses, over the
      *previous entry's hash, the entry's own sequence number and its
      *content - so an edited entry no longer matches its hash, a
      *removed one leaves a gap in the numbers, and an entry can't be
      *moved without both. The last sequence number and hash of each
      *trail (the chain head) are kept in audhead.txt, which carries
      *the chain across AuditArch rolling audit.txt into a month's
      *archive. See AUDCHAIN.cpy for the parameter block.
      *Sealing is serialized by the chain lock, audchain.lck - a
      *directory, because making one either succeeds or finds it
      *already there, with no window between looking and taking.
      *SEAL takes it and the writer gives it back with DONE once the
      *entry is in the file, so no other program can number an
      *entry, or rewrite audhead.txt, between the two; the heads of
      *both trails are re-read under the lock for every entry. A
      *lock still held after LOCK-TRIES seconds is reported and the
      *entry goes out unsealed, where AudVfy will show it, rather
      *than with a number another program may also be handing out.
      *A lock left behind by a program that died is removed by hand
      *once nothing is writing an audit trail.
      *Operations :
      *  SEAL - take the chain lock, number and hash one entry just
      *         before it is written, and move the chain head on to
      *         it.
      *  DONE - give the chain lock back after the WRITE (after the
      *         CLOSE, for a writer that opens the trail for one
      *         entry).
      *  LINK - check one entry read back against the one before it.
      *  HEAD - check the last entry walked against the chain head.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditHeadFile ASSIGN TO "audhead.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditHeadStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditHeadFile.
       COPY AUDHEAD.

       WORKING-STORAGE SECTION.
       01  AuditHeadStatus PIC XX.
       01  HeadAtEnd PIC A.
       01  HeadTable.
           02 HeadEntry OCCURS 4 TIMES.
               03 HT-TRAIL PIC X(6).
               03 HT-SEQ PIC 9(9).
               03 HT-CHAIN PIC X(16).
               03 HT-STAMP PIC X(21).
       01 HEAD-SLOTS CONSTANT AS 4.
       01  HeadCount PIC 9.
       01  HeadIdx PIC 9.
       01  HeadFound PIC 9.
       01  ChainLockName PIC X(20) VALUE "audchain.lck".
       01  ChainLockHeld PIC A VALUE "N".
       01  LockTakenHere PIC A.
       01  LockTry PIC 9(3) COMP.
       01 LOCK-TRIES CONSTANT AS 30.
       01  LockWait PIC 9 VALUE 1.
       01  LockCallRC PIC S9(9) BINARY.
       01  ChainPrev PIC X(16).
       01  ChainInput PIC X(168).
       01  ChainOut PIC X(16).
       01 HASH-ROUNDS CONSTANT AS 2.
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
       COPY STATCODE.

       LINKAGE SECTION.
       COPY AUDCHAIN.
      *The entry : AUDITREC and REFAUDIT both carry 143 bytes of
      *content followed by the seal.
       01  AC-RECORD.
           02 AC-CONTENT PIC X(143).
           02 AC-SEAL.
               03 AC-SEQ PIC 9(9).
               03 AC-CHAIN PIC X(16).

       PROCEDURE DIVISION USING CHAINCALL AC-RECORD.
       MainEntry.
           EVALUATE CH-OP
               WHEN "SEAL"
                   PERFORM SealEntry
               WHEN "DONE"
                   PERFORM DropChainLock
               WHEN "LINK"
                   PERFORM LinkEntry
               WHEN "HEAD"
                   PERFORM CheckHead
           END-EVALUATE.
           GOBACK.

      *The head is read fresh for every entry : another program may
      *have sealed entries on either trail since this one last did.
      *The student audit entry's filler byte is blanked first so it
      *hashes the same as it reads back.
       SealEntry.
           IF CH-TRAIL = "AUDIT"
               MOVE SPACE TO AC-CONTENT (143:1)
           END-IF.
           PERFORM TakeChainLock.
           IF CHAINLOCKHELD = 'N'
               DISPLAY "AudChain : " CHAINLOCKNAME " still held "
                   "after " LOCK-TRIES " seconds - " CH-TRAIL
                   " entry written unsealed."
               MOVE SPACES TO AC-SEAL
           ELSE
               PERFORM SealUnderLock
           END-IF.

       SealUnderLock.
           PERFORM LoadHeads.
           PERFORM FindHead.
           IF HEADFOUND = 0 AND HEADCOUNT < HEAD-SLOTS
               ADD 1 TO HEADCOUNT
               MOVE HEADCOUNT TO HEADFOUND
               MOVE CH-TRAIL TO HT-TRAIL (HEADFOUND)
               MOVE 0 TO HT-SEQ (HEADFOUND)
               MOVE SPACES TO HT-CHAIN (HEADFOUND)
               MOVE SPACES TO HT-STAMP (HEADFOUND)
           END-IF.
           IF HEADFOUND = 0
               DISPLAY "AudChain : no chain head slot for " CH-TRAIL
               MOVE SPACES TO AC-SEAL
           ELSE
               COMPUTE AC-SEQ = HT-SEQ (HEADFOUND) + 1
               MOVE HT-CHAIN (HEADFOUND) TO CHAINPREV
               PERFORM ComputeChain
               MOVE CHAINOUT TO AC-CHAIN
               MOVE AC-SEQ TO HT-SEQ (HEADFOUND)
               MOVE AC-CHAIN TO HT-CHAIN (HEADFOUND)
               MOVE AC-CONTENT (1:21) TO HT-STAMP (HEADFOUND)
               PERFORM SaveHeads
           END-IF.

      *Unsealed entries ahead of the first sealed one were written
      *before the trail was sealed and are only counted; one after it
      *has been slipped in. The first sealed entry of a walk that
      *starts part way along can't be checked against an entry the
      *walk hasn't seen, so it is taken as it stands.
       LinkEntry.
           MOVE SPACE TO CH-RESULT.
           ADD 1 TO CH-LINES.
           IF AC-SEAL = SPACES
               IF CH-SEALED = 0
                   ADD 1 TO CH-UNSEALED
               ELSE
                   SET CH-UNSEALED-ENTRY TO TRUE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN AC-SEQ NOT NUMERIC
                       SET CH-BROKEN TO TRUE
                   WHEN CH-SEALED = 0 AND CH-FROMSTART NOT = 'Y'
                       CONTINUE
                   WHEN CH-SEALED = 0 AND AC-SEQ NOT = 1
                       SET CH-GAP TO TRUE
                   WHEN CH-SEALED > 0 AND AC-SEQ NOT = CH-LASTSEQ + 1
                       SET CH-GAP TO TRUE
                   WHEN OTHER
                       MOVE CH-LASTCHAIN TO CHAINPREV
                       PERFORM ComputeChain
                       IF CHAINOUT NOT = AC-CHAIN
                           SET CH-BROKEN TO TRUE
                       END-IF
               END-EVALUATE
               IF CH-LINK-OK AND CH-SEALED > 0
                       AND AC-CONTENT (1:16) < CH-LASTSTAMP (1:16)
                   SET CH-OUT-OF-ORDER TO TRUE
               END-IF
               IF AC-SEQ NUMERIC
                   MOVE AC-SEQ TO CH-LASTSEQ
               END-IF
               MOVE AC-CHAIN TO CH-LASTCHAIN
               MOVE AC-CONTENT (1:21) TO CH-LASTSTAMP
               ADD 1 TO CH-SEALED
           END-IF.

      *A walk from the start of the trail must end exactly on the
      *head; a part-way walk that saw no sealed entry (a live file
      *just emptied by the rollover) has nothing to compare.
       CheckHead.
           MOVE SPACE TO CH-RESULT.
           MOVE 0 TO CH-HEADSEQ.
           MOVE 'N' TO LOCKTAKENHERE.
           IF CHAINLOCKHELD = 'N'
               PERFORM TakeChainLock
               MOVE CHAINLOCKHELD TO LOCKTAKENHERE
           END-IF.
           PERFORM LoadHeads.
           IF LOCKTAKENHERE = 'Y'
               PERFORM DropChainLock
           END-IF.
           PERFORM FindHead.
           IF HEADFOUND > 0
               MOVE HT-SEQ (HEADFOUND) TO CH-HEADSEQ
           END-IF.
           EVALUATE TRUE
               WHEN CH-SEALED = 0 AND CH-FROMSTART NOT = 'Y'
                   CONTINUE
               WHEN HEADFOUND = 0
                   IF CH-SEALED > 0
                       SET CH-HEAD-MISMATCH TO TRUE
                   END-IF
               WHEN HT-SEQ (HEADFOUND) NOT = CH-LASTSEQ
                   SET CH-HEAD-MISMATCH TO TRUE
               WHEN HT-CHAIN (HEADFOUND) NOT = CH-LASTCHAIN
                   SET CH-HEAD-MISMATCH TO TRUE
           END-EVALUATE.

      *A run that already holds the lock - a second entry sealed
      *before DONE - keeps it rather than waiting on itself.
       TakeChainLock.
           IF CHAINLOCKHELD = 'N'
               MOVE 0 TO LOCKTRY
               PERFORM TryChainLock
                   UNTIL CHAINLOCKHELD = 'Y' OR LOCKTRY = LOCK-TRIES
           END-IF.

       TryChainLock.
           ADD 1 TO LOCKTRY.
           CALL "CBL_CREATE_DIR" USING CHAINLOCKNAME
               RETURNING LOCKCALLRC
           END-CALL.
           IF LOCKCALLRC = 0
               MOVE 'Y' TO CHAINLOCKHELD
           ELSE
               IF LOCKTRY < LOCK-TRIES
                   CALL "C$SLEEP" USING LOCKWAIT
                   END-CALL
               END-IF
           END-IF.

       DropChainLock.
           IF CHAINLOCKHELD = 'Y'
               CALL "CBL_DELETE_DIR" USING CHAINLOCKNAME
                   RETURNING LOCKCALLRC
               END-CALL
               MOVE 'N' TO CHAINLOCKHELD
           END-IF.

       LoadHeads.
           MOVE 0 TO HEADCOUNT.
           MOVE 'N' TO HEADATEND.
           OPEN INPUT AUDITHEADFILE.
           IF AUDITHEADSTATUS = FS-SUCCESS
               PERFORM UNTIL HEADATEND = 'Y'
                   READ AUDITHEADFILE
                       AT END MOVE 'Y' TO HEADATEND
                   END-READ
                   IF HEADATEND = 'N' AND HEADCOUNT < HEAD-SLOTS
                       ADD 1 TO HEADCOUNT
                       MOVE AH-TRAIL TO HT-TRAIL (HEADCOUNT)
                       MOVE AH-SEQ TO HT-SEQ (HEADCOUNT)
                       MOVE AH-CHAIN TO HT-CHAIN (HEADCOUNT)
                       MOVE AH-STAMP TO HT-STAMP (HEADCOUNT)
                   END-IF
               END-PERFORM
               CLOSE AUDITHEADFILE
           END-IF.

       FindHead.
           MOVE 0 TO HEADFOUND.
           PERFORM VARYING HEADIDX FROM 1 BY 1
                   UNTIL HEADIDX > HEADCOUNT
               IF HT-TRAIL (HEADIDX) = CH-TRAIL
                   MOVE HEADIDX TO HEADFOUND
               END-IF
           END-PERFORM.

       SaveHeads.
           OPEN OUTPUT AUDITHEADFILE.
           IF AUDITHEADSTATUS NOT = FS-SUCCESS
               DISPLAY "AudChain : " MSG-CANT-OPEN AUDITHEADSTATUS
           ELSE
               PERFORM VARYING HEADIDX FROM 1 BY 1
                       UNTIL HEADIDX > HEADCOUNT
                   MOVE HT-TRAIL (HEADIDX) TO AH-TRAIL
                   MOVE HT-SEQ (HEADIDX) TO AH-SEQ
                   MOVE HT-CHAIN (HEADIDX) TO AH-CHAIN
                   MOVE HT-STAMP (HEADIDX) TO AH-STAMP
                   WRITE AUDITHEADRECORD
               END-PERFORM
               CLOSE AUDITHEADFILE
           END-IF.

      *Previous hash, sequence number and content through the lanes;
      *the low sixteen bits of each lane make four hex digits.
       ComputeChain.
           MOVE CHAINPREV TO CHAININPUT (1:16).
           MOVE AC-SEQ TO CHAININPUT (17:9).
           MOVE AC-CONTENT TO CHAININPUT (26:143).
           MOVE 5381 TO LANE1.
           MOVE 52711 TO LANE2.
           MOVE 1315423 TO LANE3.
           MOVE 2166136 TO LANE4.
           PERFORM HashOneRound
               VARYING HASHROUND FROM 1 BY 1
               UNTIL HASHROUND > HASH-ROUNDS.
           MOVE SPACES TO CHAINOUT.
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
               VARYING HASHPOS FROM 1 BY 1 UNTIL HASHPOS > 168.

       HashOneChar.
           COMPUTE HASHCHAR = FUNCTION ORD (CHAININPUT (HASHPOS:1)).
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
               MOVE HEXCHARS (HEXDIGIT + 1:1) TO CHAINOUT (HEXPOS:1)
               SUBTRACT 1 FROM HEXPOS
           END-PERFORM.
