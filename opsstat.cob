      *worst step return code, the backup generation control for
      *the newest generation, the suspense file for unposted
      *payments, the hold file for holds added yesterday, the
      *checkpoint for the last committed transaction, the session
      *lock for a holder still signed on, and the subledger close
      *for whether last night's balances tied - and shows them
      *on one screen. Anything needing attention ends the step with
      *a nonzero RETURN-CODE, so the day's first interactive
      *session can be gated on it.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.
           SELECT BalanceControl ASSIGN TO "balctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BalanceControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SessionLock.
       COPY SESSLOCK.

       FD BalanceControl.
       COPY BALCTL.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  JobHistoryStatus PIC XX.
       01  HoldFileStatus PIC XX.
       01  CheckpointStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  BalanceControlStatus PIC XX.
       01  DifferenceShow PIC -ZZZ,ZZZ,ZZ9.99.
       01  TodayDate PIC 9(8).
       01  TodaySerial PIC 9(8).
       01  YesterdayDate PIC 9(8).
           PERFORM CheckHolds.
           PERFORM CheckCheckpoint.
           PERFORM CheckSessionLock.
           PERFORM CheckSubledger.
           DISPLAY "==========================================".
           IF ATTENTIONCOUNT = 0
               DISPLAY "ALL CLEAR - nothing needs attention."
               END-READ
               CLOSE SESSIONLOCK
           END-IF.

      *The nightly balancing result : the close date and whether
      *the opening plus the activity tied to StudentFile.
       CheckSubledger.
           OPEN INPUT BALANCECONTROL.
           IF BALANCECONTROLSTATUS NOT = FS-SUCCESS
               DISPLAY "Subledger : never balanced."
               ADD 1 TO ATTENTIONCOUNT
           ELSE
               READ BALANCECONTROL
                   AT END
                       DISPLAY "Subledger : close file is empty."
                       ADD 1 TO ATTENTIONCOUNT
                   NOT AT END
                       IF BC-OUT-OF-BALANCE
                           MOVE BC-DIFFERENCE TO DIFFERENCESHOW
                           DISPLAY "Subledger : closed " BC-DATE
                               " OUT OF BALANCE by " DIFFERENCESHOW
                           DISPLAY "  ** ATTENTION - see the LEDGBAL "
                               "report for the students **"
                           ADD 1 TO ATTENTIONCOUNT
                       ELSE
                           DISPLAY "Subledger : closed " BC-DATE
                               " in balance"
                       END-IF
                       IF BC-DATE < YESTERDAYDATE
                           DISPLAY "  ** ATTENTION - subledger not "
                               "balanced since " BC-DATE " **"
                           ADD 1 TO ATTENTIONCOUNT
                       END-IF
               END-READ
               CLOSE BALANCECONTROL
           END-IF.
