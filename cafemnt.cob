       IDENTIFICATION DIVISION.
       PROGRAM-ID. CafeMnt.
      *Prepaid cafeteria account maintenance: opens and closes the
      *cafeteria accounts ShakeBill draws on instead of tuition
      *(cafeacct.txt, see CAFEACCT.cpy) and posts the money families
      *put into them. An account is opened for one student or for a
      *household - the family number from family.txt - so siblings
      *can share one prepaid balance; a student's own account is
      *drawn on before the household's.
      *Deposits (check, cash, online - the reference is kept) add to
      *the balance. Corrections move it either way and need the
      *supervisor role. Each account may carry its own low-balance
      *level for the notice run; zero uses the cafecfg.txt default.
      *Closing an account refunds whatever credit is left and is
      *refused while the account is overdrawn. Every movement is
      *logged to cafetran.txt (CAFETRAN.cpy) for the monthly
      *cafeteria statement, and the account file is written back
      *after each one. Inquiry operators may look but not post.
      *Holds the shared session lock for the whole session, so a
      *deposit can't be lost under a billing run writing the same
      *account file.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT CafeAcctFile ASSIGN TO "cafeacct.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CafeAcctStatus.
           SELECT CafeTransFile ASSIGN TO "cafetran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CafeTransStatus.
           SELECT FamilyFile ASSIGN TO "family.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FamilyFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD CafeAcctFile.
       COPY CAFEACCT.

       FD CafeTransFile.
       COPY CAFETRAN.

       FD FamilyFile.
       COPY FAMILY.

       FD OperatorFile.
       COPY OPERREC.

       FD SessionLock.
       COPY SESSLOCK.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  CafeAcctStatus PIC XX.
       01  CafeTransStatus PIC XX.
       01  FamilyFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  SessionLockStatus PIC XX.
       01  LockAcquired PIC A VALUE "N".
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "CAFEMNT".
       01  OperRole PIC X VALUE "C".
           88 InquiryOnly VALUE "I".
           88 SupervisorRole VALUE "S".
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  CafeTable.
           02 CafeEntry OCCURS 1000 TIMES.
               03 CF-OWNERTYPE PIC X.
               03 CF-OWNER PIC 9(9).
               03 CF-BALANCE PIC S9(5)V99.
               03 CF-LOWLEVEL PIC 9(3)V99.
               03 CF-OPENDATE PIC 9(8).
               03 CF-STATUS PIC X.
       01  CafeCount PIC 9(4) VALUE 0.
      *Set when cafeacct.txt holds more accounts than the table; the
      *file is written back whole from the table, so the run stops
      *rather than drop the accounts past the last slot.
       01  CafeTableFull PIC A VALUE "N".
       01  CafeIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  FamTable.
           02 FamEntry OCCURS 500 TIMES.
               03 FT-FAMID PIC 9(5).
               03 FT-IDNO PIC 9(9).
       01  FamCount PIC 9(3) VALUE 0.
       01  FamIdx PIC 9(3).
       01  WorkType PIC X.
       01  WorkOwner PIC 9(9).
       01  OwnerExists PIC A.
       01  OwnerName PIC X(21).
       01  WorkAmount PIC S9(5)V99.
       01  WorkLevel PIC 9(3)V99.
       01  WorkReference PIC X(12).
       01  NewBalance PIC S9(6)V99.
       01  TransType PIC X.
       01  TodayDate PIC 9(8).
       01  BalanceShow PIC -ZZ,ZZ9.99.
       01  AmountShow PIC -ZZ,ZZ9.99.
       01  LevelShow PIC ZZ9.99.
       01  ConfirmWord PIC X.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           DISPLAY "-- Cafeteria Accounts --".
           PERFORM TryOneLogin
               UNTIL LOGINSUCCESS OR ATTEMPTCOUNT >= 3.
           IF NOT LOGINSUCCESS
               STOP RUN
           END-IF.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           PERFORM LoadAccounts.
           IF CAFETABLEFULL = 'Y'
               DISPLAY "CafeMnt : cafeacct.txt holds more than 1000 "
                   "accounts - maintenance refused."
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadFamilies.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Cafeteria Accounts"
               DISPLAY "1 : Show an account"
               DISPLAY "2 : Open an account"
               DISPLAY "3 : Post a deposit"
               DISPLAY "4 : Post a correction"
               DISPLAY "5 : Set the low-balance level"
               DISPLAY "6 : Close an account"
               DISPLAY "0 : Exit"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               EVALUATE TRUE
                   WHEN CHOICE = 1 PERFORM ShowAccount
                   WHEN CHOICE = 0 MOVE 'N' TO STAYOPEN
                   WHEN CHOICE > 6 MOVE 'N' TO STAYOPEN
                   WHEN INQUIRYONLY
                       DISPLAY "Inquiry operators may not post."
                   WHEN CHOICE = 2 PERFORM OpenAccount
                   WHEN CHOICE = 3 PERFORM PostDeposit
                   WHEN CHOICE = 4 AND NOT SUPERVISORROLE
                       DISPLAY "Corrections need the supervisor role."
                   WHEN CHOICE = 4 PERFORM PostCorrection
                   WHEN CHOICE = 5 PERFORM SetLowLevel
                   WHEN CHOICE = 6 PERFORM CloseAccount
               END-EVALUATE
           END-PERFORM.
           PERFORM ReleaseSessionLock.
           STOP RUN.

       TryOneLogin.
           DISPLAY " ".
           DISPLAY "Operator ID : " WITH NO ADVANCING.
           ACCEPT LOGINID.
           DISPLAY "Password : " WITH NO ADVANCING.
           ACCEPT LOGINPASSWORD WITH NO-ECHO.
           ADD 1 TO ATTEMPTCOUNT.
           MOVE 'N' TO OPERATEND.
           OPEN INPUT OPERATORFILE.
           IF OPERATORFILESTATUS NOT = FS-SUCCESS
               DISPLAY "Operator file is missing - login refused."
               MOVE 3 TO ATTEMPTCOUNT
           ELSE
               PERFORM UNTIL OPERATEND = 'Y'
                   READ OPERATORFILE
                       AT END MOVE 'Y' TO OPERATEND
                   END-READ
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                       MOVE "CHECK" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID
                           LOGINPASSWORD OP-PASSWORD
                           OP-PWDATA PWDRESULT
                   END-IF
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                           AND PWDRESULT NOT = 'N'
                           AND OP-ACTIVE NOT = 'D'
                           AND OP-ACTIVE NOT = 'L'
                       SET LOGINSUCCESS TO TRUE
                       MOVE LOGINID TO OPERID
                       IF OP-ROLE = SPACE
                           MOVE 'C' TO OPERROLE
                       ELSE
                           MOVE OP-ROLE TO OPERROLE
                       END-IF
                       MOVE 'Y' TO OPERATEND
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
               IF LOGINSUCCESS AND PWDRESULT = 'C'
                   MOVE "FILE" TO PWDOP
                   CALL "PwdHash" USING PWDOP LOGINID
                       LOGINPASSWORD OP-PASSWORD
                       OP-PWDATA PWDRESULT
               END-IF
               IF NOT LOGINSUCCESS
                   DISPLAY "Invalid operator ID or password."
               END-IF
           END-IF.

       LoadAccounts.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CAFEACCTFILE.
           IF CAFEACCTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CAFEACCTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CAFECOUNT NOT < 1000
                       MOVE 'Y' TO CAFETABLEFULL
                       MOVE 'Y' TO ATENDFLAG
                   END-IF
                   IF ATENDFLAG = 'N'
                       ADD 1 TO CAFECOUNT
                       MOVE CA-OWNERTYPE TO CF-OWNERTYPE (CAFECOUNT)
                       MOVE CA-OWNER TO CF-OWNER (CAFECOUNT)
                       MOVE CA-BALANCE TO CF-BALANCE (CAFECOUNT)
                       MOVE CA-LOWLEVEL TO CF-LOWLEVEL (CAFECOUNT)
                       MOVE CA-OPENDATE TO CF-OPENDATE (CAFECOUNT)
                       MOVE CA-STATUS TO CF-STATUS (CAFECOUNT)
                   END-IF
               END-PERFORM
               CLOSE CAFEACCTFILE
           END-IF.

       SaveAccounts.
           OPEN OUTPUT CAFEACCTFILE.
           IF CAFEACCTSTATUS NOT = FS-SUCCESS
               DISPLAY "CafeMnt : " MSG-CANT-OPEN CAFEACCTSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneAccount
                   VARYING CAFEIDX FROM 1 BY 1
                   UNTIL CAFEIDX > CAFECOUNT
               CLOSE CAFEACCTFILE
           END-IF.

       SaveOneAccount.
           MOVE CF-OWNERTYPE (CAFEIDX) TO CA-OWNERTYPE.
           MOVE CF-OWNER (CAFEIDX) TO CA-OWNER.
           MOVE CF-BALANCE (CAFEIDX) TO CA-BALANCE.
           MOVE CF-LOWLEVEL (CAFEIDX) TO CA-LOWLEVEL.
           MOVE CF-OPENDATE (CAFEIDX) TO CA-OPENDATE.
           MOVE CF-STATUS (CAFEIDX) TO CA-STATUS.
           WRITE CAFEACCOUNTRECORD.

       LoadFamilies.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT FAMILYFILE.
           IF FAMILYFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ FAMILYFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND FAMCOUNT < 500
                       ADD 1 TO FAMCOUNT
                       MOVE FM-FAMID TO FT-FAMID (FAMCOUNT)
                       MOVE FM-IDNUM TO FT-IDNO (FAMCOUNT)
                   END-IF
               END-PERFORM
               CLOSE FAMILYFILE
           END-IF.

      *Which account : S and a student ID, or F and a family number.
      *FOUNDIDX is the account's slot, zero when there is none.
       AskAccount.
           DISPLAY "Account for S = one student, F = a family : "
               WITH NO ADVANCING.
           ACCEPT WORKTYPE.
           IF WORKTYPE = 's'
               MOVE 'S' TO WORKTYPE
           END-IF.
           IF WORKTYPE = 'f'
               MOVE 'F' TO WORKTYPE
           END-IF.
           IF WORKTYPE = 'F'
               DISPLAY "Family number : " WITH NO ADVANCING
           ELSE
               MOVE 'S' TO WORKTYPE
               DISPLAY "Student ID : " WITH NO ADVANCING
           END-IF.
           ACCEPT WORKOWNER.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING CAFEIDX FROM 1 BY 1
                   UNTIL CAFEIDX > CAFECOUNT
               IF CF-OWNERTYPE (CAFEIDX) = WORKTYPE
                       AND CF-OWNER (CAFEIDX) = WORKOWNER
                   MOVE CAFEIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

      *Same check the other capture programs make : a student ID
      *must be on file, a family number must have a member linked.
       ValidateOwner.
           MOVE 'N' TO OWNEREXISTS.
           MOVE SPACES TO OWNERNAME.
           IF WORKTYPE = 'F'
               PERFORM VARYING FAMIDX FROM 1 BY 1
                       UNTIL FAMIDX > FAMCOUNT
                   IF FT-FAMID (FAMIDX) = WORKOWNER
                       MOVE 'Y' TO OWNEREXISTS
                   END-IF
               END-PERFORM
               MOVE "(household)" TO OWNERNAME
           ELSE
               OPEN INPUT STUDENTFILE
               IF STUDENTFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "CafeMnt : " MSG-CANT-OPEN
                       STUDENTFILESTATUS
               ELSE
                   MOVE WORKOWNER TO IDNUM
                   READ STUDENTFILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO OWNEREXISTS
                           STRING FNAME DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               LNAME DELIMITED BY "  "
                               INTO OWNERNAME
                   END-READ
                   CLOSE STUDENTFILE
               END-IF
           END-IF.

       ShowAccount.
           PERFORM AskAccount.
           IF FOUNDIDX = 0
               DISPLAY "No cafeteria account for that "
                   "student / family."
           ELSE
               MOVE FOUNDIDX TO CAFEIDX
               PERFORM ShowOneAccount
           END-IF.

       ShowOneAccount.
           MOVE CF-BALANCE (CAFEIDX) TO BALANCESHOW.
           MOVE CF-LOWLEVEL (CAFEIDX) TO LEVELSHOW.
           DISPLAY "Account " CF-OWNERTYPE (CAFEIDX) " "
               CF-OWNER (CAFEIDX) "  opened " CF-OPENDATE (CAFEIDX)
               "  status " CF-STATUS (CAFEIDX).
           DISPLAY "  Balance " BALANCESHOW "  low-balance level "
               LEVELSHOW.

      *A closed account is reopened rather than opened twice.
       OpenAccount.
           PERFORM AskAccount.
           IF FOUNDIDX > 0 AND CF-STATUS (FOUNDIDX) = "O"
               DISPLAY "That account is already open."
           ELSE
               PERFORM ValidateOwner
               IF OWNEREXISTS = 'N'
                   DISPLAY "Not on file - no account opened."
               ELSE
                   IF FOUNDIDX = 0
                       IF CAFECOUNT >= 1000
                           DISPLAY "Account file is full."
                       ELSE
                           ADD 1 TO CAFECOUNT
                           MOVE CAFECOUNT TO FOUNDIDX
                           MOVE WORKTYPE TO CF-OWNERTYPE (FOUNDIDX)
                           MOVE WORKOWNER TO CF-OWNER (FOUNDIDX)
                           MOVE 0 TO CF-BALANCE (FOUNDIDX)
                           MOVE 0 TO CF-LOWLEVEL (FOUNDIDX)
                       END-IF
                   END-IF
                   IF FOUNDIDX > 0
                       MOVE TODAYDATE TO CF-OPENDATE (FOUNDIDX)
                       MOVE "O" TO CF-STATUS (FOUNDIDX)
                       PERFORM SaveAccounts
                       DISPLAY "Cafeteria account opened for "
                           OWNERNAME "."
                   END-IF
               END-IF
           END-IF.

       PostDeposit.
           PERFORM AskOpenAccount.
           IF FOUNDIDX > 0
               DISPLAY "Deposit amount : " WITH NO ADVANCING
               ACCEPT WORKAMOUNT
               IF WORKAMOUNT NOT > 0
                   DISPLAY "A deposit must be more than zero."
               ELSE
                   DISPLAY "Reference (check no. / receipt) : "
                       WITH NO ADVANCING
                   ACCEPT WORKREFERENCE
                   MOVE "D" TO TRANSTYPE
                   PERFORM PostMovement
               END-IF
           END-IF.

       PostCorrection.
           PERFORM AskOpenAccount.
           IF FOUNDIDX > 0
               DISPLAY "Correction amount (+ adds, - takes off) : "
                   WITH NO ADVANCING
               ACCEPT WORKAMOUNT
               IF WORKAMOUNT = 0
                   DISPLAY "Nothing to correct."
               ELSE
                   DISPLAY "Reason : " WITH NO ADVANCING
                   ACCEPT WORKREFERENCE
                   MOVE "A" TO TRANSTYPE
                   PERFORM PostMovement
               END-IF
           END-IF.

       AskOpenAccount.
           PERFORM AskAccount.
           IF FOUNDIDX > 0
               IF CF-STATUS (FOUNDIDX) NOT = "O"
                   DISPLAY "That account is closed."
                   MOVE 0 TO FOUNDIDX
               END-IF
           ELSE
               DISPLAY "No cafeteria account for that "
                   "student / family."
           END-IF.

      *The transaction line goes first; the account file is only
      *rewritten once the movement is on the log.
       PostMovement.
           COMPUTE NEWBALANCE = CF-BALANCE (FOUNDIDX) + WORKAMOUNT.
           IF NEWBALANCE < -99999.99 OR NEWBALANCE > 99999.99
               DISPLAY "Balance would be out of range - not posted."
           ELSE
               PERFORM WriteTransaction
               IF CAFETRANSSTATUS = FS-SUCCESS
                   MOVE NEWBALANCE TO CF-BALANCE (FOUNDIDX)
                   PERFORM SaveAccounts
                   MOVE WORKAMOUNT TO AMOUNTSHOW
                   MOVE NEWBALANCE TO BALANCESHOW
                   DISPLAY "Posted " AMOUNTSHOW " - balance now "
                       BALANCESHOW
               END-IF
           END-IF.

       WriteTransaction.
           OPEN EXTEND CAFETRANSFILE.
           IF CAFETRANSSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT CAFETRANSFILE
           END-IF.
           IF CAFETRANSSTATUS NOT = FS-SUCCESS
               DISPLAY "CafeMnt : " MSG-CANT-OPEN CAFETRANSSTATUS
                   " - nothing posted."
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE SPACES TO CAFETRANSRECORD
               MOVE CF-OWNERTYPE (FOUNDIDX) TO CX-OWNERTYPE
               MOVE CF-OWNER (FOUNDIDX) TO CX-OWNER
               MOVE TODAYDATE TO CX-DATE
               MOVE TRANSTYPE TO CX-TYPE
               IF CF-OWNERTYPE (FOUNDIDX) = "S"
                   MOVE CF-OWNER (FOUNDIDX) TO CX-IDNUM
               ELSE
                   MOVE 0 TO CX-IDNUM
               END-IF
               MOVE WORKAMOUNT TO CX-AMOUNT
               MOVE NEWBALANCE TO CX-BALANCE
               MOVE WORKREFERENCE TO CX-REFERENCE
               MOVE OPERID TO CX-OPERID
               WRITE CAFETRANSRECORD
               CLOSE CAFETRANSFILE
           END-IF.

       SetLowLevel.
           PERFORM AskOpenAccount.
           IF FOUNDIDX > 0
               DISPLAY "Low-balance level (0 = school default) : "
                   WITH NO ADVANCING
               ACCEPT WORKLEVEL
               MOVE WORKLEVEL TO CF-LOWLEVEL (FOUNDIDX)
               PERFORM SaveAccounts
               DISPLAY "Low-balance level set."
           END-IF.

      *Left-over credit is refunded to the family on the way out;
      *an overdrawn account has to be brought back to zero first.
       CloseAccount.
           PERFORM AskOpenAccount.
           IF FOUNDIDX > 0
               MOVE FOUNDIDX TO CAFEIDX
               PERFORM ShowOneAccount
               IF CF-BALANCE (FOUNDIDX) < 0
                   DISPLAY "Account is overdrawn - post a deposit "
                       "before closing it."
               ELSE
                   DISPLAY "Close this account? (Y/N) : "
                       WITH NO ADVANCING
                   ACCEPT CONFIRMWORD
                   IF CONFIRMWORD = 'Y' OR CONFIRMWORD = 'y'
                       PERFORM CloseOneAccount
                   ELSE
                       DISPLAY "Account left open."
                   END-IF
               END-IF
           END-IF.

       CloseOneAccount.
           MOVE FS-SUCCESS TO CAFETRANSSTATUS.
           IF CF-BALANCE (FOUNDIDX) > 0
               COMPUTE WORKAMOUNT = 0 - CF-BALANCE (FOUNDIDX)
               MOVE 0 TO NEWBALANCE
               MOVE "CLOSED" TO WORKREFERENCE
               MOVE "R" TO TRANSTYPE
               PERFORM WriteTransaction
               IF CAFETRANSSTATUS = FS-SUCCESS
                   MOVE WORKAMOUNT TO AMOUNTSHOW
                   DISPLAY "Refund due to the family : " AMOUNTSHOW
                   MOVE 0 TO CF-BALANCE (FOUNDIDX)
               END-IF
           END-IF.
           IF CAFETRANSSTATUS = FS-SUCCESS
               MOVE "C" TO CF-STATUS (FOUNDIDX)
               PERFORM SaveAccounts
               DISPLAY "Account closed."
           END-IF.

       AcquireSessionLock.
           OPEN INPUT SESSIONLOCK.
           EVALUATE TRUE
               WHEN SESSIONLOCKSTATUS = FS-FILE-NOT-EXIST
                   MOVE 'Y' TO LOCKACQUIRED
               WHEN SESSIONLOCKSTATUS NOT = FS-SUCCESS
                   DISPLAY "CafeMnt : " MSG-CANT-OPEN
                       SESSIONLOCKSTATUS
               WHEN OTHER
                   READ SESSIONLOCK
                       AT END MOVE 'Y' TO LOCKACQUIRED
                       NOT AT END
                           IF SL-HELD
                               DISPLAY "CafeMnt : records in use by "
                                   SL-OPERID " since " SL-TIMESTAMP
                                   " - try again later."
                           ELSE
                               MOVE 'Y' TO LOCKACQUIRED
                           END-IF
                   END-READ
                   CLOSE SESSIONLOCK
           END-EVALUATE.
           IF LOCKACQUIRED = 'Y'
               PERFORM WriteSessionLock
           END-IF.

       WriteSessionLock.
           OPEN OUTPUT SESSIONLOCK.
           IF SESSIONLOCKSTATUS NOT = FS-SUCCESS
               DISPLAY "CafeMnt : " MSG-CANT-OPEN SESSIONLOCKSTATUS
               MOVE 'N' TO LOCKACQUIRED
           ELSE
               SET SL-HELD TO TRUE
               MOVE OPERID TO SL-OPERID
               MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
               WRITE SESSIONLOCKRECORD
               CLOSE SESSIONLOCK
           END-IF.

       ReleaseSessionLock.
           OPEN OUTPUT SESSIONLOCK.
           IF SESSIONLOCKSTATUS = FS-SUCCESS
               SET SL-RELEASED TO TRUE
               MOVE OPERID TO SL-OPERID
               MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
               WRITE SESSIONLOCKRECORD
               CLOSE SESSIONLOCK
           END-IF.
