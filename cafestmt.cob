       IDENTIFICATION DIVISION.
       PROGRAM-ID. CafeStmt.
      *Monthly cafeteria account statement: one statement per prepaid
      *cafeteria account (cafeacct.txt) with any activity in the
      *month or a balance carried into it - opening balance, every
      *deposit, charge, correction and refund from the transaction
      *log (cafetran.txt) with the running balance, and the closing
      *balance. Cafeteria money never appears on the tuition
      *statement, so this is the family's only record of it.
      *A household account's charges name the student each one was
      *for. The opening balance is the running balance on the last
      *log line dated before the month; an account with no earlier
      *line opens at zero.
      *The statement month (YYYYMM) comes from CAFEMONTH in the
      *environment, so the calendar step CAFESTMT runs promptless;
      *unset, the operator is asked, and 0 means last month.
      *Addressed the same way as the low-balance notices, one
      *statement per page through PrintRpt (code CAFESTMT).
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
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.
           SELECT AddressFile ASSIGN TO "addrrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AddressFileStatus.

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

       FD ContactFile.
       COPY CONTACT.

       FD AddressFile.
       COPY ADDRREC.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  CafeAcctStatus PIC XX.
       01  CafeTransStatus PIC XX.
       01  FamilyFileStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  AddressFileStatus PIC XX.
       01  StatementMonth PIC 9(6).
       01  CafeMonthText PIC X(6).
       01  MonthStart PIC 9(8).
       01  MonthEnd PIC 9(8).
       01  WorkYear PIC 9(4).
       01  WorkMonth PIC 9(2).
       01  FamTable.
           02 FamEntry OCCURS 500 TIMES.
               03 FT-FAMID PIC 9(5).
               03 FT-IDNO PIC 9(9).
       01  FamCount PIC 9(3) VALUE 0.
       01  FamIdx PIC 9(3).
       01  LetterStudent PIC 9(9).
       01  LetterSalutation PIC X(22).
       01  StudName PIC X(21).
       01  AccountName PIC X(21).
       01  OpeningBalance PIC S9(5)V99.
       01  ClosingBalance PIC S9(5)V99.
       01  MonthLines PIC 9(4).
       01  MonthDeposits PIC S9(7)V99.
       01  MonthCharges PIC S9(7)V99.
       01  StatementCount PIC 9(5) VALUE 0.
       01  TransKind PIC X(10).
       01  AmountShow PIC -ZZ,ZZ9.99.
       01  BalanceShow PIC -ZZ,ZZ9.99.
       01  TotalShow PIC -Z,ZZZ,ZZ9.99.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "CAFESTMT".
       01  RptTitle PIC X(40) VALUE "CAFETERIA ACCOUNT STATEMENTS".
       01  RptLine PIC X(80).
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
           DISPLAY "-- Cafeteria Account Statements --".
           MOVE SPACES TO CAFEMONTHTEXT.
           ACCEPT CAFEMONTHTEXT FROM ENVIRONMENT "CAFEMONTH".
           IF CAFEMONTHTEXT NOT = SPACES
               COMPUTE STATEMENTMONTH = FUNCTION NUMVAL (CAFEMONTHTEXT)
           ELSE
               DISPLAY "Statement month (YYYYMM, 0 = last month) : "
                   WITH NO ADVANCING
               ACCEPT STATEMENTMONTH
           END-IF.
           IF STATEMENTMONTH = 0
               PERFORM SetLastMonth
           END-IF.
           COMPUTE MONTHSTART = STATEMENTMONTH * 100 + 1.
           COMPUTE MONTHEND = STATEMENTMONTH * 100 + 31.
           PERFORM LoadFamilies.
           OPEN INPUT CAFEACCTFILE.
           IF CAFEACCTSTATUS NOT = FS-SUCCESS
               DISPLAY "CafeStmt : no cafeteria accounts on file."
               GOBACK
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "CafeStmt : " MSG-CANT-OPEN STUDENTFILESTATUS
               CLOSE CAFEACCTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ CAFEACCTFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   PERFORM StatementOneAccount
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE CAFEACCTFILE.
           CLOSE STUDENTFILE.
           DISPLAY "Cafeteria statements for " STATEMENTMONTH " : "
               STATEMENTCOUNT.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       SetLastMonth.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WORKYEAR.
           MOVE FUNCTION CURRENT-DATE (5:2) TO WORKMONTH.
           IF WORKMONTH = 1
               SUBTRACT 1 FROM WORKYEAR
               MOVE 12 TO WORKMONTH
           ELSE
               SUBTRACT 1 FROM WORKMONTH
           END-IF.
           COMPUTE STATEMENTMONTH = WORKYEAR * 100 + WORKMONTH.

       LoadFamilies.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT FAMILYFILE.
           IF FAMILYFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ FAMILYFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND FAMCOUNT < 500
                       ADD 1 TO FAMCOUNT
                       MOVE FM-FAMID TO FT-FAMID (FAMCOUNT)
                       MOVE FM-IDNUM TO FT-IDNO (FAMCOUNT)
                   END-IF
               END-PERFORM
               CLOSE FAMILYFILE
           END-IF.

      *First pass finds the opening balance and whether the month
      *has anything to show; the second prints the lines.
       StatementOneAccount.
           MOVE 0 TO OPENINGBALANCE.
           MOVE 0 TO MONTHLINES.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT CAFETRANSFILE.
           IF CAFETRANSSTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ CAFETRANSFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                           AND CX-OWNERTYPE = CA-OWNERTYPE
                           AND CX-OWNER = CA-OWNER
                       IF CX-DATE < MONTHSTART
                           MOVE CX-BALANCE TO OPENINGBALANCE
                       END-IF
                       IF CX-DATE >= MONTHSTART
                               AND CX-DATE <= MONTHEND
                           ADD 1 TO MONTHLINES
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAFETRANSFILE
           END-IF.
           IF MONTHLINES > 0 OR OPENINGBALANCE NOT = 0
               PERFORM PrintStatement
           END-IF.

       PrintStatement.
           IF STATEMENTCOUNT > 0
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO STATEMENTCOUNT.
           PERFORM FindLetterStudent.
           PERFORM FindSalutation.
           MOVE SPACES TO RPTLINE.
           STRING "TO : " DELIMITED BY SIZE
               LETTERSALUTATION DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintAddressBlock.
           MOVE SPACES TO RPTLINE.
           STRING "CAFETERIA ACCOUNT : " DELIMITED BY SIZE
               ACCOUNTNAME DELIMITED BY SIZE
               "  MONTH " DELIMITED BY SIZE
               STATEMENTMONTH DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE OPENINGBALANCE TO BALANCESHOW.
           MOVE "  OPENING BALANCE" TO RPTLINE.
           MOVE BALANCESHOW TO RPTLINE (59:10).
           PERFORM EmitLine.
           MOVE "  DATE      ACTIVITY   STUDENT ID REFERENCE"
               & "       AMOUNT    BALANCE" TO RPTLINE.
           PERFORM EmitLine.
           MOVE OPENINGBALANCE TO CLOSINGBALANCE.
           MOVE 0 TO MONTHDEPOSITS.
           MOVE 0 TO MONTHCHARGES.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT CAFETRANSFILE.
           IF CAFETRANSSTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ CAFETRANSFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                           AND CX-OWNERTYPE = CA-OWNERTYPE
                           AND CX-OWNER = CA-OWNER
                           AND CX-DATE >= MONTHSTART
                           AND CX-DATE <= MONTHEND
                       PERFORM PrintOneTransaction
                   END-IF
               END-PERFORM
               CLOSE CAFETRANSFILE
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE MONTHDEPOSITS TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  DEPOSITS AND CREDITS " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE MONTHCHARGES TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  CHARGES AND DEBITS   " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE CLOSINGBALANCE TO BALANCESHOW.
           MOVE "  CLOSING BALANCE" TO RPTLINE.
           MOVE BALANCESHOW TO RPTLINE (59:10).
           PERFORM EmitLine.
           IF CA-CLOSED
               MOVE "  THIS ACCOUNT IS CLOSED." TO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintOneTransaction.
           EVALUATE TRUE
               WHEN CX-DEPOSIT MOVE "DEPOSIT" TO TRANSKIND
               WHEN CX-CHARGE MOVE "MEAL" TO TRANSKIND
               WHEN CX-CORRECTION MOVE "CORRECTION" TO TRANSKIND
               WHEN CX-REFUND MOVE "REFUND" TO TRANSKIND
               WHEN OTHER MOVE CX-TYPE TO TRANSKIND
           END-EVALUATE.
           IF CX-AMOUNT > 0
               ADD CX-AMOUNT TO MONTHDEPOSITS
           ELSE
               ADD CX-AMOUNT TO MONTHCHARGES
           END-IF.
           MOVE CX-BALANCE TO CLOSINGBALANCE.
           MOVE CX-AMOUNT TO AMOUNTSHOW.
           MOVE CX-BALANCE TO BALANCESHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               CX-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TRANSKIND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CX-IDNUM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CX-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BALANCESHOW DELIMITED BY SIZE
               INTO RPTLINE.
           IF CX-IDNUM = 0
               MOVE SPACES TO RPTLINE (24:9)
           END-IF.
           PERFORM EmitLine.

      *Addressed through the account's own student, or the first
      *student linked to the household.
       FindLetterStudent.
           MOVE 0 TO LETTERSTUDENT.
           IF CA-STUDENT-ACCT
               MOVE CA-OWNER TO LETTERSTUDENT
               MOVE CA-OWNER TO IDNUM
               MOVE SPACES TO STUDNAME
               READ STUDENTFILE
                   INVALID KEY
                       MOVE "(not on file)" TO STUDNAME
                   NOT INVALID KEY
                       STRING FNAME DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           LNAME DELIMITED BY "  "
                           INTO STUDNAME
               END-READ
               MOVE STUDNAME TO ACCOUNTNAME
           ELSE
               PERFORM VARYING FAMIDX FROM 1 BY 1
                       UNTIL FAMIDX > FAMCOUNT OR LETTERSTUDENT > 0
                   IF FT-FAMID (FAMIDX) = CA-OWNER
                       MOVE FT-IDNO (FAMIDX) TO LETTERSTUDENT
                   END-IF
               END-PERFORM
               MOVE SPACES TO ACCOUNTNAME
               STRING "HOUSEHOLD " DELIMITED BY SIZE
                   CA-OWNER (5:5) DELIMITED BY SIZE
                   INTO ACCOUNTNAME
           END-IF.

       FindSalutation.
           MOVE "TO THE PARENT/GUARDIAN" TO LETTERSALUTATION.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND CT-IDNUM = LETTERSTUDENT
                       MOVE CT-NAME TO LETTERSALUTATION
                       MOVE 'Y' TO SCANATEND
                   END-IF
               END-PERFORM
               CLOSE CONTACTFILE
           END-IF.

       PrintAddressBlock.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT ADDRESSFILE.
           IF ADDRESSFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ ADDRESSFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                           AND AD-IDNUM = LETTERSTUDENT
                       MOVE SPACES TO RPTLINE
                       STRING "     " DELIMITED BY SIZE
                           AD-STREET DELIMITED BY SIZE
                           INTO RPTLINE
                       PERFORM EmitLine
                       MOVE SPACES TO RPTLINE
                       STRING "     " DELIMITED BY SIZE
                           AD-CITY DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           AD-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AD-ZIP DELIMITED BY SIZE
                           INTO RPTLINE
                       PERFORM EmitLine
                       MOVE 'Y' TO SCANATEND
                   END-IF
               END-PERFORM
               CLOSE ADDRESSFILE
           END-IF.
