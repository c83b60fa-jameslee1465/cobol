       IDENTIFICATION DIVISION.
       PROGRAM-ID. CafeLow.
      *Cafeteria low-balance notice run: one addressed notice for
      *every open prepaid cafeteria account (cafeacct.txt) whose
      *balance has fallen below its low-balance level, asking the
      *family for a deposit before the account runs dry - or, once
      *it is overdrawn, for the amount owing. The level is the
      *account's own when one was set in CafeMnt, otherwise the
      *school default from cafecfg.txt (one line, 9(3)V99); 10.00
      *when the file is absent.
      *The notice goes to the first guardian on file for the
      *account's student - a household account uses its first
      *linked student - at the address on file, and is addressed
      *TO THE PARENT/GUARDIAN when no contact is on file. A
      *household notice lists every student sharing the account.
      *One notice per page through the shared PrintRpt routine
      *(code CAFELOW), with a control section at the end. Runs
      *from the batch calendar as step CAFELOW.
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
           SELECT CafeConfig ASSIGN TO "cafecfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CafeConfigStatus.
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

       FD CafeConfig.
       01  CafeConfigRecord.
           02 CG-LOWLEVEL PIC 9(3)V99.

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
       01  CafeConfigStatus PIC XX.
       01  FamilyFileStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  AddressFileStatus PIC XX.
       01  DefaultLevel PIC 9(3)V99 VALUE 10.00.
       01  UseLevel PIC 9(3)V99.
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
       01  AccountCount PIC 9(5) VALUE 0.
       01  LowCount PIC 9(5) VALUE 0.
       01  OverdrawnCount PIC 9(5) VALUE 0.
       01  BalanceShow PIC -ZZ,ZZ9.99.
       01  OwingShow PIC ZZ,ZZ9.99.
       01  LevelShow PIC ZZ9.99.
       01  RunDate PIC 9(8).
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "CAFELOW".
       01  RptTitle PIC X(40) VALUE "CAFETERIA LOW BALANCE NOTICES".
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNDATE.
           PERFORM ReadCafeConfig.
           PERFORM LoadFamilies.
           OPEN INPUT CAFEACCTFILE.
           IF CAFEACCTSTATUS NOT = FS-SUCCESS
               DISPLAY "CafeLow : no cafeteria accounts on file."
               GOBACK
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "CafeLow : " MSG-CANT-OPEN STUDENTFILESTATUS
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
               IF ATENDFLAG = 'N' AND CA-OPEN
                   PERFORM CheckOneAccount
               END-IF
           END-PERFORM.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE CAFEACCTFILE.
           CLOSE STUDENTFILE.
           DISPLAY "Open accounts : " ACCOUNTCOUNT
               "  notices produced : " LOWCOUNT.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *Missing config is not a failure - the default level carries it.
       ReadCafeConfig.
           OPEN INPUT CAFECONFIG.
           IF CAFECONFIGSTATUS = FS-SUCCESS
               READ CAFECONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF CG-LOWLEVEL NUMERIC AND CG-LOWLEVEL > 0
                           MOVE CG-LOWLEVEL TO DEFAULTLEVEL
                       END-IF
               END-READ
               CLOSE CAFECONFIG
           ELSE
               DISPLAY "CafeLow : no cafecfg.txt - using defaults."
           END-IF.

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

       CheckOneAccount.
           ADD 1 TO ACCOUNTCOUNT.
           IF CA-LOWLEVEL NUMERIC AND CA-LOWLEVEL > 0
               MOVE CA-LOWLEVEL TO USELEVEL
           ELSE
               MOVE DEFAULTLEVEL TO USELEVEL
           END-IF.
           IF CA-BALANCE < USELEVEL
               ADD 1 TO LOWCOUNT
               IF CA-BALANCE < 0
                   ADD 1 TO OVERDRAWNCOUNT
               END-IF
               PERFORM FindLetterStudent
               PERFORM PrintNotice
           END-IF.

      *The student the notice is addressed through : the account's
      *own student, or the first student linked to the household.
       FindLetterStudent.
           MOVE 0 TO LETTERSTUDENT.
           IF CA-STUDENT-ACCT
               MOVE CA-OWNER TO LETTERSTUDENT
               MOVE CA-OWNER TO IDNUM
               PERFORM ReadStudName
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

       ReadStudName.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(not on file)" TO STUDNAME
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.

       PrintNotice.
           IF LOWCOUNT > 1
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           PERFORM FindSalutation.
           MOVE SPACES TO RPTLINE.
           STRING "TO : " DELIMITED BY SIZE
               LETTERSALUTATION DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintAddressBlock.
           MOVE SPACES TO RPTLINE.
           STRING "RE : CAFETERIA ACCOUNT - " DELIMITED BY SIZE
               ACCOUNTNAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RUNDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF CA-FAMILY-ACCT
               PERFORM ListAccountStudents
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE CA-BALANCE TO BALANCESHOW.
           MOVE USELEVEL TO LEVELSHOW.
           IF CA-BALANCE < 0
               COMPUTE OWINGSHOW = 0 - CA-BALANCE
               MOVE SPACES TO RPTLINE
               STRING "The prepaid cafeteria account is overdrawn by "
                   DELIMITED BY SIZE
                   OWINGSHOW DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               MOVE "Please send a deposit to cover the amount owing"
                   TO RPTLINE
               PERFORM EmitLine
               MOVE "and next month's meals." TO RPTLINE
               PERFORM EmitLine
           ELSE
               MOVE SPACES TO RPTLINE
               STRING "The prepaid cafeteria account balance is "
                   DELIMITED BY SIZE
                   BALANCESHOW DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               MOVE SPACES TO RPTLINE
               STRING "below the " DELIMITED BY SIZE
                   LEVELSHOW DELIMITED BY SIZE
                   " level. Please send a deposit so meals can "
                   DELIMITED BY SIZE
                   "continue" DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               MOVE "to be drawn from the account." TO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "Deposits may be made at the school office. Cafeteria"
               TO RPTLINE.
           PERFORM EmitLine.
           MOVE "charges are kept separate from the tuition account."
               TO RPTLINE.
           PERFORM EmitLine.

       ListAccountStudents.
           MOVE "  STUDENTS ON THIS ACCOUNT :" TO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING FAMIDX FROM 1 BY 1
                   UNTIL FAMIDX > FAMCOUNT
               IF FT-FAMID (FAMIDX) = CA-OWNER
                   MOVE FT-IDNO (FAMIDX) TO IDNUM
                   PERFORM ReadStudName
                   MOVE SPACES TO RPTLINE
                   STRING "    " DELIMITED BY SIZE
                       STUDNAME DELIMITED BY SIZE
                       "  (ID " DELIMITED BY SIZE
                       FT-IDNO (FAMIDX) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO RPTLINE
                   PERFORM EmitLine
               END-IF
           END-PERFORM.

      *The first guardian on file, or the generic salutation so the
      *notice is never silently skipped.
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

      *Mailing address from the student address file; no address on
      *file just leaves the block off.
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

       PrintControlSection.
           IF LOWCOUNT > 0
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           MOVE "NOTICE RUN CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE DEFAULTLEVEL TO LEVELSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  RUN DATE " DELIMITED BY SIZE
               RUNDATE DELIMITED BY SIZE
               "  DEFAULT LEVEL " DELIMITED BY SIZE
               LEVELSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  OPEN ACCOUNTS : " DELIMITED BY SIZE
               ACCOUNTCOUNT DELIMITED BY SIZE
               "   NOTICES : " DELIMITED BY SIZE
               LOWCOUNT DELIMITED BY SIZE
               "   OVERDRAWN : " DELIMITED BY SIZE
               OVERDRAWNCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
