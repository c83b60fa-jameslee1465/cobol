      *TuitionBalance, and writes a CHARGE audit entry per posting -
      *so the shake shows up in the student's change history and the
      *family settles one account instead of two ledgers.
      *A student with an open prepaid cafeteria account (cafeacct.txt,
      *see CAFEACCT.cpy - the student's own account first, then the
      *household's through family.txt) is charged there instead :
      *the account is drawn down, the charge is logged to
      *cafetran.txt for the cafeteria statement, and TuitionBalance
      *and the audit trail are not touched. The account may go below
      *zero; the low-balance notice run chases it. Only a student
      *with no open account falls back to TuitionBalance.
      *Each entry is priced at the student's meal-eligibility
      *status on the log date : free students are not charged at
      *all (counted and marked on the register), reduced-price
      *register and the district counts.
      *A control file keeps one line per date ever billed and a run
      *for any date already on it is refused, so a resubmission -
      *immediate or days later - can't charge everyone twice.
      *Holds the shared session lock while posting, and reads the
      *cafeteria accounts only once it holds it, so a deposit posted
      *in CafeMnt just before the run is not written over.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MealEligFile ASSIGN TO "mealelig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MealEligStatus.
           SELECT CafeAcctFile ASSIGN TO "cafeacct.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CafeAcctStatus.
           SELECT CafeTransFile ASSIGN TO "cafetran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CafeTransStatus.
           SELECT FamilyFile ASSIGN TO "family.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FamilyFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MealEligFile.
       COPY MEALELIG.

       FD CafeAcctFile.
       COPY CAFEACCT.

       FD CafeTransFile.
       COPY CAFETRAN.

       FD FamilyFile.
       COPY FAMILY.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ProteinLogStatus PIC XX.
       01  MealAtEnd PIC A.
       01  UseMealStatus PIC X.
       01  FreeCount PIC 9(5) VALUE 0.
       01  CafeAcctStatus PIC XX.
       01  CafeTransStatus PIC XX.
       01  FamilyFileStatus PIC XX.
      *Cafeteria accounts loaded once, drawn down in storage and
      *written back at the end of the run.
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
       01  UseCafeIdx PIC 9(4).
       01  CafeAtEnd PIC A.
       01  CafeChanged PIC A VALUE "N".
       01  FamTable.
           02 FamEntry OCCURS 500 TIMES.
               03 FT-FAMID PIC 9(5).
               03 FT-IDNO PIC 9(9).
       01  FamCount PIC 9(3) VALUE 0.
       01  FamIdx PIC 9(3).
       01  StudentFamID PIC 9(5).
       01  CafeBilledCount PIC 9(5) VALUE 0.
       01  CafeBilledTotal PIC 9(7)V99 VALUE 0.
       01  CafeBalShow PIC -ZZ,ZZ9.99.
       01  ChargedToCafe PIC A.
       01  ChargeAmount PIC 9(4)V99.
       01  EntryDate PIC 9(8).
       01  BilledCount PIC 9(5) VALUE 0.
       01  RptCode PIC X(8) VALUE "SHAKEBIL".
       01  RptTitle PIC X(40) VALUE "CAFETERIA SHAKE BILLING REGISTER".
       01  RptLine PIC X(80).
       COPY AUDCHAIN.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadCafeAccounts.
           PERFORM LoadFamilies.
           IF CAFETABLEFULL = 'Y'
               DISPLAY "ShakeBill : cafeacct.txt holds more than 1000 "
                   "accounts - nothing billed."
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PROTEINLOG.
           IF PROTEINLOGSTATUS NOT = FS-SUCCESS
               DISPLAY "ShakeBill : no protein log on file."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CAFETRANSFILE.
           IF CAFETRANSSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT CAFETRANSFILE
           END-IF.
           IF CAFETRANSSTATUS NOT = FS-SUCCESS
               DISPLAY "ShakeBill : " MSG-CANT-OPEN CAFETRANSSTATUS
               CLOSE PROTEINLOG
               CLOSE STUDENTFILE
               CLOSE AUDITFILE
               PERFORM ReleaseSessionLock
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           CLOSE PROTEINLOG.
           CLOSE STUDENTFILE.
           CLOSE AUDITFILE.
           CLOSE CAFETRANSFILE.
           IF CAFECHANGED = 'Y'
               PERFORM SaveCafeAccounts
           END-IF.
           MOVE BILLEDTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "SHAKES BILLED : " DELIMITED BY SIZE
               INTO RPTLINE.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE CAFEBILLEDTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  TO CAFETERIA ACCOUNTS : " DELIMITED BY SIZE
               CAFEBILLEDCOUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM RecordBilledDate.
               COMPUTE CHARGEAMOUNT ROUNDED =
                   PL-PTSHAKENEED * USERATE
           END-IF.
           MOVE 'N' TO CHARGEDTOCAFE.
           PERFORM FindCafeAccount.
           IF USECAFEIDX > 0
               PERFORM ChargeCafeAccount
           ELSE
               PERFORM ChargeTuition
           END-IF.

       ChargeTuition.
           MOVE FNAME TO AA-BEF-FNAME.
           MOVE LNAME TO AA-BEF-LNAME.
           IF TERMCOUNT > 0
               MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
               MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
               MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
           ELSE
               MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
           END-IF.
           MOVE ENROLLSTATUS TO AA-BEF-STATUS.
           MOVE GRADELEVEL TO AA-BEF-GRADE.
           IF PL-WAS-CAPPED
               MOVE "  CAPPED" TO RPTLINE (50:8)
           END-IF.
           IF CHARGEDTOCAFE = 'Y'
               MOVE CF-BALANCE (USECAFEIDX) TO CAFEBALSHOW
               MOVE "CAFE" TO RPTLINE (60:4)
               MOVE CAFEBALSHOW TO RPTLINE (65:10)
           END-IF.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *The student's own open account first, then an open account
      *for the household the student is linked to in family.txt.
       FindCafeAccount.
           MOVE 0 TO USECAFEIDX.
           PERFORM VARYING CAFEIDX FROM 1 BY 1
                   UNTIL CAFEIDX > CAFECOUNT OR USECAFEIDX > 0
               IF CF-OWNERTYPE (CAFEIDX) = "S"
                       AND CF-OWNER (CAFEIDX) = IDNUM
                       AND CF-STATUS (CAFEIDX) = "O"
                   MOVE CAFEIDX TO USECAFEIDX
               END-IF
           END-PERFORM.
           IF USECAFEIDX = 0
               MOVE 0 TO STUDENTFAMID
               PERFORM VARYING FAMIDX FROM 1 BY 1
                       UNTIL FAMIDX > FAMCOUNT OR STUDENTFAMID > 0
                   IF FT-IDNO (FAMIDX) = IDNUM
                       MOVE FT-FAMID (FAMIDX) TO STUDENTFAMID
                   END-IF
               END-PERFORM
               IF STUDENTFAMID > 0
                   PERFORM VARYING CAFEIDX FROM 1 BY 1
                           UNTIL CAFEIDX > CAFECOUNT
                               OR USECAFEIDX > 0
                       IF CF-OWNERTYPE (CAFEIDX) = "F"
                               AND CF-OWNER (CAFEIDX) = STUDENTFAMID
                               AND CF-STATUS (CAFEIDX) = "O"
                           MOVE CAFEIDX TO USECAFEIDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       ChargeCafeAccount.
           SUBTRACT CHARGEAMOUNT FROM CF-BALANCE (USECAFEIDX).
           MOVE 'Y' TO CAFECHANGED.
           MOVE 'Y' TO CHARGEDTOCAFE.
           MOVE SPACES TO CAFETRANSRECORD.
           MOVE CF-OWNERTYPE (USECAFEIDX) TO CX-OWNERTYPE.
           MOVE CF-OWNER (USECAFEIDX) TO CX-OWNER.
           MOVE ENTRYDATE TO CX-DATE.
           SET CX-CHARGE TO TRUE.
           MOVE IDNUM TO CX-IDNUM.
           COMPUTE CX-AMOUNT = 0 - CHARGEAMOUNT.
           MOVE CF-BALANCE (USECAFEIDX) TO CX-BALANCE.
           MOVE "SHAKE" TO CX-REFERENCE.
           MOVE OPERID TO CX-OPERID.
           WRITE CAFETRANSRECORD.
           ADD 1 TO BILLEDCOUNT.
           ADD CHARGEAMOUNT TO BILLEDTOTAL.
           ADD 1 TO CAFEBILLEDCOUNT.
           ADD CHARGEAMOUNT TO CAFEBILLEDTOTAL.
           PERFORM PrintRegisterLine.

      *No account file just means every family is still billed
      *through tuition.
       LoadCafeAccounts.
           MOVE 'N' TO CAFEATEND.
           OPEN INPUT CAFEACCTFILE.
           IF CAFEACCTSTATUS = FS-SUCCESS
               PERFORM UNTIL CAFEATEND = 'Y'
                   READ CAFEACCTFILE
                       AT END MOVE 'Y' TO CAFEATEND
                   END-READ
                   IF CAFEATEND = 'N' AND CAFECOUNT NOT < 1000
                       MOVE 'Y' TO CAFETABLEFULL
                       MOVE 'Y' TO CAFEATEND
                   END-IF
                   IF CAFEATEND = 'N'
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

       SaveCafeAccounts.
           OPEN OUTPUT CAFEACCTFILE.
           IF CAFEACCTSTATUS NOT = FS-SUCCESS
               DISPLAY "ShakeBill : " MSG-CANT-OPEN CAFEACCTSTATUS
               DISPLAY "ShakeBill : cafeteria balances NOT saved - "
                   "rebuild them from cafetran.txt!"
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneCafeAccount
                   VARYING CAFEIDX FROM 1 BY 1
                   UNTIL CAFEIDX > CAFECOUNT
               CLOSE CAFEACCTFILE
           END-IF.

       SaveOneCafeAccount.
           MOVE CF-OWNERTYPE (CAFEIDX) TO CA-OWNERTYPE.
           MOVE CF-OWNER (CAFEIDX) TO CA-OWNER.
           MOVE CF-BALANCE (CAFEIDX) TO CA-BALANCE.
           MOVE CF-LOWLEVEL (CAFEIDX) TO CA-LOWLEVEL.
           MOVE CF-OPENDATE (CAFEIDX) TO CA-OPENDATE.
           MOVE CF-STATUS (CAFEIDX) TO CA-STATUS.
           WRITE CAFEACCOUNTRECORD.

       LoadFamilies.
           MOVE 'N' TO CAFEATEND.
           OPEN INPUT FAMILYFILE.
           IF FAMILYFILESTATUS = FS-SUCCESS
               PERFORM UNTIL CAFEATEND = 'Y'
                   READ FAMILYFILE
                       AT END MOVE 'Y' TO CAFEATEND
                   END-READ
                   IF CAFEATEND = 'N' AND FAMCOUNT < 500
                       ADD 1 TO FAMCOUNT
                       MOVE FM-FAMID TO FT-FAMID (FAMCOUNT)
                       MOVE FM-IDNUM TO FT-IDNO (FAMCOUNT)
                   END-IF
               END-PERFORM
               CLOSE FAMILYFILE
           END-IF.

       LogAudit.
           MOVE FUNCTION CURRENT-DATE TO AA-TIMESTAMP.
           MOVE OPERID TO AA-OPERID.
           MOVE IDNUM TO AA-IDNUM.
           MOVE SPACES TO AA-APPROVER.
           MOVE RETURN-CODE TO CH-SAVEDRC.
           MOVE "SEAL" TO CH-OP.
           MOVE "AUDIT" TO CH-TRAIL.
           CALL "AudChain" USING CHAINCALL AUDITRECORD.
           MOVE CH-SAVEDRC TO RETURN-CODE.
           WRITE AUDITRECORD.
           MOVE "DONE" TO CH-OP.
           CALL "AudChain" USING CHAINCALL AUDITRECORD.
           MOVE CH-SAVEDRC TO RETURN-CODE.
           PERFORM WriteCheckpoint.

       WriteCheckpoint.
