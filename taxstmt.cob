       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxStmt.
      *Annual tuition-paid statement: the January print run that
      *answers "what did we pay you last year" for every household
      *at once, instead of one phone call and one hand count at a
      *time. The calendar year's money is taken from the audit
      *trail - PAY entries are tuition paid, NSF entries take back
      *a payment that bounced, REFUND entries take back a credit
      *returned by check, and AID entries are shown separately as
      *scholarships and aid applied - reading every archived
      *auditYYYYMM.txt month of the year and then the live file for
      *whatever has not been rolled over yet.
      *Students linked in family.txt share one statement with a
      *section per child and household totals; a student with no
      *household link gets a statement of their own. Each statement
      *is addressed from the first member's ADDRREC line and goes
      *out one per page through the shared PrintRpt routine. A
      *household with no payment, reversal, refund or aid in the
      *year gets no statement.
      *The year comes from TAXYEAR in the environment, which keeps
      *the January calendar step promptless, or is prompted
      *(0 = last year).
      *Summary file (taxsum.txt, line sequential), one line per
      *statement, for the business office's follow-up calls :
      *  payee kind X (F family, S student), payee ID 9(9),
      *  tax year 9(4), students 9(2), paid 9(7)V99,
      *  reversed 9(7)V99, refunded 9(7)V99, net paid S9(7)V99,
      *  aid 9(7)V99
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT AuditFile ASSIGN TO DYNAMIC AuditFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT AddressFile ASSIGN TO "addrrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AddressFileStatus.
           SELECT FamilyFile ASSIGN TO "family.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FamilyFileStatus.
           SELECT SummaryFile ASSIGN TO "taxsum.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SummaryFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AuditFile.
       COPY AUDITREC.

       FD AddressFile.
       COPY ADDRREC.

       FD FamilyFile.
       COPY FAMILY.

       FD SummaryFile.
       01  SummaryRecord.
           02 TS-KIND PIC X.
           02 TS-PAYEEID PIC 9(9).
           02 TS-YEAR PIC 9(4).
           02 TS-STUDENTS PIC 9(2).
           02 TS-PAID PIC 9(7)V99.
           02 TS-REVERSED PIC 9(7)V99.
           02 TS-REFUNDED PIC 9(7)V99.
           02 TS-NETPAID PIC S9(7)V99.
           02 TS-AID PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A.
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  AddressFileStatus PIC XX.
       01  FamilyFileStatus PIC XX.
       01  SummaryFileStatus PIC XX.
       01  TaxYear PIC 9(4).
       01  TaxYearText PIC X(4).
       01  EntryYear PIC 9(4).
       01  ScanMonth PIC 9(2).
       01  ScanYYYYMM PIC 9(6).
       01  ChangeAmount PIC S9(6)V99.
      *Each student with money moving in the year, kept in ID order.
       01  YearTable.
           02 YearEntry OCCURS 2000 TIMES.
               03 YT-IDNO PIC 9(9).
               03 YT-PAID PIC 9(7)V99.
               03 YT-REVERSED PIC 9(7)V99.
               03 YT-REFUNDED PIC 9(7)V99.
               03 YT-AID PIC 9(7)V99.
               03 YT-DONE PIC X.
       01  YearCount PIC 9(4) VALUE 0.
       01  YearIdx PIC 9(4).
       01  ShiftIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  TableFull PIC A VALUE "N".
       01  FamTable.
           02 FamEntry OCCURS 500 TIMES.
               03 FT-FAMID PIC 9(5).
               03 FT-IDNO PIC 9(9).
       01  FamCount PIC 9(3) VALUE 0.
       01  FamIdx PIC 9(3).
       01  ScanIdx PIC 9(3).
       01  MemberIdx PIC 9(3).
       01  SeenBefore PIC A.
       01  WorkFamID PIC 9(5).
       01  WorkID PIC 9(9).
       01  PayeeKind PIC X.
       01  PayeeID PIC 9(9).
       01  MemberCount PIC 9(2).
       01  HouseTotals.
           02 HH-PAID PIC 9(7)V99.
           02 HH-REVERSED PIC 9(7)V99.
           02 HH-REFUNDED PIC 9(7)V99.
           02 HH-AID PIC 9(7)V99.
       01  NetPaid PIC S9(7)V99.
       01  AddrFound PIC A.
       01  AddrAtEnd PIC A.
       01  StatementCount PIC 9(5) VALUE 0.
       01  AmountShow PIC Z,ZZZ,ZZ9.99.
       01  NetShow PIC -Z,ZZZ,ZZ9.99.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "TAXSTMT".
       01  RptTitle PIC X(40) VALUE "ANNUAL TUITION PAID STATEMENT".
       01  RptLine PIC X(80).
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  AuditFilePath PIC X(40).

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           MOVE SPACES TO TAXYEARTEXT.
           ACCEPT TAXYEARTEXT FROM ENVIRONMENT "TAXYEAR".
           IF TAXYEARTEXT NOT = SPACES
               COMPUTE TAXYEAR = FUNCTION NUMVAL (TAXYEARTEXT)
           ELSE
               DISPLAY "Tax year (YYYY, 0 = last year) : "
                   WITH NO ADVANCING
               ACCEPT TAXYEAR
           END-IF.
           IF TAXYEAR = 0
               MOVE FUNCTION CURRENT-DATE (1:4) TO TAXYEAR
               SUBTRACT 1 FROM TAXYEAR
           END-IF.
           PERFORM LoadFamilies.
           PERFORM VARYING SCANMONTH FROM 1 BY 1 UNTIL SCANMONTH > 12
               COMPUTE SCANYYYYMM = TAXYEAR * 100 + SCANMONTH
               MOVE SPACES TO AUDITFILEPATH
               STRING "audit" SCANYYYYMM ".txt"
                   DELIMITED BY SIZE INTO AUDITFILEPATH
               PERFORM ScanOneAuditFile
           END-PERFORM.
           MOVE "audit.txt" TO AUDITFILEPATH.
           PERFORM ScanOneAuditFile.
           IF TABLEFULL = 'Y'
               DISPLAY "TaxStmt : more than 2000 students with activity"
                   " - later students not included."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "TaxStmt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SUMMARYFILE.
           IF SUMMARYFILESTATUS NOT = FS-SUCCESS
               DISPLAY "TaxStmt : " MSG-CANT-OPEN SUMMARYFILESTATUS
               CLOSE STUDENTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM CheckOneFamilySlot
               VARYING FAMIDX FROM 1 BY 1 UNTIL FAMIDX > FAMCOUNT.
           PERFORM VARYING YEARIDX FROM 1 BY 1
                   UNTIL YEARIDX > YEARCOUNT
               IF YT-DONE (YEARIDX) = 'N'
                   PERFORM StudentStatement
               END-IF
           END-PERFORM.
           MOVE "LINE" TO RPTOP.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           STRING "STATEMENTS PRODUCED : " DELIMITED BY SIZE
               STATEMENTCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE STUDENTFILE.
           CLOSE SUMMARYFILE.
           DISPLAY "Tuition paid statements for " TAXYEAR " : "
               STATEMENTCOUNT.
           GOBACK.

      *A month with no archive was either never rolled over (still
      *in the live file) or had no activity.
       ScanOneAuditFile.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT AUDITFILE.
           IF AUDITFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE AA-TIMESTAMP (1:4) TO ENTRYYEAR
                       IF ENTRYYEAR = TAXYEAR
                               AND AA-BEFORE NOT = SPACES
                               AND AA-AFTER NOT = SPACES
                           PERFORM TakeOneEntry
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.

       TakeOneEntry.
           COMPUTE CHANGEAMOUNT = AA-AFT-TUITION - AA-BEF-TUITION.
           IF (AA-ACTION = "PAY" OR "NSF" OR "AID" OR "REFUND")
                   AND CHANGEAMOUNT NOT = 0
               MOVE AA-IDNUM TO WORKID
               PERFORM FindYearEntry
               IF FOUNDIDX > 0
                   EVALUATE AA-ACTION
                       WHEN "PAY"
                           SUBTRACT CHANGEAMOUNT FROM YT-PAID (FOUNDIDX)
                       WHEN "NSF"
                           ADD CHANGEAMOUNT TO YT-REVERSED (FOUNDIDX)
                       WHEN "REFUND"
                           ADD CHANGEAMOUNT TO YT-REFUNDED (FOUNDIDX)
                       WHEN "AID"
                           SUBTRACT CHANGEAMOUNT FROM YT-AID (FOUNDIDX)
                   END-EVALUATE
               END-IF
           END-IF.

      *Finds WORKID's entry, inserting it in ID order when new.
       FindYearEntry.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING YEARIDX FROM 1 BY 1
                   UNTIL YEARIDX > YEARCOUNT
                       OR YT-IDNO (YEARIDX) >= WORKID
               CONTINUE
           END-PERFORM.
           IF YEARIDX <= YEARCOUNT AND YT-IDNO (YEARIDX) = WORKID
               MOVE YEARIDX TO FOUNDIDX
           ELSE
               IF YEARCOUNT >= 2000
                   MOVE 'Y' TO TABLEFULL
               ELSE
                   PERFORM VARYING SHIFTIDX FROM YEARCOUNT BY -1
                           UNTIL SHIFTIDX < YEARIDX
                       MOVE YEARENTRY (SHIFTIDX)
                           TO YEARENTRY (SHIFTIDX + 1)
                   END-PERFORM
                   ADD 1 TO YEARCOUNT
                   MOVE YEARIDX TO FOUNDIDX
                   MOVE WORKID TO YT-IDNO (FOUNDIDX)
                   MOVE 0 TO YT-PAID (FOUNDIDX)
                   MOVE 0 TO YT-REVERSED (FOUNDIDX)
                   MOVE 0 TO YT-REFUNDED (FOUNDIDX)
                   MOVE 0 TO YT-AID (FOUNDIDX)
                   MOVE 'N' TO YT-DONE (FOUNDIDX)
               END-IF
           END-IF.

      *Looks WORKID up without adding it.
       LookupYearEntry.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING YEARIDX FROM 1 BY 1
                   UNTIL YEARIDX > YEARCOUNT OR FOUNDIDX > 0
               IF YT-IDNO (YEARIDX) = WORKID
                   MOVE YEARIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

      *No family file just means every student statements alone.
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

      *One statement per distinct family number, in the order the
      *links were entered, covering the members with activity.
       CheckOneFamilySlot.
           MOVE 'N' TO SEENBEFORE.
           PERFORM VARYING SCANIDX FROM 1 BY 1
                   UNTIL SCANIDX >= FAMIDX
               IF FT-FAMID (SCANIDX) = FT-FAMID (FAMIDX)
                   MOVE 'Y' TO SEENBEFORE
               END-IF
           END-PERFORM.
           IF SEENBEFORE = 'N'
               MOVE FT-FAMID (FAMIDX) TO WORKFAMID
               MOVE 0 TO MEMBERCOUNT
               PERFORM VARYING MEMBERIDX FROM 1 BY 1
                       UNTIL MEMBERIDX > FAMCOUNT
                   IF FT-FAMID (MEMBERIDX) = WORKFAMID
                       MOVE FT-IDNO (MEMBERIDX) TO WORKID
                       PERFORM LookupYearEntry
                       IF FOUNDIDX > 0
                           IF YT-DONE (FOUNDIDX) = 'N'
                               ADD 1 TO MEMBERCOUNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF MEMBERCOUNT > 0
                   PERFORM FamilyStatement
               END-IF
           END-IF.

       FamilyStatement.
           MOVE 'F' TO PAYEEKIND.
           MOVE WORKFAMID TO PAYEEID.
           PERFORM StartStatement.
           MOVE 'N' TO ADDRFOUND.
           PERFORM VARYING MEMBERIDX FROM 1 BY 1
                   UNTIL MEMBERIDX > FAMCOUNT OR ADDRFOUND = 'Y'
               IF FT-FAMID (MEMBERIDX) = WORKFAMID
                   MOVE FT-IDNO (MEMBERIDX) TO WORKID
                   PERFORM LookupYearEntry
                   IF FOUNDIDX > 0
                       PERFORM PrintAddressBlock
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PrintStatementHeading.
           PERFORM VARYING MEMBERIDX FROM 1 BY 1
                   UNTIL MEMBERIDX > FAMCOUNT
               IF FT-FAMID (MEMBERIDX) = WORKFAMID
                   MOVE FT-IDNO (MEMBERIDX) TO WORKID
                   PERFORM LookupYearEntry
                   IF FOUNDIDX > 0
                       IF YT-DONE (FOUNDIDX) = 'N'
                           PERFORM PrintStudentSection
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FinishStatement.

       StudentStatement.
           MOVE 'S' TO PAYEEKIND.
           MOVE YT-IDNO (YEARIDX) TO PAYEEID.
           MOVE YEARIDX TO FOUNDIDX.
           MOVE YT-IDNO (YEARIDX) TO WORKID.
           MOVE 1 TO MEMBERCOUNT.
           PERFORM StartStatement.
           MOVE 'N' TO ADDRFOUND.
           PERFORM PrintAddressBlock.
           PERFORM PrintStatementHeading.
           MOVE YEARIDX TO FOUNDIDX.
           PERFORM PrintStudentSection.
           PERFORM FinishStatement.

       StartStatement.
           ADD 1 TO STATEMENTCOUNT.
           IF STATEMENTCOUNT > 1
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           MOVE "LINE" TO RPTOP.
           INITIALIZE HOUSETOTALS.

       PrintStatementHeading.
           MOVE SPACES TO RPTLINE.
           IF PAYEEKIND = 'F'
               STRING "TUITION PAID IN CALENDAR YEAR " DELIMITED BY SIZE
                   TAXYEAR DELIMITED BY SIZE
                   " - HOUSEHOLD " DELIMITED BY SIZE
                   WORKFAMID DELIMITED BY SIZE
                   INTO RPTLINE
           ELSE
               STRING "TUITION PAID IN CALENDAR YEAR " DELIMITED BY SIZE
                   TAXYEAR DELIMITED BY SIZE
                   INTO RPTLINE
           END-IF.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *One student's year : each kind of money on its own line, the
      *student's own net, and the amounts rolled into the household.
       PrintStudentSection.
           MOVE 'Y' TO YT-DONE (FOUNDIDX).
           ADD YT-PAID (FOUNDIDX) TO HH-PAID.
           ADD YT-REVERSED (FOUNDIDX) TO HH-REVERSED.
           ADD YT-REFUNDED (FOUNDIDX) TO HH-REFUNDED.
           ADD YT-AID (FOUNDIDX) TO HH-AID.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE YT-IDNO (FOUNDIDX) TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   MOVE SPACES TO FNAME
                   MOVE "(NOT ON FILE)" TO LNAME
           END-READ.
           MOVE SPACES TO RPTLINE.
           STRING "STUDENT : " DELIMITED BY SIZE
               FNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LNAME DELIMITED BY SIZE
               "  (ID " DELIMITED BY SIZE
               YT-IDNO (FOUNDIDX) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE YT-PAID (FOUNDIDX) TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  PAYMENTS RECEIVED           " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF YT-REVERSED (FOUNDIDX) > 0
               MOVE YT-REVERSED (FOUNDIDX) TO AMOUNTSHOW
               MOVE SPACES TO RPTLINE
               STRING "  LESS RETURNED CHECKS        " DELIMITED BY SIZE
                   AMOUNTSHOW DELIMITED BY SIZE INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           IF YT-REFUNDED (FOUNDIDX) > 0
               MOVE YT-REFUNDED (FOUNDIDX) TO AMOUNTSHOW
               MOVE SPACES TO RPTLINE
               STRING "  LESS REFUNDS ISSUED         " DELIMITED BY SIZE
                   AMOUNTSHOW DELIMITED BY SIZE INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           COMPUTE NETPAID = YT-PAID (FOUNDIDX) - YT-REVERSED (FOUNDIDX)
               - YT-REFUNDED (FOUNDIDX).
           MOVE NETPAID TO NETSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  NET TUITION PAID           " DELIMITED BY SIZE
               NETSHOW DELIMITED BY SIZE INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF YT-AID (FOUNDIDX) > 0
               MOVE YT-AID (FOUNDIDX) TO AMOUNTSHOW
               MOVE SPACES TO RPTLINE
               STRING "  SCHOLARSHIPS / AID APPLIED  " DELIMITED BY SIZE
                   AMOUNTSHOW DELIMITED BY SIZE INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

      *Household totals (a single student's statement repeats its
      *one section as the total), the keep-for-records note, and the
      *summary line.
       FinishStatement.
           COMPUTE NETPAID = HH-PAID - HH-REVERSED - HH-REFUNDED.
           IF PAYEEKIND = 'F'
               MOVE SPACES TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               MOVE NETPAID TO NETSHOW
               MOVE SPACES TO RPTLINE
               STRING "HOUSEHOLD NET TUITION PAID   " DELIMITED BY SIZE
                   NETSHOW DELIMITED BY SIZE INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               MOVE HH-AID TO AMOUNTSHOW
               MOVE SPACES TO RPTLINE
               STRING "HOUSEHOLD SCHOLARSHIPS / AID " DELIMITED BY SIZE
                   AMOUNTSHOW DELIMITED BY SIZE INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "PLEASE KEEP THIS STATEMENT WITH YOUR TAX RECORDS."
               TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE PAYEEKIND TO TS-KIND.
           MOVE PAYEEID TO TS-PAYEEID.
           MOVE TAXYEAR TO TS-YEAR.
           MOVE MEMBERCOUNT TO TS-STUDENTS.
           MOVE HH-PAID TO TS-PAID.
           MOVE HH-REVERSED TO TS-REVERSED.
           MOVE HH-REFUNDED TO TS-REFUNDED.
           MOVE NETPAID TO TS-NETPAID.
           MOVE HH-AID TO TS-AID.
           WRITE SUMMARYRECORD.

      *Window-envelope address block for WORKID; a student with no
      *address on file gets the statement without one.
       PrintAddressBlock.
           MOVE 'N' TO ADDRATEND.
           OPEN INPUT ADDRESSFILE.
           IF ADDRESSFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ADDRATEND = 'Y'
                   READ ADDRESSFILE
                       AT END MOVE 'Y' TO ADDRATEND
                   END-READ
                   IF ADDRATEND = 'N' AND AD-IDNUM = WORKID
                       MOVE 'Y' TO ADDRFOUND
                       MOVE 'Y' TO ADDRATEND
                       PERFORM PrintAddressLines
                   END-IF
               END-PERFORM
               CLOSE ADDRESSFILE
           END-IF.

       PrintAddressLines.
           MOVE SPACES TO RPTLINE.
           MOVE AD-MAILNAME TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           MOVE AD-STREET TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING AD-CITY DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               AD-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AD-ZIP DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
