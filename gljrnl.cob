       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJrnl.
      *Nightly general ledger journal extract: every program that
      *moves a TuitionBalance leaves an audit entry with the balance
      *before and after - assessments, payments and family splits,
      *NSF reversals, aid awards, shake charges, refunds, manual
      *tuition edits. This job reads the day's entries and turns the
      *balance movements into journal lines, so the accounting
      *system gets the day's postings instead of month-end totals
      *typed in from the registers.
      *Cafeteria account money never touches a TuitionBalance, so
      *the day's cafetran.txt deposits and charges are booked as
      *well, under the map actions CAFDEP and CAFCHG : the line's
      *amount is the change, a deposit rising and a charge falling.
      *Each entry's change in balance is booked through the account
      *map (glmap.txt, maintained in GLMapMnt) : the action's
      *receivable account is debited when the balance rises and
      *credited when it falls, and the action's offset account takes
      *the other side. Entries that don't move the balance - grade
      *and name changes, term adds - are passed over. The lines are
      *then summarized to one debit and/or one credit per account.
      *The journal is refused - no file written, return code 8 -
      *when a balance movement's action has no mapping or when the
      *summarized debits and credits don't agree; the report lists
      *why, so the map can be fixed and the night rerun.
      *The journal date is today unless JRNLDATE (YYYYMMDD) is set
      *in the environment. The day's entries are read from the live
      *audit file and, in case the month was already closed out,
      *from that month's auditYYYYMM.txt archive.
      *Journal layout (gljrnl.txt, line sequential) :
      *  header   H + journal date 9(8)
      *  detail   D, account X(10), D/C X, amount 9(9)V99
      *  trailer  T + line count 9(5) + debit total 9(9)V99
      *           + credit total 9(9)V99
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO DYNAMIC AuditFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT MapFile ASSIGN TO "glmap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MapFileStatus.
           SELECT CafeTransFile ASSIGN TO "cafetran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CafeTransStatus.
           SELECT JournalFile ASSIGN TO "gljrnl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY AUDITREC.

       FD MapFile.
       COPY GLMAP.

       FD CafeTransFile.
       COPY CAFETRAN.

       FD JournalFile.
       01  JournalDetail.
           02 GJ-RECTYPE PIC X.
           02 GJ-ACCOUNT PIC X(10).
           02 GJ-DRCR PIC X.
           02 GJ-AMOUNT PIC 9(9)V99.
       01  JournalHeader.
           02 GH-RECTYPE PIC X.
           02 GH-DATE PIC 9(8).
           02 FILLER PIC X(14).
       01  JournalTrailer.
           02 GT-RECTYPE PIC X.
           02 GT-COUNT PIC 9(5).
           02 GT-DEBITS PIC 9(9)V99.
           02 GT-CREDITS PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A.
       01  AuditFileStatus PIC XX.
       01  MapFileStatus PIC XX.
       01  JournalFileStatus PIC XX.
       01  CafeTransStatus PIC XX.
       01  PostAction PIC X(6).
       01  AuditFilePath PIC X(40).
       01  JournalDate PIC 9(8).
       01  JrnlDateText PIC X(8).
       01  JournalMonth PIC 9(6).
       01  EntryCount PIC 9(5) VALUE 0.
       01  BeforeBalance PIC S9(5)V99.
       01  AfterBalance PIC S9(5)V99.
       01  BalanceChange PIC S9(7)V99.
       01  ChangeAmount PIC 9(7)V99.
       01  MapTable.
           02 MapEntry OCCURS 50 TIMES.
               03 MT-ACTION PIC X(6).
               03 MT-ARACCT PIC X(10).
               03 MT-OFFACCT PIC X(10).
               03 MT-COUNT PIC 9(5).
               03 MT-NET PIC S9(9)V99.
       01  MapCount PIC 9(2) VALUE 0.
       01  MapIdx PIC 9(2).
       01  FoundIdx PIC 9(2).
      *Balance movements whose action isn't in the map.
       01  UnmappedTable.
           02 UnmappedEntry OCCURS 20 TIMES.
               03 UM-ACTION PIC X(6).
               03 UM-COUNT PIC 9(5).
               03 UM-NET PIC S9(9)V99.
       01  UnmappedCount PIC 9(2) VALUE 0.
       01  UnmappedIdx PIC 9(2).
      *One entry per account touched, debits and credits kept apart
      *so both sides of the summary print.
       01  AcctTable.
           02 AcctEntry OCCURS 100 TIMES.
               03 GA-ACCOUNT PIC X(10).
               03 GA-DEBIT PIC 9(9)V99.
               03 GA-CREDIT PIC 9(9)V99.
       01  AcctCount PIC 9(3) VALUE 0.
       01  AcctIdx PIC 9(3).
       01  WorkAccount PIC X(10).
       01  WorkDebit PIC 9(7)V99.
       01  WorkCredit PIC 9(7)V99.
       01  DebitTotal PIC 9(9)V99 VALUE 0.
       01  CreditTotal PIC 9(9)V99 VALUE 0.
       01  LineCount PIC 9(5) VALUE 0.
       01  JournalRefused PIC A VALUE "N".
       01  NetShow PIC -ZZZ,ZZZ,ZZ9.99.
       01  DebitShow PIC ZZZ,ZZZ,ZZ9.99.
       01  CreditShow PIC ZZZ,ZZZ,ZZ9.99.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "GLJRNL".
       01  RptTitle PIC X(40) VALUE "GENERAL LEDGER JOURNAL".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT JRNLDATETEXT FROM ENVIRONMENT "JRNLDATE".
           IF JRNLDATETEXT NOT = SPACES
               COMPUTE JOURNALDATE = FUNCTION NUMVAL (JRNLDATETEXT)
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOURNALDATE
           END-IF.
           DIVIDE JOURNALDATE BY 100 GIVING JOURNALMONTH.
           PERFORM LoadMap.
           IF MAPCOUNT = 0
               DISPLAY "GLJrnl : no account map in glmap.txt - "
                   "set it up in GLMapMnt. Journal refused."
               MOVE RC-DISCREPANCY TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO AUDITFILEPATH.
           STRING "audit" JOURNALMONTH ".txt"
               DELIMITED BY SIZE INTO AUDITFILEPATH.
           PERFORM ScanAuditFile.
           MOVE "audit.txt" TO AUDITFILEPATH.
           PERFORM ScanAuditFile.
           PERFORM ScanCafeTrans.
           PERFORM SummarizeAccounts.
           IF UNMAPPEDCOUNT > 0 OR DEBITTOTAL NOT = CREDITTOTAL
               MOVE 'Y' TO JOURNALREFUSED
           END-IF.
           IF JOURNALREFUSED = 'N'
               PERFORM WriteJournal
           END-IF.
           PERFORM PrintJournalReport.
           IF JOURNALREFUSED = 'Y'
               DISPLAY "GLJrnl : journal for " JOURNALDATE
                   " out of balance - not written."
               MOVE RC-DISCREPANCY TO RETURN-CODE
           ELSE
               DISPLAY "GLJrnl : journal for " JOURNALDATE
                   " written, " LINECOUNT " line(s) from "
                   ENTRYCOUNT " posting(s)."
           END-IF.
           GOBACK.

       LoadMap.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT MAPFILE.
           IF MAPFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ MAPFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND MAPCOUNT < 50
                           AND GM-ACTION NOT = SPACES
                       ADD 1 TO MAPCOUNT
                       MOVE GM-ACTION TO MT-ACTION (MAPCOUNT)
                       MOVE GM-ARACCT TO MT-ARACCT (MAPCOUNT)
                       MOVE GM-OFFACCT TO MT-OFFACCT (MAPCOUNT)
                       MOVE 0 TO MT-COUNT (MAPCOUNT)
                       MOVE 0 TO MT-NET (MAPCOUNT)
                   END-IF
               END-PERFORM
               CLOSE MAPFILE
           END-IF.

      *A missing archive just means the month is still live.
       ScanAuditFile.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT AUDITFILE.
           IF AUDITFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                           AND AA-TIMESTAMP (1:8) = JOURNALDATE
                       PERFORM BookOneEntry
                   END-IF
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.

      *An add has no before image and a delete no after image;
      *the missing side counts as a zero balance.
       BookOneEntry.
           MOVE 0 TO BEFOREBALANCE.
           MOVE 0 TO AFTERBALANCE.
           IF AA-BEFORE NOT = SPACES AND AA-BEF-TUITION NUMERIC
               MOVE AA-BEF-TUITION TO BEFOREBALANCE
           END-IF.
           IF AA-AFTER NOT = SPACES AND AA-AFT-TUITION NUMERIC
               MOVE AA-AFT-TUITION TO AFTERBALANCE
           END-IF.
           COMPUTE BALANCECHANGE = AFTERBALANCE - BEFOREBALANCE.
           MOVE AA-ACTION TO POSTACTION.
           PERFORM BookMovement.

      *Deposits and charges only; corrections and refunds on a
      *cafeteria account are left to the cafeteria office.
       ScanCafeTrans.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CAFETRANSFILE.
           IF CAFETRANSSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CAFETRANSFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CX-DATE = JOURNALDATE
                       PERFORM BookOneCafeLine
                   END-IF
               END-PERFORM
               CLOSE CAFETRANSFILE
           END-IF.

       BookOneCafeLine.
           EVALUATE TRUE
               WHEN CX-DEPOSIT
                   MOVE "CAFDEP" TO POSTACTION
                   MOVE CX-AMOUNT TO BALANCECHANGE
                   PERFORM BookMovement
               WHEN CX-CHARGE
                   MOVE "CAFCHG" TO POSTACTION
                   MOVE CX-AMOUNT TO BALANCECHANGE
                   PERFORM BookMovement
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BookMovement.
           IF BALANCECHANGE NOT = 0
               ADD 1 TO ENTRYCOUNT
               MOVE 0 TO FOUNDIDX
               PERFORM VARYING MAPIDX FROM 1 BY 1
                       UNTIL MAPIDX > MAPCOUNT
                   IF MT-ACTION (MAPIDX) = POSTACTION
                       MOVE MAPIDX TO FOUNDIDX
                   END-IF
               END-PERFORM
               IF FOUNDIDX = 0
                   PERFORM NoteUnmapped
               ELSE
                   ADD 1 TO MT-COUNT (FOUNDIDX)
                   ADD BALANCECHANGE TO MT-NET (FOUNDIDX)
               END-IF
           END-IF.

       NoteUnmapped.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING UNMAPPEDIDX FROM 1 BY 1
                   UNTIL UNMAPPEDIDX > UNMAPPEDCOUNT
               IF UM-ACTION (UNMAPPEDIDX) = POSTACTION
                   MOVE UNMAPPEDIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND UNMAPPEDCOUNT < 20
               ADD 1 TO UNMAPPEDCOUNT
               MOVE UNMAPPEDCOUNT TO FOUNDIDX
               MOVE POSTACTION TO UM-ACTION (FOUNDIDX)
               MOVE 0 TO UM-COUNT (FOUNDIDX)
               MOVE 0 TO UM-NET (FOUNDIDX)
           END-IF.
           IF FOUNDIDX > 0
               ADD 1 TO UM-COUNT (FOUNDIDX)
               ADD BALANCECHANGE TO UM-NET (FOUNDIDX)
           END-IF.

      *Each mapped action's net movement becomes a debit and a
      *credit : a rise debits the receivable side, a fall credits
      *it, the offset account always taking the opposite entry.
       SummarizeAccounts.
           PERFORM VARYING MAPIDX FROM 1 BY 1 UNTIL MAPIDX > MAPCOUNT
               IF MT-NET (MAPIDX) NOT = 0
                   IF MT-NET (MAPIDX) > 0
                       MOVE MT-NET (MAPIDX) TO CHANGEAMOUNT
                       MOVE MT-ARACCT (MAPIDX) TO WORKACCOUNT
                       MOVE CHANGEAMOUNT TO WORKDEBIT
                       MOVE 0 TO WORKCREDIT
                       PERFORM PostToAccount
                       MOVE MT-OFFACCT (MAPIDX) TO WORKACCOUNT
                       MOVE 0 TO WORKDEBIT
                       MOVE CHANGEAMOUNT TO WORKCREDIT
                       PERFORM PostToAccount
                   ELSE
                       COMPUTE CHANGEAMOUNT = 0 - MT-NET (MAPIDX)
                       MOVE MT-OFFACCT (MAPIDX) TO WORKACCOUNT
                       MOVE CHANGEAMOUNT TO WORKDEBIT
                       MOVE 0 TO WORKCREDIT
                       PERFORM PostToAccount
                       MOVE MT-ARACCT (MAPIDX) TO WORKACCOUNT
                       MOVE 0 TO WORKDEBIT
                       MOVE CHANGEAMOUNT TO WORKCREDIT
                       PERFORM PostToAccount
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING ACCTIDX FROM 1 BY 1 UNTIL ACCTIDX > ACCTCOUNT
               ADD GA-DEBIT (ACCTIDX) TO DEBITTOTAL
               ADD GA-CREDIT (ACCTIDX) TO CREDITTOTAL
           END-PERFORM.

       PostToAccount.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ACCTIDX FROM 1 BY 1 UNTIL ACCTIDX > ACCTCOUNT
               IF GA-ACCOUNT (ACCTIDX) = WORKACCOUNT
                   MOVE ACCTIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               IF ACCTCOUNT < 100
                   ADD 1 TO ACCTCOUNT
                   MOVE ACCTCOUNT TO FOUNDIDX
                   MOVE WORKACCOUNT TO GA-ACCOUNT (FOUNDIDX)
                   MOVE 0 TO GA-DEBIT (FOUNDIDX)
                   MOVE 0 TO GA-CREDIT (FOUNDIDX)
               ELSE
                   DISPLAY "GLJrnl : account table full - "
                       WORKACCOUNT " not summarized."
                   MOVE 'Y' TO JOURNALREFUSED
               END-IF
           END-IF.
           IF FOUNDIDX > 0
               ADD WORKDEBIT TO GA-DEBIT (FOUNDIDX)
               ADD WORKCREDIT TO GA-CREDIT (FOUNDIDX)
           END-IF.

       WriteJournal.
           OPEN OUTPUT JOURNALFILE.
           IF JOURNALFILESTATUS NOT = FS-SUCCESS
               DISPLAY "GLJrnl : " MSG-CANT-OPEN JOURNALFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO JOURNALHEADER.
           MOVE "H" TO GH-RECTYPE.
           MOVE JOURNALDATE TO GH-DATE.
           WRITE JOURNALHEADER.
           PERFORM WriteAccountLines
               VARYING ACCTIDX FROM 1 BY 1 UNTIL ACCTIDX > ACCTCOUNT.
           MOVE "T" TO GT-RECTYPE.
           MOVE LINECOUNT TO GT-COUNT.
           MOVE DEBITTOTAL TO GT-DEBITS.
           MOVE CREDITTOTAL TO GT-CREDITS.
           WRITE JOURNALTRAILER.
           CLOSE JOURNALFILE.

       WriteAccountLines.
           IF GA-DEBIT (ACCTIDX) > 0
               MOVE "D" TO GJ-RECTYPE
               MOVE GA-ACCOUNT (ACCTIDX) TO GJ-ACCOUNT
               MOVE "D" TO GJ-DRCR
               MOVE GA-DEBIT (ACCTIDX) TO GJ-AMOUNT
               WRITE JOURNALDETAIL
               ADD 1 TO LINECOUNT
           END-IF.
           IF GA-CREDIT (ACCTIDX) > 0
               MOVE "D" TO GJ-RECTYPE
               MOVE GA-ACCOUNT (ACCTIDX) TO GJ-ACCOUNT
               MOVE "C" TO GJ-DRCR
               MOVE GA-CREDIT (ACCTIDX) TO GJ-AMOUNT
               WRITE JOURNALDETAIL
               ADD 1 TO LINECOUNT
           END-IF.

       PrintJournalReport.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE SPACES TO RPTLINE.
           STRING "JOURNAL DATE " JOURNALDATE
               DELIMITED BY SIZE INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "LINE" TO RPTOP.
           MOVE "  ACTION POSTINGS      NET CHANGE  RECEIVABLE OFFSET"
               TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneAction
               VARYING MAPIDX FROM 1 BY 1 UNTIL MAPIDX > MAPCOUNT.
           PERFORM PrintOneUnmapped
               VARYING UNMAPPEDIDX FROM 1 BY 1
               UNTIL UNMAPPEDIDX > UNMAPPEDCOUNT.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "  ACCOUNT              DEBIT          CREDIT"
               TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneAccount
               VARYING ACCTIDX FROM 1 BY 1 UNTIL ACCTIDX > ACCTCOUNT.
           MOVE DEBITTOTAL TO DEBITSHOW.
           MOVE CREDITTOTAL TO CREDITSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  TOTALS    " DELIMITED BY SIZE
               DEBITSHOW DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CREDITSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF JOURNALREFUSED = 'Y'
               MOVE "*** JOURNAL REFUSED - NOT IN BALANCE OR UNMAPPED"
                   & " ACTIONS - NO FILE WRITTEN ***" TO RPTLINE
           ELSE
               MOVE "JOURNAL IN BALANCE - WRITTEN TO GLJRNL.TXT"
                   TO RPTLINE
           END-IF.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintOneAction.
           IF MT-COUNT (MAPIDX) > 0
               MOVE MT-NET (MAPIDX) TO NETSHOW
               MOVE SPACES TO RPTLINE
               STRING "  " DELIMITED BY SIZE
                   MT-ACTION (MAPIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MT-COUNT (MAPIDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   NETSHOW DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MT-ARACCT (MAPIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MT-OFFACCT (MAPIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

       PrintOneUnmapped.
           MOVE UM-NET (UNMAPPEDIDX) TO NETSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               UM-ACTION (UNMAPPEDIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UM-COUNT (UNMAPPEDIDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               NETSHOW DELIMITED BY SIZE
               "  ** NO GL MAPPING **" DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintOneAccount.
           MOVE GA-DEBIT (ACCTIDX) TO DEBITSHOW.
           MOVE GA-CREDIT (ACCTIDX) TO CREDITSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               GA-ACCOUNT (ACCTIDX) DELIMITED BY SIZE
               DEBITSHOW DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CREDITSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
