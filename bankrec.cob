       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRec.
      *Bank deposit reconciliation: ties the bank's daily deposit /
      *lockbox file to the payments PayPost actually put on the
      *books (the posted payment log, paylog.txt), so a keyed
      *1,500.00 that should have been 150.00 turns up the next
      *morning instead of a month later. Cafeteria account deposits
      *go to the bank on the same slip, so the day's deposit lines
      *from the cafeteria transaction log (cafetran.txt) are matched
      *alongside the posted payments and marked CAFE where listed.
      *Each bank item is matched to a posted payment by reference
      *number, then checked on amount and date. The reconciliation
      *lists :
      *  deposits with no posting (money banked, nothing posted -
      *    usually an item still in suspense),
      *  postings with no deposit,
      *  matched items whose amounts differ,
      *  matched items whose dates differ (listed, not counted
      *    against the balance),
      *  reference numbers posted more than once inside the
      *    duplicate window,
      *then prints an IN BALANCE or OUT OF BALANCE verdict to file
      *with the deposit slip. Out of balance ends with return code 8.
      *The postings in play are those posted on, or dated, the
      *reconciliation date : RECONDATE (YYYYMMDD) from the
      *environment, else the bank file's header date, else today.
      *The duplicate window in days comes from reconcfg.txt (one
      *line, 9(3)); 030 when the file is absent.
      *Bank file layout (bankdep.txt, line sequential) :
      *  header   H + deposit date 9(8)
      *  detail   D + reference X(10) + amount 9(7)V99 + date 9(8)
      *  trailer  T + item count 9(5) + deposit total 9(9)V99
      *A trailer that disagrees with the detail read is reported and
      *puts the run out of balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankFile ASSIGN TO "bankdep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankFileStatus.
           SELECT PostedPayLog ASSIGN TO "paylog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PostedPayStatus.
           SELECT CafeTransFile ASSIGN TO "cafetran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CafeTransStatus.
           SELECT ReconConfig ASSIGN TO "reconcfg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReconConfigStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BankFile.
       01  BankDetail.
           02 BK-RECTYPE PIC X.
           02 BK-REF PIC X(10).
           02 BK-AMOUNT PIC 9(7)V99.
           02 BK-DATE PIC 9(8).
       01  BankHeader.
           02 BH-RECTYPE PIC X.
           02 BH-DATE PIC 9(8).
           02 FILLER PIC X(19).
       01  BankTrailer.
           02 BT-RECTYPE PIC X.
           02 BT-COUNT PIC 9(5).
           02 BT-TOTAL PIC 9(9)V99.
           02 FILLER PIC X(11).

       FD PostedPayLog.
       COPY PAYLOG.

       FD CafeTransFile.
       COPY CAFETRAN.

       FD ReconConfig.
       01  ReconConfigRecord.
           02 RN-DUPDAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A.
       01  BankFileStatus PIC XX.
       01  PostedPayStatus PIC XX.
       01  ReconConfigStatus PIC XX.
       01  CafeTransStatus PIC XX.
       01  ReconDate PIC 9(8) VALUE 0.
       01  ReconDateText PIC X(8).
       01  ReconSerial PIC 9(8).
       01  WorkSerial PIC 9(8).
       01  DupDays PIC 9(3) VALUE 30.
      *The bank's items for the day.
       01  DepTable.
           02 DepEntry OCCURS 500 TIMES.
               03 DP-REF PIC X(10).
               03 DP-AMOUNT PIC 9(7)V99.
               03 DP-DATE PIC 9(8).
               03 DP-MATCH PIC 9(4).
       01  DepCount PIC 9(3) VALUE 0.
       01  DepIdx PIC 9(3).
      *Posted payments near the reconciliation date : the day's own
      *postings (PO-INSCOPE Y) plus the duplicate window behind them.
       01  PostTable.
           02 PostEntry OCCURS 1000 TIMES.
               03 PO-REF PIC X(10).
               03 PO-IDNO PIC 9(9).
               03 PO-AMOUNT PIC 9(5)V99.
               03 PO-PAYDATE PIC 9(8).
               03 PO-POSTDATE PIC 9(8).
               03 PO-INSCOPE PIC X.
               03 PO-MATCHED PIC X.
               03 PO-SOURCE PIC X.
                   88 PO-FROMCAFE VALUE "C".
       01  PostCount PIC 9(4) VALUE 0.
       01  PostIdx PIC 9(4).
       01  OtherIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  TrailerSeen PIC A VALUE "N".
       01  TrailerCount PIC 9(5) VALUE 0.
       01  TrailerTotal PIC 9(9)V99 VALUE 0.
       01  DepositTotal PIC 9(9)V99 VALUE 0.
       01  PostingTotal PIC 9(9)V99 VALUE 0.
       01  Difference PIC S9(9)V99.
       01  UnmatchedDepCount PIC 9(5) VALUE 0.
       01  UnmatchedPostCount PIC 9(5) VALUE 0.
       01  AmountDiffCount PIC 9(5) VALUE 0.
       01  DateDiffCount PIC 9(5) VALUE 0.
       01  DuplicateCount PIC 9(5) VALUE 0.
       01  MatchedCount PIC 9(5) VALUE 0.
       01  ScopeCount PIC 9(5) VALUE 0.
       01  TrailerBad PIC A VALUE "N".
       01  OutOfBalance PIC A VALUE "N".
       01  SectionPrinted PIC A.
       01  AmountShow PIC Z,ZZZ,ZZ9.99.
       01  PostedShow PIC Z,ZZZ,ZZ9.99.
       01  DiffShow PIC -ZZZ,ZZZ,ZZ9.99.
       01  TotalShow PIC ZZZ,ZZZ,ZZ9.99.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "BANKREC".
       01  RptTitle PIC X(40) VALUE "BANK DEPOSIT RECONCILIATION".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           PERFORM ReadReconConfig.
           PERFORM LoadDeposits.
           IF BANKFILESTATUS NOT = FS-SUCCESS
               GOBACK
           END-IF.
           ACCEPT RECONDATETEXT FROM ENVIRONMENT "RECONDATE".
           IF RECONDATETEXT NOT = SPACES
               COMPUTE RECONDATE = FUNCTION NUMVAL (RECONDATETEXT)
           END-IF.
           IF RECONDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO RECONDATE
           END-IF.
           COMPUTE RECONSERIAL = FUNCTION INTEGER-OF-DATE (RECONDATE).
           PERFORM LoadPostings.
           PERFORM LoadCafeDeposits.
           PERFORM MatchOneDeposit
               VARYING DEPIDX FROM 1 BY 1 UNTIL DEPIDX > DEPCOUNT.
           PERFORM VARYING POSTIDX FROM 1 BY 1
                   UNTIL POSTIDX > POSTCOUNT
               IF PO-INSCOPE (POSTIDX) = 'Y'
                   ADD 1 TO SCOPECOUNT
                   ADD PO-AMOUNT (POSTIDX) TO POSTINGTOTAL
                   IF PO-MATCHED (POSTIDX) = 'N'
                       ADD 1 TO UNMATCHEDPOSTCOUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF TRAILERSEEN = 'N' OR TRAILERCOUNT NOT = DEPCOUNT
                   OR TRAILERTOTAL NOT = DEPOSITTOTAL
               MOVE 'Y' TO TRAILERBAD
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE SPACES TO RPTLINE.
           STRING "DEPOSIT DATE " RECONDATE
               DELIMITED BY SIZE INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "LINE" TO RPTOP.
           PERFORM PrintUnmatchedDeposits.
           PERFORM PrintUnmatchedPostings.
           PERFORM PrintAmountDifferences.
           PERFORM PrintDateDifferences.
           PERFORM PrintDuplicates.
           IF UNMATCHEDDEPCOUNT > 0 OR UNMATCHEDPOSTCOUNT > 0
                   OR AMOUNTDIFFCOUNT > 0 OR DUPLICATECOUNT > 0
                   OR TRAILERBAD = 'Y'
                   OR DEPOSITTOTAL NOT = POSTINGTOTAL
               MOVE 'Y' TO OUTOFBALANCE
           END-IF.
           PERFORM PrintTotals.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF OUTOFBALANCE = 'Y'
               DISPLAY "BankRec : deposit of " RECONDATE
                   " OUT OF BALANCE."
               MOVE RC-DISCREPANCY TO RETURN-CODE
           ELSE
               DISPLAY "BankRec : deposit of " RECONDATE
                   " in balance."
           END-IF.
           GOBACK.

       ReadReconConfig.
           OPEN INPUT RECONCONFIG.
           IF RECONCONFIGSTATUS = FS-SUCCESS
               READ RECONCONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF RN-DUPDAYS NUMERIC
                           MOVE RN-DUPDAYS TO DUPDAYS
                       END-IF
               END-READ
               CLOSE RECONCONFIG
           ELSE
               DISPLAY "BankRec : no reconcfg.txt - using defaults."
           END-IF.

       LoadDeposits.
           OPEN INPUT BANKFILE.
           IF BANKFILESTATUS NOT = FS-SUCCESS
               DISPLAY "BankRec : " MSG-CANT-OPEN BANKFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE 'N' TO ATENDFLAG
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ BANKFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       PERFORM TakeOneBankLine
                   END-IF
               END-PERFORM
               CLOSE BANKFILE
           END-IF.

       TakeOneBankLine.
           EVALUATE BK-RECTYPE
               WHEN "H"
                   IF BH-DATE NUMERIC
                       MOVE BH-DATE TO RECONDATE
                   END-IF
               WHEN "T"
                   MOVE 'Y' TO TRAILERSEEN
                   IF BT-COUNT NUMERIC AND BT-TOTAL NUMERIC
                       MOVE BT-COUNT TO TRAILERCOUNT
                       MOVE BT-TOTAL TO TRAILERTOTAL
                   END-IF
               WHEN "D"
                   IF DEPCOUNT < 500 AND BK-AMOUNT NUMERIC
                       ADD 1 TO DEPCOUNT
                       MOVE BK-REF TO DP-REF (DEPCOUNT)
                       MOVE BK-AMOUNT TO DP-AMOUNT (DEPCOUNT)
                       MOVE BK-DATE TO DP-DATE (DEPCOUNT)
                       MOVE 0 TO DP-MATCH (DEPCOUNT)
                       ADD BK-AMOUNT TO DEPOSITTOTAL
                   END-IF
           END-EVALUATE.

      *Keeps the day's postings and everything paid inside the
      *duplicate window before it; the rest of the history is not
      *needed.
       LoadPostings.
           OPEN INPUT POSTEDPAYLOG.
           IF POSTEDPAYSTATUS = FS-SUCCESS
               MOVE 'N' TO ATENDFLAG
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ POSTEDPAYLOG
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PG-PAYDATE NUMERIC
                           AND PG-PAYDATE > 0
                       PERFORM TakeOnePosting
                   END-IF
               END-PERFORM
               CLOSE POSTEDPAYLOG
           END-IF.

       TakeOnePosting.
           COMPUTE WORKSERIAL = FUNCTION INTEGER-OF-DATE (PG-PAYDATE).
           IF POSTCOUNT < 1000
                   AND (PG-POSTDATE = RECONDATE
                   OR PG-PAYDATE = RECONDATE
                   OR (WORKSERIAL <= RECONSERIAL
                   AND RECONSERIAL - WORKSERIAL <= DUPDAYS))
               ADD 1 TO POSTCOUNT
               MOVE PG-REF TO PO-REF (POSTCOUNT)
               MOVE PG-IDNUM TO PO-IDNO (POSTCOUNT)
               MOVE PG-AMOUNT TO PO-AMOUNT (POSTCOUNT)
               MOVE PG-PAYDATE TO PO-PAYDATE (POSTCOUNT)
               MOVE PG-POSTDATE TO PO-POSTDATE (POSTCOUNT)
               MOVE 'N' TO PO-MATCHED (POSTCOUNT)
               MOVE "P" TO PO-SOURCE (POSTCOUNT)
               IF PG-POSTDATE = RECONDATE OR PG-PAYDATE = RECONDATE
                   MOVE 'Y' TO PO-INSCOPE (POSTCOUNT)
               ELSE
                   MOVE 'N' TO PO-INSCOPE (POSTCOUNT)
               END-IF
           END-IF.

      *Only the day's own cafeteria deposits take part; they are
      *in scope like a payment posted that day.
       LoadCafeDeposits.
           OPEN INPUT CAFETRANSFILE.
           IF CAFETRANSSTATUS = FS-SUCCESS
               MOVE 'N' TO ATENDFLAG
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CAFETRANSFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CX-DEPOSIT
                           AND CX-DATE = RECONDATE
                       PERFORM TakeOneCafeDeposit
                   END-IF
               END-PERFORM
               CLOSE CAFETRANSFILE
           END-IF.

       TakeOneCafeDeposit.
           IF POSTCOUNT < 1000 AND CX-AMOUNT > 0
               ADD 1 TO POSTCOUNT
               MOVE CX-REFERENCE (1:10) TO PO-REF (POSTCOUNT)
               MOVE CX-OWNER TO PO-IDNO (POSTCOUNT)
               MOVE CX-AMOUNT TO PO-AMOUNT (POSTCOUNT)
               MOVE CX-DATE TO PO-PAYDATE (POSTCOUNT)
               MOVE CX-DATE TO PO-POSTDATE (POSTCOUNT)
               MOVE 'N' TO PO-MATCHED (POSTCOUNT)
               MOVE "C" TO PO-SOURCE (POSTCOUNT)
               MOVE 'Y' TO PO-INSCOPE (POSTCOUNT)
           END-IF.

      *Same reference and same amount first; failing that, the same
      *reference at any amount, which is the mis-keyed case.
       MatchOneDeposit.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING POSTIDX FROM 1 BY 1
                   UNTIL POSTIDX > POSTCOUNT OR FOUNDIDX > 0
               IF PO-INSCOPE (POSTIDX) = 'Y'
                       AND PO-MATCHED (POSTIDX) = 'N'
                       AND PO-REF (POSTIDX) = DP-REF (DEPIDX)
                       AND PO-AMOUNT (POSTIDX) = DP-AMOUNT (DEPIDX)
                   MOVE POSTIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           PERFORM VARYING POSTIDX FROM 1 BY 1
                   UNTIL POSTIDX > POSTCOUNT OR FOUNDIDX > 0
               IF PO-INSCOPE (POSTIDX) = 'Y'
                       AND PO-MATCHED (POSTIDX) = 'N'
                       AND PO-REF (POSTIDX) = DP-REF (DEPIDX)
                   MOVE POSTIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 OR DP-REF (DEPIDX) = SPACES
               ADD 1 TO UNMATCHEDDEPCOUNT
           ELSE
               MOVE FOUNDIDX TO DP-MATCH (DEPIDX)
               MOVE 'Y' TO PO-MATCHED (FOUNDIDX)
               ADD 1 TO MATCHEDCOUNT
               IF PO-AMOUNT (FOUNDIDX) NOT = DP-AMOUNT (DEPIDX)
                   ADD 1 TO AMOUNTDIFFCOUNT
               END-IF
               IF PO-PAYDATE (FOUNDIDX) NOT = DP-DATE (DEPIDX)
                   ADD 1 TO DATEDIFFCOUNT
               END-IF
           END-IF.

       PrintSectionHead.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE 'Y' TO SECTIONPRINTED.

       PrintUnmatchedDeposits.
           IF UNMATCHEDDEPCOUNT > 0
               PERFORM PrintSectionHead
               MOVE "DEPOSITS NOT POSTED   REFERENCE   DATE      "
                   & "     AMOUNT" TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               PERFORM VARYING DEPIDX FROM 1 BY 1
                       UNTIL DEPIDX > DEPCOUNT
                   IF DP-MATCH (DEPIDX) = 0
                       MOVE DP-AMOUNT (DEPIDX) TO AMOUNTSHOW
                       MOVE SPACES TO RPTLINE
                       STRING "                      "
                           DELIMITED BY SIZE
                           DP-REF (DEPIDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           DP-DATE (DEPIDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AMOUNTSHOW DELIMITED BY SIZE
                           INTO RPTLINE
                       CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE
                           RPTLINE
                   END-IF
               END-PERFORM
           END-IF.

       PrintUnmatchedPostings.
           IF UNMATCHEDPOSTCOUNT > 0
               PERFORM PrintSectionHead
               MOVE "POSTINGS NOT DEPOSITED REFERENCE  DATE      "
                   & "     AMOUNT  STUDENT/FAMILY" TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               PERFORM VARYING POSTIDX FROM 1 BY 1
                       UNTIL POSTIDX > POSTCOUNT
                   IF PO-INSCOPE (POSTIDX) = 'Y'
                           AND PO-MATCHED (POSTIDX) = 'N'
                       MOVE PO-AMOUNT (POSTIDX) TO AMOUNTSHOW
                       MOVE SPACES TO RPTLINE
                       STRING "                      "
                           DELIMITED BY SIZE
                           PO-REF (POSTIDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PO-PAYDATE (POSTIDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AMOUNTSHOW DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PO-IDNO (POSTIDX) DELIMITED BY SIZE
                           INTO RPTLINE
                       IF PO-FROMCAFE (POSTIDX)
                           MOVE "CAFE" TO RPTLINE (68:4)
                       END-IF
                       CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE
                           RPTLINE
                   END-IF
               END-PERFORM
           END-IF.

       PrintAmountDifferences.
           IF AMOUNTDIFFCOUNT > 0
               PERFORM PrintSectionHead
               MOVE "AMOUNT DIFFERS  REFERENCE       BANK      "
                   & "POSTED      DIFFERENCE" TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               PERFORM VARYING DEPIDX FROM 1 BY 1
                       UNTIL DEPIDX > DEPCOUNT
                   IF DP-MATCH (DEPIDX) > 0
                       MOVE DP-MATCH (DEPIDX) TO POSTIDX
                       IF PO-AMOUNT (POSTIDX) NOT = DP-AMOUNT (DEPIDX)
                           MOVE DP-AMOUNT (DEPIDX) TO AMOUNTSHOW
                           MOVE PO-AMOUNT (POSTIDX) TO POSTEDSHOW
                           COMPUTE DIFFERENCE = PO-AMOUNT (POSTIDX)
                               - DP-AMOUNT (DEPIDX)
                           MOVE DIFFERENCE TO DIFFSHOW
                           MOVE SPACES TO RPTLINE
                           STRING "                "
                               DELIMITED BY SIZE
                               DP-REF (DEPIDX) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               AMOUNTSHOW DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               POSTEDSHOW DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               DIFFSHOW DELIMITED BY SIZE
                               INTO RPTLINE
                           CALL "PrintRpt" USING RPTOP RPTCODE
                               RPTTITLE RPTLINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       PrintDateDifferences.
           IF DATEDIFFCOUNT > 0
               PERFORM PrintSectionHead
               MOVE "DATE DIFFERS    REFERENCE   BANK DATE  POSTED DATE"
                   TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               PERFORM VARYING DEPIDX FROM 1 BY 1
                       UNTIL DEPIDX > DEPCOUNT
                   IF DP-MATCH (DEPIDX) > 0
                       MOVE DP-MATCH (DEPIDX) TO POSTIDX
                       IF PO-PAYDATE (POSTIDX) NOT = DP-DATE (DEPIDX)
                           MOVE SPACES TO RPTLINE
                           STRING "                "
                               DELIMITED BY SIZE
                               DP-REF (DEPIDX) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               DP-DATE (DEPIDX) DELIMITED BY SIZE
                               "   " DELIMITED BY SIZE
                               PO-PAYDATE (POSTIDX) DELIMITED BY SIZE
                               INTO RPTLINE
                           CALL "PrintRpt" USING RPTOP RPTCODE
                               RPTTITLE RPTLINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *A reference the day posted that was also posted elsewhere in
      *the window - the same check entered twice.
       PrintDuplicates.
           MOVE 'N' TO SECTIONPRINTED.
           PERFORM VARYING POSTIDX FROM 1 BY 1
                   UNTIL POSTIDX > POSTCOUNT
               IF PO-INSCOPE (POSTIDX) = 'Y'
                       AND PO-REF (POSTIDX) NOT = SPACES
                   MOVE 0 TO FOUNDIDX
                   PERFORM VARYING OTHERIDX FROM 1 BY 1
                           UNTIL OTHERIDX > POSTCOUNT
                       IF OTHERIDX NOT = POSTIDX
                               AND PO-REF (OTHERIDX) = PO-REF (POSTIDX)
                               AND FOUNDIDX = 0
                           MOVE OTHERIDX TO FOUNDIDX
                       END-IF
                   END-PERFORM
                   IF FOUNDIDX > 0
                       PERFORM PrintOneDuplicate
                   END-IF
               END-IF
           END-PERFORM.

       PrintOneDuplicate.
           IF SECTIONPRINTED = 'N'
               PERFORM PrintSectionHead
               MOVE "DUPLICATE REFERENCE REFERENCE  POSTED   PAID    "
                   & "     AMOUNT  ALSO POSTED" TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO DUPLICATECOUNT.
           MOVE PO-AMOUNT (POSTIDX) TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "                    " DELIMITED BY SIZE
               PO-REF (POSTIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-POSTDATE (POSTIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-PAYDATE (POSTIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PO-POSTDATE (FOUNDIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintTotals.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE DEPOSITTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "BANK DEPOSIT      : " DELIMITED BY SIZE
               DEPCOUNT DELIMITED BY SIZE
               "   ITEMS " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE POSTINGTOTAL TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "POSTED PAYMENTS   : " DELIMITED BY SIZE
               SCOPECOUNT DELIMITED BY SIZE
               " ITEMS " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           COMPUTE DIFFERENCE = POSTINGTOTAL - DEPOSITTOTAL.
           MOVE DIFFERENCE TO DIFFSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "POSTED LESS BANK  : " DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               DIFFSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "MATCHED " DELIMITED BY SIZE
               MATCHEDCOUNT DELIMITED BY SIZE
               "  AMOUNT DIFFS " DELIMITED BY SIZE
               AMOUNTDIFFCOUNT DELIMITED BY SIZE
               "  DATE DIFFS " DELIMITED BY SIZE
               DATEDIFFCOUNT DELIMITED BY SIZE
               "  DUPLICATES " DELIMITED BY SIZE
               DUPLICATECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF TRAILERBAD = 'Y'
               MOVE TRAILERTOTAL TO TOTALSHOW
               MOVE SPACES TO RPTLINE
               STRING "** BANK TRAILER DISAGREES : " DELIMITED BY SIZE
                   TRAILERCOUNT DELIMITED BY SIZE
                   " ITEMS " DELIMITED BY SIZE
                   TOTALSHOW DELIMITED BY SIZE
                   " **" DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF OUTOFBALANCE = 'Y'
               MOVE "*** VERDICT : OUT OF BALANCE ***" TO RPTLINE
           ELSE
               MOVE "*** VERDICT : IN BALANCE ***" TO RPTLINE
           END-IF.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "RECONCILED BY ____________________   DATE __________"
               TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
