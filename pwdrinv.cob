      *A control file keeps one line per date ever posted and a
      *nightly posting for a date already on it is refused, the
      *same rerun guard ShakeBill keeps.
      *Deliveries are received by lot : the supplier's lot number,
      *the supplier and the expiration date go on pwdrlot.txt (see
      *PWDRLOT.cpy) with the grams. The nightly posting draws the
      *lots down first in, first out, and writes which lot each of
      *the day's proteinlog entries was served from to lotuse.txt
      *(LOTUSE.cpy) - what LotTrace reads when a supplier recalls a
      *lot. Stock on hand from before lots were kept is used up
      *first, as lot UNLOTTED. The status display and the
      *operations report list the lots still on the shelf and flag
      *any expired or expiring within 30 days.
      *A lot drawn down to nothing leaves pwdrlot.txt for the lot
      *history file (pwdrlhst.txt, same layout) the next time the
      *lots are saved, so the lot table only ever holds what is on
      *the shelf and old deliveries never fill it. LotTrace reads
      *both files, and a lot number in the history is still refused
      *on a new delivery.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PostedControl ASSIGN TO "pwdrdone.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PostedControlStatus.
           SELECT LotFile ASSIGN TO "pwdrlot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotFileStatus.
           SELECT LotUseFile ASSIGN TO "lotuse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotUseStatus.
           SELECT LotHistory ASSIGN TO "pwdrlhst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotHistStatus.

       DATA DIVISION.
       FILE SECTION.
       01  PostedControlRecord.
           02 PC-DATE PIC 9(8).

       FD LotFile.
       COPY PWDRLOT.

       FD LotUseFile.
       COPY LOTUSE.

      *Lots used up, kept in the exact PWDRLOT layout.
       FD LotHistory.
       01  LotHistoryRecord PIC X(66).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ProteinLogStatus PIC XX.
       01  ControlAtEnd PIC A.
       01  AlreadyPosted PIC A.
       01  GramsShow PIC -Z,ZZZ,ZZ9.99.
       01  LotFileStatus PIC XX.
       01  LotUseStatus PIC XX.
       01  LotHistStatus PIC XX.
       01  LotFiled PIC A.
       01  LotsFiled PIC 9(3).
       01  KeptCount PIC 9(3).
       01  HistAtEnd PIC A.
       01  HistLotFound PIC A.
       01  HistRecvDate PIC 9(8).
      *The lots still on the shelf, in the order they came in; the
      *posting draws them down in this order.
       01  LotTable.
           02 LotEntry OCCURS 200 TIMES.
               03 LO-LOTNO PIC X(12).
               03 LO-SUPPLIER PIC X(20).
               03 LO-RECVDATE PIC 9(8).
               03 LO-EXPDATE PIC 9(8).
               03 LO-RECEIVED PIC 9(7)V99.
               03 LO-REMAINING PIC 9(7)V99.
       01  LotCount PIC 9(3) VALUE 0.
       01  LotIdx PIC 9(3).
       01  UseLotIdx PIC 9(3).
       01  LotAtEnd PIC A.
       01  LotOnShelf PIC S9(7)V99.
       01  UnlottedGrams PIC S9(7)V99.
       01  NeedGrams PIC 9(3)V99.
       01  TakeGrams PIC 9(3)V99.
       01  NewLotNo PIC X(12).
       01  NewSupplier PIC X(20).
       01  NewExpDate PIC 9(8).
       01  TodayDate PIC 9(8).
       01  TodaySerial PIC 9(8).
       01  ExpiryAsOf PIC 9(8).
       01  ExpSerial PIC 9(8).
       01  DaysToExpiry PIC S9(5).
       01  ExpiryWarnDays CONSTANT AS 30.
       01  ExpiryFlag PIC X(20).
       01  ExpiringCount PIC 9(3).
       01  LotShow PIC Z,ZZZ,ZZ9.99.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "POWDER".
       01  RptTitle PIC X(40) VALUE "POWDER INVENTORY OPERATIONS".
       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
           PERFORM LoadInventory.
           PERFORM LoadLots.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Powder Inventory"
           IF ONHANDGRAMS < REORDERPOINT
               DISPLAY "** REORDER - on hand is below the point **"
           END-IF.
           MOVE TODAYDATE TO EXPIRYASOF.
           IF LOTCOUNT > 0
               DISPLAY "Lot          Supplier             Expires  "
                   "    Grams left"
               PERFORM ShowOneLot
                   VARYING LOTIDX FROM 1 BY 1 UNTIL LOTIDX > LOTCOUNT
           END-IF.

       ShowOneLot.
           IF LO-REMAINING (LOTIDX) > 0
               PERFORM SetExpiryFlag
               MOVE LO-REMAINING (LOTIDX) TO LOTSHOW
               DISPLAY LO-LOTNO (LOTIDX) " " LO-SUPPLIER (LOTIDX) " "
                   LO-EXPDATE (LOTIDX) " " LOTSHOW " " EXPIRYFLAG
           END-IF.

      *Expired or expiring within the warning window, counted from
      *the posting date on the report and from today on the screen.
       SetExpiryFlag.
           MOVE SPACES TO EXPIRYFLAG.
           IF LO-EXPDATE (LOTIDX) > 0
               COMPUTE TODAYSERIAL =
                   FUNCTION INTEGER-OF-DATE (EXPIRYASOF)
               COMPUTE EXPSERIAL =
                   FUNCTION INTEGER-OF-DATE (LO-EXPDATE (LOTIDX))
               COMPUTE DAYSTOEXPIRY = EXPSERIAL - TODAYSERIAL
               IF DAYSTOEXPIRY < 0
                   MOVE "** EXPIRED **" TO EXPIRYFLAG
                   ADD 1 TO EXPIRINGCOUNT
               ELSE
                   IF DAYSTOEXPIRY <= EXPIRYWARNDAYS
                       MOVE "** EXPIRES SOON **" TO EXPIRYFLAG
                       ADD 1 TO EXPIRINGCOUNT
                   END-IF
               END-IF
           END-IF.

      *The nightly step : sum the day's shake grams out of the log
      *and take them off the shelf, with the operations report and
               IF SHAKECOUNT = 0
                   DISPLAY "No shake log entries for " POSTDATE "."
               ELSE
                   PERFORM AttributeDayUsage
                   SUBTRACT DAYUSAGE FROM ONHANDGRAMS
                   PERFORM SaveInventory
                   PERFORM SaveLots
                   PERFORM RecordPostedDate
                   PERFORM PrintOperationsReport
                   MOVE ONHANDGRAMS TO GRAMSSHOW
               CLOSE PROTEINLOG
           END-IF.

      *Second pass over the day's entries, in log order, drawing
      *each shake's grams from the oldest stock still on the shelf.
       AttributeDayUsage.
           MOVE 0 TO LOTONSHELF.
           PERFORM VARYING LOTIDX FROM 1 BY 1 UNTIL LOTIDX > LOTCOUNT
               ADD LO-REMAINING (LOTIDX) TO LOTONSHELF
           END-PERFORM.
           COMPUTE UNLOTTEDGRAMS = ONHANDGRAMS - LOTONSHELF.
           IF UNLOTTEDGRAMS < 0
               MOVE 0 TO UNLOTTEDGRAMS
           END-IF.
           OPEN EXTEND LOTUSEFILE.
           IF LOTUSESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT LOTUSEFILE
           END-IF.
           IF LOTUSESTATUS NOT = FS-SUCCESS
               DISPLAY "PwdrInv : " MSG-CANT-OPEN LOTUSESTATUS
               DISPLAY "PwdrInv : lot usage NOT recorded for "
                   POSTDATE " - recall trace will miss this day!"
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE 'N' TO ATENDFLAG
               OPEN INPUT PROTEINLOG
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PROTEINLOG
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE PL-TIMESTAMP (1:8) TO ENTRYDATE
                       IF ENTRYDATE = POSTDATE
                               AND PL-PTSHAKENEED > 0
                           MOVE PL-PTSHAKENEED TO NEEDGRAMS
                           PERFORM DrawOneEntry UNTIL NEEDGRAMS = 0
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PROTEINLOG
               CLOSE LOTUSEFILE
           END-IF.

      *Old unlotted stock first, then the first lot with grams left;
      *a shelf that has run dry is still written, as UNLOTTED, so
      *every gram served shows up somewhere.
       DrawOneEntry.
           MOVE SPACES TO LOTUSERECORD.
           MOVE POSTDATE TO LU-DATE.
           MOVE PL-TIMESTAMP TO LU-TIMESTAMP.
           MOVE PL-IDNUM TO LU-IDNUM.
           MOVE 0 TO USELOTIDX.
           IF UNLOTTEDGRAMS = 0
               PERFORM VARYING LOTIDX FROM 1 BY 1
                       UNTIL LOTIDX > LOTCOUNT OR USELOTIDX > 0
                   IF LO-REMAINING (LOTIDX) > 0
                       MOVE LOTIDX TO USELOTIDX
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN UNLOTTEDGRAMS > 0
                   IF NEEDGRAMS > UNLOTTEDGRAMS
                       MOVE UNLOTTEDGRAMS TO TAKEGRAMS
                   ELSE
                       MOVE NEEDGRAMS TO TAKEGRAMS
                   END-IF
                   SUBTRACT TAKEGRAMS FROM UNLOTTEDGRAMS
                   MOVE "UNLOTTED" TO LU-LOTNO
               WHEN USELOTIDX > 0
                   IF NEEDGRAMS > LO-REMAINING (USELOTIDX)
                       MOVE LO-REMAINING (USELOTIDX) TO TAKEGRAMS
                   ELSE
                       MOVE NEEDGRAMS TO TAKEGRAMS
                   END-IF
                   SUBTRACT TAKEGRAMS FROM LO-REMAINING (USELOTIDX)
                   MOVE LO-LOTNO (USELOTIDX) TO LU-LOTNO
               WHEN OTHER
                   MOVE NEEDGRAMS TO TAKEGRAMS
                   MOVE "UNLOTTED" TO LU-LOTNO
           END-EVALUATE.
           MOVE TAKEGRAMS TO LU-GRAMS.
           WRITE LOTUSERECORD.
           SUBTRACT TAKEGRAMS FROM NEEDGRAMS.

      *A used-up lot still on pwdrlot.txt goes to the history as it
      *is read and never takes a table slot; the lot file is then
      *rewritten without it. One the history cannot take stays put.
       LoadLots.
           MOVE 'N' TO LOTATEND.
           MOVE 0 TO LOTSFILED.
           OPEN INPUT LOTFILE.
           IF LOTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL LOTATEND = 'Y'
                   READ LOTFILE
                       AT END MOVE 'Y' TO LOTATEND
                   END-READ
                   MOVE 'N' TO LOTFILED
                   IF LOTATEND = 'N' AND LT-REMAINING = 0
                       PERFORM FileDrawnLot
                   END-IF
                   IF LOTFILED = 'Y'
                       ADD 1 TO LOTSFILED
                   END-IF
                   IF LOTATEND = 'N' AND LOTFILED = 'N'
                           AND LOTCOUNT < 200
                       ADD 1 TO LOTCOUNT
                       MOVE LT-LOTNO TO LO-LOTNO (LOTCOUNT)
                       MOVE LT-SUPPLIER TO LO-SUPPLIER (LOTCOUNT)
                       MOVE LT-RECVDATE TO LO-RECVDATE (LOTCOUNT)
                       MOVE LT-EXPDATE TO LO-EXPDATE (LOTCOUNT)
                       MOVE LT-RECEIVED TO LO-RECEIVED (LOTCOUNT)
                       MOVE LT-REMAINING TO LO-REMAINING (LOTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE LOTFILE
           END-IF.
           IF LOTSFILED > 0
               PERFORM SaveLots
           END-IF.

      *Lots still on the shelf are written back in order and closed
      *up in the table; a lot drawn to nothing goes to the history.
       SaveLots.
           OPEN OUTPUT LOTFILE.
           IF LOTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "PwdrInv : " MSG-CANT-OPEN LOTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE 0 TO KEPTCOUNT
               PERFORM SaveOneLot
                   VARYING LOTIDX FROM 1 BY 1 UNTIL LOTIDX > LOTCOUNT
               CLOSE LOTFILE
               MOVE KEPTCOUNT TO LOTCOUNT
           END-IF.

       SaveOneLot.
           MOVE LO-LOTNO (LOTIDX) TO LT-LOTNO.
           MOVE LO-SUPPLIER (LOTIDX) TO LT-SUPPLIER.
           MOVE LO-RECVDATE (LOTIDX) TO LT-RECVDATE.
           MOVE LO-EXPDATE (LOTIDX) TO LT-EXPDATE.
           MOVE LO-RECEIVED (LOTIDX) TO LT-RECEIVED.
           MOVE LO-REMAINING (LOTIDX) TO LT-REMAINING.
           MOVE 'N' TO LOTFILED.
           IF LT-REMAINING = 0
               PERFORM FileDrawnLot
           END-IF.
           IF LOTFILED = 'N'
               WRITE POWDERLOTRECORD
               ADD 1 TO KEPTCOUNT
               IF KEPTCOUNT NOT = LOTIDX
                   MOVE LOTENTRY (LOTIDX) TO LOTENTRY (KEPTCOUNT)
               END-IF
           END-IF.

       FileDrawnLot.
           OPEN EXTEND LOTHISTORY.
           IF LOTHISTSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT LOTHISTORY
           END-IF.
           IF LOTHISTSTATUS NOT = FS-SUCCESS
               DISPLAY "PwdrInv : " MSG-CANT-OPEN LOTHISTSTATUS
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE POWDERLOTRECORD TO LOTHISTORYRECORD
               WRITE LOTHISTORYRECORD
               CLOSE LOTHISTORY
               MOVE 'Y' TO LOTFILED
           END-IF.

      *No history yet just means no lot has been used up.
       CheckLotHistory.
           MOVE 'N' TO HISTLOTFOUND.
           MOVE 'N' TO HISTATEND.
           OPEN INPUT LOTHISTORY.
           IF LOTHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL HISTATEND = 'Y'
                   READ LOTHISTORY
                       AT END MOVE 'Y' TO HISTATEND
                   END-READ
                   IF HISTATEND = 'N'
                       MOVE LOTHISTORYRECORD TO POWDERLOTRECORD
                       IF LT-LOTNO = NEWLOTNO
                           MOVE 'Y' TO HISTLOTFOUND
                           MOVE LT-RECVDATE TO HISTRECVDATE
                           MOVE 'Y' TO HISTATEND
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOTHISTORY
           END-IF.

       CheckAlreadyPosted.
           MOVE 'N' TO ALREADYPOSTED.
           MOVE 'N' TO CONTROLATEND.
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

      *Every delivery is one lot; a lot number already on file or
      *in the history is refused so a recall can never match two
      *deliveries.
       ReceiveDelivery.
           DISPLAY "Lot number : " WITH NO ADVANCING.
           ACCEPT NEWLOTNO.
           MOVE 0 TO USELOTIDX.
           PERFORM VARYING LOTIDX FROM 1 BY 1 UNTIL LOTIDX > LOTCOUNT
               IF LO-LOTNO (LOTIDX) = NEWLOTNO
                   MOVE LOTIDX TO USELOTIDX
               END-IF
           END-PERFORM.
           MOVE 'N' TO HISTLOTFOUND.
           IF USELOTIDX = 0
               PERFORM CheckLotHistory
           END-IF.
           EVALUATE TRUE
               WHEN NEWLOTNO = SPACES OR NEWLOTNO = "UNLOTTED"
                   DISPLAY "A lot number is required."
               WHEN USELOTIDX > 0
                   DISPLAY "Lot " NEWLOTNO " was already received on "
                       LO-RECVDATE (USELOTIDX) " - not received."
               WHEN HISTLOTFOUND = 'Y'
                   DISPLAY "Lot " NEWLOTNO " was already received on "
                       HISTRECVDATE " and used up - not received."
               WHEN LOTCOUNT >= 200
                   DISPLAY "Lot file is full - not received."
               WHEN OTHER
                   PERFORM ReceiveNewLot
           END-EVALUATE.

       ReceiveNewLot.
           DISPLAY "Supplier : " WITH NO ADVANCING.
           ACCEPT NEWSUPPLIER.
           DISPLAY "Expiration date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT NEWEXPDATE.
           DISPLAY "Grams received : " WITH NO ADVANCING.
           ACCEPT RECEIVEGRAMS.
           IF RECEIVEGRAMS = 0
               DISPLAY "Nothing received."
           ELSE
               IF NEWEXPDATE NOT > TODAYDATE
                   DISPLAY "** Lot is already past its expiration "
                       "date - received anyway, check the delivery **"
               END-IF
               ADD 1 TO LOTCOUNT
               MOVE NEWLOTNO TO LO-LOTNO (LOTCOUNT)
               MOVE NEWSUPPLIER TO LO-SUPPLIER (LOTCOUNT)
               MOVE TODAYDATE TO LO-RECVDATE (LOTCOUNT)
               MOVE NEWEXPDATE TO LO-EXPDATE (LOTCOUNT)
               MOVE RECEIVEGRAMS TO LO-RECEIVED (LOTCOUNT)
               MOVE RECEIVEGRAMS TO LO-REMAINING (LOTCOUNT)
               ADD RECEIVEGRAMS TO ONHANDGRAMS
               PERFORM SaveInventory
               PERFORM SaveLots
               MOVE ONHANDGRAMS TO GRAMSSHOW
               DISPLAY "Delivery recorded; on hand now " GRAMSSHOW
           END-IF.
                   TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           PERFORM PrintLotSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *The lots still on the shelf after the posting, oldest first,
      *with the expiring-lot warning.
       PrintLotSection.
           MOVE 0 TO EXPIRINGCOUNT.
           MOVE POSTDATE TO EXPIRYASOF.
           MOVE "LINE" TO RPTOP.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "LOT          SUPPLIER             EXPIRES     GRAMS"
               TO RPTLINE.
           MOVE "LEFT" TO RPTLINE (55:4).
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneLot
               VARYING LOTIDX FROM 1 BY 1 UNTIL LOTIDX > LOTCOUNT.
           IF EXPIRINGCOUNT > 0
               MOVE SPACES TO RPTLINE
               STRING "** " DELIMITED BY SIZE
                   EXPIRINGCOUNT DELIMITED BY SIZE
                   " LOT(S) EXPIRED OR EXPIRING WITHIN 30 DAYS **"
                   DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.

       PrintOneLot.
           IF LO-REMAINING (LOTIDX) > 0
               PERFORM SetExpiryFlag
               MOVE LO-REMAINING (LOTIDX) TO LOTSHOW
               MOVE SPACES TO RPTLINE
               STRING LO-LOTNO (LOTIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LO-SUPPLIER (LOTIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LO-EXPDATE (LOTIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LOTSHOW DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXPIRYFLAG DELIMITED BY SIZE
                   INTO RPTLINE
               MOVE "LINE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
