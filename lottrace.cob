       IDENTIFICATION DIVISION.
       PROGRAM-ID. LotTrace.
      *Powder recall trace: given a supplier lot number, lists every
      *student who was served from that lot - each shake's date and
      *time and the grams drawn from the lot, the student's total -
      *and every guardian contact on file with relation and phone,
      *so the office can start calling the same morning a recall
      *notice comes in. The lot is taken from the RECALLLOT
      *environment variable, otherwise prompted for. Usage comes
      *from lotuse.txt, written by the nightly posting in PwdrInv;
      *the lot's supplier and dates from pwdrlot.txt, or from the
      *lot history (pwdrlhst.txt) once the lot is used up. One page per
      *student through the shared PrintRpt routine (code LOTTRACE),
      *with a control section at the end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT LotFile ASSIGN TO "pwdrlot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotFileStatus.
           SELECT LotHistory ASSIGN TO "pwdrlhst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotHistStatus.
           SELECT LotUseFile ASSIGN TO "lotuse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotUseStatus.
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD LotFile.
       COPY PWDRLOT.

      *Used-up lots, kept by PwdrInv in the exact PWDRLOT layout.
       FD LotHistory.
       01  LotHistoryRecord PIC X(66).

       FD LotUseFile.
       COPY LOTUSE.

       FD ContactFile.
       COPY CONTACT.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  LotFileStatus PIC XX.
       01  LotHistStatus PIC XX.
       01  LotUseStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  RecallLot PIC X(12).
       01  LotFound PIC A VALUE "N".
       01  FoundSupplier PIC X(20).
       01  FoundRecvDate PIC 9(8).
       01  FoundExpDate PIC 9(8).
       01  FoundReceived PIC 9(7)V99.
       01  FoundRemaining PIC 9(7)V99.
      *Students served from the lot, in the order first seen.
       01  ServedTable.
           02 ServedEntry OCCURS 2000 TIMES.
               03 SV-IDNUM PIC 9(9).
               03 SV-GRAMS PIC 9(5)V99.
               03 SV-SHAKES PIC 9(4).
       01  ServedCount PIC 9(4) VALUE 0.
       01  ServedIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  UseCount PIC 9(5) VALUE 0.
       01  TotalGrams PIC 9(7)V99 VALUE 0.
       01  NoContactCount PIC 9(4) VALUE 0.
       01  ContactsPrinted PIC 9(2).
       01  StudName PIC X(21).
       01  GramsShow PIC ZZ9.99.
       01  TotalShow PIC Z,ZZZ,ZZ9.99.
       01  RunDate PIC 9(8).
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "LOTTRACE".
       01  RptTitle PIC X(40) VALUE "POWDER LOT RECALL TRACE".
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
           ACCEPT RECALLLOT FROM ENVIRONMENT "RECALLLOT".
           IF RECALLLOT = SPACES
               DISPLAY "Recalled lot number : " WITH NO ADVANCING
               ACCEPT RECALLLOT
           END-IF.
           IF RECALLLOT = SPACES
               DISPLAY "LotTrace : no lot number given."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FindLot.
           IF LOTFOUND = 'N'
               DISPLAY "LotTrace : lot " RECALLLOT
                   " is not on the lot file - tracing usage anyway."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           PERFORM CollectUsage.
           IF LOTUSESTATUS NOT = FS-SUCCESS
               GOBACK
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "LotTrace : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintLotHeader.
           PERFORM PrintOneStudent
               VARYING SERVEDIDX FROM 1 BY 1
               UNTIL SERVEDIDX > SERVEDCOUNT.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE STUDENTFILE.
           MOVE TOTALGRAMS TO TOTALSHOW.
           DISPLAY "Lot " RECALLLOT " : " SERVEDCOUNT
               " student(s), " USECOUNT " serving(s), " TOTALSHOW
               " gram(s)".
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       FindLot.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT LOTFILE.
           IF LOTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ LOTFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND LT-LOTNO = RECALLLOT
                       MOVE 'Y' TO LOTFOUND
                       MOVE LT-SUPPLIER TO FOUNDSUPPLIER
                       MOVE LT-RECVDATE TO FOUNDRECVDATE
                       MOVE LT-EXPDATE TO FOUNDEXPDATE
                       MOVE LT-RECEIVED TO FOUNDRECEIVED
                       MOVE LT-REMAINING TO FOUNDREMAINING
                       MOVE 'Y' TO SCANATEND
                   END-IF
               END-PERFORM
               CLOSE LOTFILE
           END-IF.
           IF LOTFOUND = 'N'
               PERFORM FindLotHistory
           END-IF.

       FindLotHistory.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT LOTHISTORY.
           IF LOTHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ LOTHISTORY
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                       MOVE LOTHISTORYRECORD TO POWDERLOTRECORD
                       IF LT-LOTNO = RECALLLOT
                           MOVE 'Y' TO LOTFOUND
                           MOVE LT-SUPPLIER TO FOUNDSUPPLIER
                           MOVE LT-RECVDATE TO FOUNDRECVDATE
                           MOVE LT-EXPDATE TO FOUNDEXPDATE
                           MOVE LT-RECEIVED TO FOUNDRECEIVED
                           MOVE LT-REMAINING TO FOUNDREMAINING
                           MOVE 'Y' TO SCANATEND
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOTHISTORY
           END-IF.

      *One pass over the usage file, totalling by student.
       CollectUsage.
           OPEN INPUT LOTUSEFILE.
           IF LOTUSESTATUS NOT = FS-SUCCESS
               DISPLAY "LotTrace : no lot usage on file."
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ LOTUSEFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND LU-LOTNO = RECALLLOT
                       PERFORM TallyOneUse
                   END-IF
               END-PERFORM
               CLOSE LOTUSEFILE
           END-IF.

       TallyOneUse.
           ADD 1 TO USECOUNT.
           ADD LU-GRAMS TO TOTALGRAMS.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING SERVEDIDX FROM 1 BY 1
                   UNTIL SERVEDIDX > SERVEDCOUNT OR FOUNDIDX > 0
               IF SV-IDNUM (SERVEDIDX) = LU-IDNUM
                   MOVE SERVEDIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND SERVEDCOUNT < 2000
               ADD 1 TO SERVEDCOUNT
               MOVE SERVEDCOUNT TO FOUNDIDX
               MOVE LU-IDNUM TO SV-IDNUM (FOUNDIDX)
               MOVE 0 TO SV-GRAMS (FOUNDIDX)
               MOVE 0 TO SV-SHAKES (FOUNDIDX)
           END-IF.
           IF FOUNDIDX > 0
               ADD LU-GRAMS TO SV-GRAMS (FOUNDIDX)
               ADD 1 TO SV-SHAKES (FOUNDIDX)
           END-IF.

       PrintLotHeader.
           MOVE SPACES TO RPTLINE.
           STRING "RECALLED LOT : " DELIMITED BY SIZE
               RECALLLOT DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               RUNDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           IF LOTFOUND = 'Y'
               STRING "SUPPLIER " DELIMITED BY SIZE
                   FOUNDSUPPLIER DELIMITED BY SIZE
                   " RECEIVED " DELIMITED BY SIZE
                   FOUNDRECVDATE DELIMITED BY SIZE
                   " EXPIRES " DELIMITED BY SIZE
                   FOUNDEXPDATE DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
               MOVE FOUNDREMAINING TO TOTALSHOW
               MOVE SPACES TO RPTLINE
               IF FOUNDREMAINING = 0
                   MOVE "LOT USED UP - NONE LEFT ON THE SHELF"
                       TO RPTLINE
               ELSE
                   STRING "GRAMS STILL ON THE SHELF : "
                           DELIMITED BY SIZE
                       TOTALSHOW DELIMITED BY SIZE
                       " - PULL FROM USE" DELIMITED BY SIZE
                       INTO RPTLINE
               END-IF
           ELSE
               MOVE "** LOT NOT ON THE LOT FILE **" TO RPTLINE
           END-IF.
           PERFORM EmitLine.

      *The student's servings from the lot, then every contact on
      *file; a student with none is flagged for the office to chase.
       PrintOneStudent.
           MOVE "PAGE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SV-IDNUM (SERVEDIDX) TO IDNUM.
           PERFORM ReadStudName.
           MOVE SPACES TO RPTLINE.
           STRING "STUDENT " DELIMITED BY SIZE
               SV-IDNUM (SERVEDIDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STUDNAME DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE "  SERVED                        GRAMS" TO RPTLINE.
           PERFORM EmitLine.
           PERFORM ListServings.
           MOVE SV-GRAMS (SERVEDIDX) TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  TOTAL FROM LOT : " DELIMITED BY SIZE
               SV-SHAKES (SERVEDIDX) DELIMITED BY SIZE
               " SERVING(S) " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               " GRAMS" DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "  GUARDIAN CONTACTS :" TO RPTLINE.
           PERFORM EmitLine.
           PERFORM ListContacts.

       ListServings.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT LOTUSEFILE.
           PERFORM UNTIL SCANATEND = 'Y'
               READ LOTUSEFILE
                   AT END MOVE 'Y' TO SCANATEND
               END-READ
               IF SCANATEND = 'N' AND LU-LOTNO = RECALLLOT
                       AND LU-IDNUM = SV-IDNUM (SERVEDIDX)
                   MOVE LU-GRAMS TO GRAMSSHOW
                   MOVE SPACES TO RPTLINE
                   STRING "  " DELIMITED BY SIZE
                       LU-TIMESTAMP (1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       LU-TIMESTAMP (5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       LU-TIMESTAMP (7:2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LU-TIMESTAMP (9:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       LU-TIMESTAMP (11:2) DELIMITED BY SIZE
                       "                 " DELIMITED BY SIZE
                       GRAMSSHOW DELIMITED BY SIZE
                       INTO RPTLINE
                   PERFORM EmitLine
               END-IF
           END-PERFORM.
           CLOSE LOTUSEFILE.

       ListContacts.
           MOVE 0 TO CONTACTSPRINTED.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N'
                           AND CT-IDNUM = SV-IDNUM (SERVEDIDX)
                       ADD 1 TO CONTACTSPRINTED
                       MOVE SPACES TO RPTLINE
                       STRING "    " DELIMITED BY SIZE
                           CT-NAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CT-RELATION DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CT-PHONE DELIMITED BY SIZE
                           INTO RPTLINE
                       PERFORM EmitLine
                   END-IF
               END-PERFORM
               CLOSE CONTACTFILE
           END-IF.
           IF CONTACTSPRINTED = 0
               ADD 1 TO NOCONTACTCOUNT
               MOVE "    ** NO CONTACT ON FILE **" TO RPTLINE
               PERFORM EmitLine
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

       PrintControlSection.
           MOVE "PAGE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "TRACE RUN CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE TOTALGRAMS TO TOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  LOT " DELIMITED BY SIZE
               RECALLLOT DELIMITED BY SIZE
               "  SERVINGS : " DELIMITED BY SIZE
               USECOUNT DELIMITED BY SIZE
               "  GRAMS : " DELIMITED BY SIZE
               TOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  STUDENTS : " DELIMITED BY SIZE
               SERVEDCOUNT DELIMITED BY SIZE
               "   WITH NO CONTACT ON FILE : " DELIMITED BY SIZE
               NOCONTACTCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF SERVEDCOUNT = 0
               MOVE "  NO SERVINGS FROM THIS LOT ARE ON FILE."
                   TO RPTLINE
               PERFORM EmitLine
           END-IF.
