       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestLoad.
      *State assessment loader: posts the state's yearly results
      *file (stattest.txt, fixed-width, line sequential) to the
      *test-score file (testscr.txt) instead of re-keying it into a
      *spreadsheet. The file carries the same control records the
      *registrar extract does - a leading H line with the test
      *administration date and a closing T line with the detail
      *count - verified in a first pass so a truncated transmission
      *fails before anything posts.
      *Every detail is edited before the write, the StudLoad way :
      *the carried check bit must match the ID under the shared
      *CheckDigit routine, the ID must be on StudentFile, the test
      *code present, the scale score numeric and the level 1-4, and
      *a result already loaded for the student, test and date is
      *refused so a rerun cannot double the file. A failing line
      *goes to testrej.txt in the state layout with the reason
      *appended and the same header / trailer, so the office can
      *correct the rejects and resubmit just that file (renamed to
      *stattest.txt). Each result is stamped with the student's
      *grade level at load time for the proficiency report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StateFile ASSIGN TO "stattest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StateFileStatus.
           SELECT RejectFile ASSIGN TO "testrej.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RejectFileStatus.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT TestScoreFile ASSIGN TO "testscr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TestScoreStatus.

       DATA DIVISION.
       FILE SECTION.
      *Column 1 types every record : H is the header (administration
      *date follows), T the trailer (detail count follows), and D a
      *result line with the check bit, student ID, test code, scale
      *score and proficiency level.
       FD StateFile.
       01  StateDetail.
           02 SD-RECTYPE PIC X.
           02 SD-CHECKBIT PIC 9.
           02 SD-IDNUM PIC 9(9).
           02 SD-TEST PIC X(8).
           02 SD-SCALE PIC 9(4).
           02 SD-LEVEL PIC 9.
       01  StateHeader.
           02 SH-RECTYPE PIC X.
           02 SH-DATE PIC 9(8).
           02 FILLER PIC X(15).
       01  StateTrailer.
           02 ST-RECTYPE PIC X.
           02 ST-COUNT PIC 9(5).
           02 FILLER PIC X(18).

       FD RejectFile.
       01  RejectRecord.
           02 RJ-DATA PIC X(24).
           02 FILLER PIC X.
           02 RJ-REASON PIC X(30).

       FD StudentFile.
       COPY STUDREC.

       FD TestScoreFile.
       COPY TESTSCR.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StateFileStatus PIC XX.
       01  RejectFileStatus PIC XX.
       01  StudentFileStatus PIC XX.
       01  TestScoreStatus PIC XX.
       01  TestDate PIC 9(8) VALUE 0.
       01  TodayDate PIC 9(8).
       01  DetailCount PIC 9(5) VALUE 0.
       01  TrailerSeen PIC A VALUE "N".
       01  ControlOK PIC A VALUE "N".
       01  EditOK PIC A.
       01  EditReason PIC X(30).
       01  StudExist PIC A.
       01  CheckBit PIC 9.
       01  PostedCount PIC 9(5) VALUE 0.
       01  RejectedCount PIC 9(5) VALUE 0.
      *Results already on file for this administration date, and
      *those posted this run - the rerun guard.
       01  LoadedTable.
           02 LoadedEntry OCCURS 5000 TIMES.
               03 LD-IDNUM PIC 9(9).
               03 LD-TEST PIC X(8).
       01  LoadedCount PIC 9(4) VALUE 0.
       01  LoadedIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAYDATE.
      *No results file on a given night is nothing to load, not a
      *failure.
           OPEN INPUT STATEFILE.
           IF STATEFILESTATUS = FS-FILE-NOT-EXIST
               DISPLAY "TestLoad : no stattest.txt found, nothing "
                   "to load."
               MOVE RC-SUCCESS TO RETURN-CODE
               GOBACK
           END-IF.
           IF STATEFILESTATUS NOT = FS-SUCCESS
               DISPLAY "TestLoad : " MSG-CANT-OPEN STATEFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
      *Pass 1 : verify the control records cover the whole file
      *before a single result is posted.
           PERFORM VerifyControlRecords.
           IF CONTROLOK NOT = 'Y'
               CLOSE STATEFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE STATEFILE.
           PERFORM LoadExistingResults.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT STATEFILE.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "TestLoad : " MSG-CANT-OPEN STUDENTFILESTATUS
               CLOSE STATEFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND TESTSCOREFILE.
           IF TESTSCORESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT TESTSCOREFILE
           END-IF.
           IF TESTSCORESTATUS NOT = FS-SUCCESS
               DISPLAY "TestLoad : " MSG-CANT-OPEN TESTSCORESTATUS
               CLOSE STATEFILE
               CLOSE STUDENTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REJECTFILE.
           IF REJECTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "TestLoad : " MSG-CANT-OPEN REJECTFILESTATUS
               CLOSE STATEFILE
               CLOSE STUDENTFILE
               CLOSE TESTSCOREFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WriteRejectHeader.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STATEFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   IF SD-RECTYPE = 'T'
                       MOVE 'Y' TO ATENDFLAG
                   ELSE
                       IF SD-RECTYPE NOT = 'H'
                           PERFORM EditOneLine
                           IF EDITOK = 'Y'
                               PERFORM PostOneResult
                           ELSE
                               PERFORM RejectOneLine
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WriteRejectTrailer.
           CLOSE STATEFILE.
           CLOSE REJECTFILE.
           CLOSE STUDENTFILE.
           CLOSE TESTSCOREFILE.
           DISPLAY "Test results posted for " TESTDATE " : "
               POSTEDCOUNT.
           DISPLAY "Lines rejected (see testrej.txt) : "
               REJECTEDCOUNT.
           IF REJECTEDCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

      *First record must be the H header with the administration
      *date, the last the T trailer, and the trailer's count must
      *equal the detail lines between them - the StudLoad control
      *discipline.
       VerifyControlRecords.
           READ STATEFILE
               AT END
                   DISPLAY "TestLoad : file is empty - no header."
                   MOVE RC-FILE-ERROR TO RETURN-CODE
           END-READ.
           IF SH-RECTYPE NOT = 'H' OR SH-DATE NOT NUMERIC
               DISPLAY "TestLoad : file has no header record - "
                   "transmission incomplete, nothing loaded."
           ELSE
               MOVE SH-DATE TO TESTDATE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STATEFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       IF SH-RECTYPE = 'T'
                           MOVE 'Y' TO TRAILERSEEN
                           IF ST-COUNT = DETAILCOUNT
                               MOVE 'Y' TO CONTROLOK
                           ELSE
                               DISPLAY "TestLoad : trailer count "
                                   ST-COUNT " but " DETAILCOUNT
                                   " detail lines - nothing loaded."
                           END-IF
                           MOVE 'Y' TO ATENDFLAG
                       ELSE
                           ADD 1 TO DETAILCOUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF TRAILERSEEN = 'N'
                   DISPLAY "TestLoad : file has no trailer record "
                       "- transmission incomplete, nothing loaded."
               END-IF
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadExistingResults.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TESTSCOREFILE.
           IF TESTSCORESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TESTSCOREFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TS-TESTDATE = TESTDATE
                           AND LOADEDCOUNT < 5000
                       ADD 1 TO LOADEDCOUNT
                       MOVE TS-IDNUM TO LD-IDNUM (LOADEDCOUNT)
                       MOVE TS-TEST TO LD-TEST (LOADEDCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TESTSCOREFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *Field edits in line order; the first failure names the
      *line's reject reason. Nothing posts unless every edit
      *passes.
       EditOneLine.
           MOVE 'Y' TO EDITOK.
           MOVE SPACES TO EDITREASON.
           EVALUATE TRUE
               WHEN SD-RECTYPE NOT = 'D'
                   MOVE "UNKNOWN RECORD TYPE" TO EDITREASON
               WHEN SD-IDNUM NOT NUMERIC
                   MOVE "STUDENT ID NOT NUMERIC" TO EDITREASON
               WHEN SD-IDNUM = 0
                   MOVE "STUDENT ID IS ZERO" TO EDITREASON
               WHEN SD-CHECKBIT NOT NUMERIC
                   MOVE "CHECK DIGIT NOT NUMERIC" TO EDITREASON
               WHEN SD-TEST = SPACES
                   MOVE "TEST CODE BLANK" TO EDITREASON
               WHEN SD-SCALE NOT NUMERIC
                   MOVE "SCALE SCORE NOT NUMERIC" TO EDITREASON
               WHEN SD-LEVEL NOT NUMERIC
                       OR SD-LEVEL < 1 OR SD-LEVEL > 4
                   MOVE "PROFICIENCY LEVEL NOT 1-4" TO EDITREASON
               WHEN OTHER
                   CALL "CheckDigit" USING SD-IDNUM CHECKBIT
                   IF CHECKBIT NOT = SD-CHECKBIT
                       MOVE "CHECK DIGIT FAILED" TO EDITREASON
                   ELSE
                       PERFORM CheckStudentOnFile
                       IF STUDEXIST = 'N'
                           MOVE "STUDENT NOT ON FILE" TO EDITREASON
                       ELSE
                           PERFORM CheckAlreadyLoaded
                       END-IF
                   END-IF
           END-EVALUATE.
           IF EDITREASON NOT = SPACES
               MOVE 'N' TO EDITOK
           END-IF.

       CheckStudentOnFile.
           MOVE SD-IDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
               NOT INVALID KEY MOVE 'Y' TO STUDEXIST
           END-READ.

       CheckAlreadyLoaded.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING LOADEDIDX FROM 1 BY 1
                   UNTIL LOADEDIDX > LOADEDCOUNT
               IF LD-IDNUM (LOADEDIDX) = SD-IDNUM
                       AND LD-TEST (LOADEDIDX) = SD-TEST
                   MOVE LOADEDIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX > 0
               MOVE "RESULT ALREADY LOADED" TO EDITREASON
           END-IF.

      *The StudentFile record read by the edit is still in the
      *buffer, so its grade level stamps the result.
       PostOneResult.
           MOVE SD-IDNUM TO TS-IDNUM.
           MOVE TESTDATE TO TS-TESTDATE.
           MOVE SD-TEST TO TS-TEST.
           MOVE SD-SCALE TO TS-SCALE.
           MOVE SD-LEVEL TO TS-LEVEL.
           MOVE GRADELEVEL TO TS-GRADE.
           MOVE TODAYDATE TO TS-LOADDATE.
           WRITE STATETESTRECORD.
           ADD 1 TO POSTEDCOUNT.
           IF LOADEDCOUNT < 5000
               ADD 1 TO LOADEDCOUNT
               MOVE SD-IDNUM TO LD-IDNUM (LOADEDCOUNT)
               MOVE SD-TEST TO LD-TEST (LOADEDCOUNT)
           END-IF.

      *The rejected line goes out unchanged in the state layout,
      *reason appended, so the corrected file can be resubmitted
      *as-is.
       RejectOneLine.
           ADD 1 TO REJECTEDCOUNT.
           MOVE SPACES TO REJECTRECORD.
           MOVE STATEDETAIL TO RJ-DATA.
           MOVE EDITREASON TO RJ-REASON.
           WRITE REJECTRECORD.

       WriteRejectHeader.
           MOVE SPACES TO STATEHEADER.
           MOVE 'H' TO SH-RECTYPE.
           MOVE TESTDATE TO SH-DATE.
           MOVE SPACES TO REJECTRECORD.
           MOVE STATEHEADER TO RJ-DATA.
           WRITE REJECTRECORD.

       WriteRejectTrailer.
           MOVE SPACES TO STATETRAILER.
           MOVE 'T' TO ST-RECTYPE.
           MOVE REJECTEDCOUNT TO ST-COUNT.
           MOVE SPACES TO REJECTRECORD.
           MOVE STATETRAILER TO RJ-DATA.
           WRITE REJECTRECORD.
