       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptInq.
      *Report index inquiry and reprint : finds a report PrintRpt has
      *filed - last March's honor roll, one particular statement run
      *- through the report index (rptidx.txt, see RPTIDX.cpy)
      *instead of by browsing the directory of rpt files, and
      *reprints all of it or a range of its pages.
      *  1 - find by words in the title (any part of it)
      *  2 - find by run date range
      *  3 - reprint : by index entry number, first and last page
      *      (blank for all); the pages go to rprCODE.YYYYMMDD.txt
      *      under a REPRINT line saying when, by whom and which
      *      pages, so a reprint is never mistaken for the original
      *  4 - mark an entry for permanent retention, or release it
      *      to its report's normal retention (supervisors only;
      *      logged to the reference audit trail)
      *Each hit shows whether its file is still there : a later
      *run of the same report the same day replaces the file, and
      *the nightly retention job deletes expired ones. Neither can
      *be reprinted.
      *Pages are found the way PrintRpt writes them - every page
      *after the first starts at its row of "=".
      *Gated through the operator file like the other inquiries.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
      *Reference-audit entries are sealed through AudChain as they
      *are written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT ReportIndex ASSIGN TO "rptidx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
           SELECT ReportIndexWork ASSIGN TO "rptidx.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexWorkStatus.
           SELECT ReportFile ASSIGN TO DYNAMIC ReportFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.
           SELECT ReprintFile ASSIGN TO DYNAMIC ReprintFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReprintFileStatus.
           SELECT RefAuditFile ASSIGN TO "refaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RefAuditStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY OPERREC.

       FD ReportIndex.
       COPY RPTIDX.

       FD ReportIndexWork.
       01  ReportIndexWorkRecord PIC X(132).

       FD ReportFile.
       01  ReportFileLine PIC X(80).

       FD ReprintFile.
       01  ReprintLine PIC X(80).

       FD RefAuditFile.
       COPY REFAUDIT.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StayOpen PIC A VALUE "Y".
       01  Choice PIC 9 VALUE 0.
       01  OperatorFileStatus PIC XX.
       01  ReportIndexStatus PIC XX.
       01  ReportIndexWorkStatus PIC XX.
       01  ReportFileStatus PIC XX.
       01  ReprintFileStatus PIC XX.
       01  RefAuditStatus PIC XX.
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "SYSTEM".
       01  OperRole PIC X VALUE "C".
           88 InquiryRole VALUE "I".
           88 SupervisorRole VALUE "S".
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  Today PIC 9(8).
       01  SearchMode PIC X.
           88 SearchByTitle VALUE "T".
           88 SearchByDate VALUE "D".
       01  SearchText PIC X(40).
       01  SearchLength PIC 9(2).
       01  TitleHits PIC 9(2).
       01  FromDateText PIC X(8).
       01  ToDateText PIC X(8).
       01  FromDate PIC 9(8).
       01  ToDate PIC 9(8).
       01  EntryText PIC X(6).
       01  EntryNumber PIC 9(6).
       01  IndexSeq PIC 9(6).
      *Hits of one search, for the replaced-file check : a hit is
      *replaced when a later index line names the same file.
       01  HitTable.
           02 HitEntry OCCURS 200 TIMES.
               03 HT-SEQ PIC 9(6).
               03 HT-CODE PIC X(8).
               03 HT-TITLE PIC X(40).
               03 HT-RUNDATE PIC 9(8).
               03 HT-RUNTIME PIC 9(6).
               03 HT-OPERID PIC X(10).
               03 HT-PAGES PIC 9(4).
               03 HT-FILE PIC X(40).
               03 HT-KEEP PIC X.
               03 HT-STATE PIC X.
               03 HT-REPLACED PIC A.
       01  HitCount PIC 9(3) VALUE 0.
       01  HitIdx PIC 9(3).
       01  MoreHits PIC 9(5) VALUE 0.
       01  StateText PIC X(9).
       01  KeepText PIC X(4).
      *The one entry being reprinted or marked.
       01  PickFound PIC A.
       01  PickReplaced PIC A.
       01  PickRecord PIC X(132).
       01  PickFile PIC X(40).
       01  FirstPageText PIC X(4).
       01  LastPageText PIC X(4).
       01  FirstPage PIC 9(4).
       01  LastPage PIC 9(4).
       01  PageNow PIC 9(4).
       01  PagesShow PIC ZZZ9.
       01  CopiedLines PIC 9(6).
       01  ConfirmText PIC X.
       01  RefAction PIC X(6).
       01  RefKey PIC X(10).
       01  RefBefore PIC X(44).
       01  RefAfter PIC X(44).
       01  RefFileName PIC X(8) VALUE "RPTIDX".
       COPY AUDCHAIN.
       COPY STATCODE.
       01  ReportFilePath PIC X(40).
       01  ReprintFilePath PIC X(40).

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY.
           DISPLAY "-- Report Index Inquiry and Reprint --".
           PERFORM Login.
           IF NOT LOGINSUCCESS
               DISPLAY "Login failed."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Report Index"
               DISPLAY "1 : Find by title"
               DISPLAY "2 : Find by run date range"
               DISPLAY "3 : Reprint a report"
               DISPLAY "4 : Mark / release permanent retention"
               DISPLAY "0 : Exit"
               DISPLAY ": " WITH NO ADVANCING
               MOVE 0 TO CHOICE
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1 PERFORM FindByTitle
                   WHEN 2 PERFORM FindByDate
                   WHEN 3 PERFORM ReprintReport
                   WHEN 4 PERFORM ChangeRetention
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused.
       Login.
           PERFORM TryOneLogin
               UNTIL LOGINSUCCESS OR ATTEMPTCOUNT >= 3.

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

       FindByTitle.
           DISPLAY "Title contains : " WITH NO ADVANCING.
           MOVE SPACES TO SEARCHTEXT.
           ACCEPT SEARCHTEXT.
           INSPECT SEARCHTEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO SEARCHLENGTH.
           INSPECT SEARCHTEXT TALLYING SEARCHLENGTH
               FOR CHARACTERS BEFORE INITIAL "  ".
           IF SEARCHLENGTH = 0
               DISPLAY "Nothing to search for."
           ELSE
               SET SEARCHBYTITLE TO TRUE
               PERFORM SearchIndex
           END-IF.

      *Blank from is the start of the index, blank to is today.
       FindByDate.
           DISPLAY "From run date (YYYYMMDD, blank = earliest) : "
               WITH NO ADVANCING.
           MOVE SPACES TO FROMDATETEXT.
           ACCEPT FROMDATETEXT.
           DISPLAY "To run date (YYYYMMDD, blank = today) : "
               WITH NO ADVANCING.
           MOVE SPACES TO TODATETEXT.
           ACCEPT TODATETEXT.
           MOVE 0 TO FROMDATE.
           MOVE TODAY TO TODATE.
           IF FROMDATETEXT NOT = SPACES
               IF FROMDATETEXT IS NUMERIC
                   MOVE FROMDATETEXT TO FROMDATE
               ELSE
                   DISPLAY "From date must be YYYYMMDD."
                   MOVE 99999999 TO FROMDATE
               END-IF
           END-IF.
           IF TODATETEXT NOT = SPACES
               IF TODATETEXT IS NUMERIC
                   MOVE TODATETEXT TO TODATE
               ELSE
                   DISPLAY "To date must be YYYYMMDD."
                   MOVE 0 TO TODATE
               END-IF
           END-IF.
           IF FROMDATE > TODATE
               DISPLAY "No dates in that range."
           ELSE
               SET SEARCHBYDATE TO TRUE
               PERFORM SearchIndex
           END-IF.

      *First pass collects the hits; a second finds the ones a
      *later run has replaced.
       SearchIndex.
           MOVE 0 TO HITCOUNT.
           MOVE 0 TO MOREHITS.
           MOVE 0 TO INDEXSEQ.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT REPORTINDEX.
           IF REPORTINDEXSTATUS NOT = FS-SUCCESS
               DISPLAY "Report index : " MSG-CANT-OPEN
                   REPORTINDEXSTATUS
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ REPORTINDEX
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           ADD 1 TO INDEXSEQ
                           PERFORM CheckOneIndexLine
                   END-READ
               END-PERFORM
               CLOSE REPORTINDEX
               IF HITCOUNT > 0
                   PERFORM MarkReplacedHits
               END-IF
               PERFORM ShowHits
           END-IF.

       CheckOneIndexLine.
           MOVE 0 TO TITLEHITS.
           IF SEARCHBYTITLE
               INSPECT RI-TITLE TALLYING TITLEHITS
                   FOR ALL SEARCHTEXT (1:SEARCHLENGTH)
           ELSE
               IF RI-RUNDATE >= FROMDATE AND RI-RUNDATE <= TODATE
                   MOVE 1 TO TITLEHITS
               END-IF
           END-IF.
           IF TITLEHITS > 0
               IF HITCOUNT < 200
                   ADD 1 TO HITCOUNT
                   MOVE INDEXSEQ TO HT-SEQ (HITCOUNT)
                   MOVE RI-CODE TO HT-CODE (HITCOUNT)
                   MOVE RI-TITLE TO HT-TITLE (HITCOUNT)
                   MOVE RI-RUNDATE TO HT-RUNDATE (HITCOUNT)
                   MOVE RI-RUNTIME TO HT-RUNTIME (HITCOUNT)
                   MOVE RI-OPERID TO HT-OPERID (HITCOUNT)
                   MOVE RI-PAGES TO HT-PAGES (HITCOUNT)
                   MOVE RI-FILE TO HT-FILE (HITCOUNT)
                   MOVE RI-KEEP TO HT-KEEP (HITCOUNT)
                   MOVE RI-STATE TO HT-STATE (HITCOUNT)
                   MOVE 'N' TO HT-REPLACED (HITCOUNT)
               ELSE
                   ADD 1 TO MOREHITS
               END-IF
           END-IF.

       MarkReplacedHits.
           MOVE 0 TO INDEXSEQ.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT REPORTINDEX.
           IF REPORTINDEXSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ REPORTINDEX
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           ADD 1 TO INDEXSEQ
                           PERFORM VARYING HITIDX FROM 1 BY 1
                                   UNTIL HITIDX > HITCOUNT
                               IF HT-SEQ (HITIDX) < INDEXSEQ
                                   AND HT-FILE (HITIDX) = RI-FILE
                                   MOVE 'Y' TO HT-REPLACED (HITIDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE REPORTINDEX
           END-IF.

       ShowHits.
           IF HITCOUNT = 0
               DISPLAY "No reports found."
           ELSE
               DISPLAY " "
               DISPLAY "ENTRY  CODE     TITLE                          "
                   "RUN DATE TIME   OPERATOR   PAGES STATUS    KEEP"
               PERFORM ShowOneHit
                   VARYING HITIDX FROM 1 BY 1
                   UNTIL HITIDX > HITCOUNT
               IF MOREHITS > 0
                   DISPLAY MOREHITS " more - narrow the search to "
                       "see them."
               END-IF
           END-IF.

       ShowOneHit.
           EVALUATE TRUE
               WHEN HT-STATE (HITIDX) = "D"
                   MOVE "DELETED" TO STATETEXT
               WHEN HT-REPLACED (HITIDX) = 'Y'
                   MOVE "REPLACED" TO STATETEXT
               WHEN OTHER
                   MOVE "ON FILE" TO STATETEXT
           END-EVALUATE.
           IF HT-KEEP (HITIDX) = "P"
               MOVE "PERM" TO KEEPTEXT
           ELSE
               MOVE SPACES TO KEEPTEXT
           END-IF.
           MOVE HT-PAGES (HITIDX) TO PAGESSHOW.
           DISPLAY HT-SEQ (HITIDX) " " HT-CODE (HITIDX) " "
               HT-TITLE (HITIDX) (1:30) " " HT-RUNDATE (HITIDX) " "
               HT-RUNTIME (HITIDX) (1:4) "   " HT-OPERID (HITIDX)
               " " PAGESSHOW "  " STATETEXT " " KEEPTEXT.

      *Finds index entry ENTRYNUMBER and whether a later line has
      *since replaced its file.
       PickEntry.
           MOVE 'N' TO PICKFOUND.
           MOVE 'N' TO PICKREPLACED.
           MOVE 0 TO INDEXSEQ.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT REPORTINDEX.
           IF REPORTINDEXSTATUS NOT = FS-SUCCESS
               DISPLAY "Report index : " MSG-CANT-OPEN
                   REPORTINDEXSTATUS
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ REPORTINDEX
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           ADD 1 TO INDEXSEQ
                           IF INDEXSEQ = ENTRYNUMBER
                               MOVE 'Y' TO PICKFOUND
                               MOVE REPORTINDEXRECORD TO PICKRECORD
                               MOVE RI-FILE TO PICKFILE
                           END-IF
                           IF INDEXSEQ > ENTRYNUMBER
                                   AND PICKFOUND = 'Y'
                                   AND RI-FILE = PICKFILE
                               MOVE 'Y' TO PICKREPLACED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORTINDEX
               IF PICKFOUND = 'Y'
                   MOVE PICKRECORD TO REPORTINDEXRECORD
               ELSE
                   DISPLAY "Index entry : " MSG-NOT-FOUND
               END-IF
           END-IF.

       AskEntryNumber.
           DISPLAY "Index entry number : " WITH NO ADVANCING.
           MOVE SPACES TO ENTRYTEXT.
           ACCEPT ENTRYTEXT.
           MOVE 0 TO ENTRYNUMBER.
           IF FUNCTION TRIM (ENTRYTEXT) IS NUMERIC
               COMPUTE ENTRYNUMBER = FUNCTION NUMVAL (ENTRYTEXT)
           END-IF.

       ReprintReport.
           PERFORM AskEntryNumber.
           IF ENTRYNUMBER = 0
               DISPLAY "No entry chosen."
           ELSE
               PERFORM PickEntry
               IF PICKFOUND = 'Y'
                   EVALUATE TRUE
                       WHEN RI-DELETED
                           DISPLAY RI-FILE " was deleted by the "
                               "retention job on " RI-DELDATE "."
                       WHEN PICKREPLACED = 'Y'
                           DISPLAY RI-FILE " now holds a later run "
                               "of the same report - not reprinted."
                       WHEN OTHER
                           PERFORM AskPageRange
                           IF FIRSTPAGE > 0
                               PERFORM CopyPages
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      *Blank first page is page 1, blank last page the report's
      *last; FirstPage comes back zero when the range is refused.
       AskPageRange.
           MOVE RI-PAGES TO PAGESSHOW.
           DISPLAY RI-TITLE " run " RI-RUNDATE " - " PAGESSHOW
               " page(s)".
           DISPLAY "First page (blank = 1) : " WITH NO ADVANCING.
           MOVE SPACES TO FIRSTPAGETEXT.
           ACCEPT FIRSTPAGETEXT.
           DISPLAY "Last page (blank = last) : " WITH NO ADVANCING.
           MOVE SPACES TO LASTPAGETEXT.
           ACCEPT LASTPAGETEXT.
           MOVE 1 TO FIRSTPAGE.
           MOVE RI-PAGES TO LASTPAGE.
           IF LASTPAGE = 0
               MOVE 1 TO LASTPAGE
           END-IF.
           IF FIRSTPAGETEXT NOT = SPACES
               MOVE 0 TO FIRSTPAGE
               IF FUNCTION TRIM (FIRSTPAGETEXT) IS NUMERIC
                   COMPUTE FIRSTPAGE =
                       FUNCTION NUMVAL (FIRSTPAGETEXT)
               END-IF
           END-IF.
           IF LASTPAGETEXT NOT = SPACES
               MOVE 0 TO LASTPAGE
               IF FUNCTION TRIM (LASTPAGETEXT) IS NUMERIC
                   COMPUTE LASTPAGE = FUNCTION NUMVAL (LASTPAGETEXT)
               END-IF
           END-IF.
           IF FIRSTPAGE = 0 OR LASTPAGE < FIRSTPAGE
               DISPLAY "That is not a page range - nothing reprinted."
               MOVE 0 TO FIRSTPAGE
           END-IF.

      *Page 1 is everything up to the first row of "="; each such
      *row starts the next page, and is left off a reprint that
      *begins there.
       CopyPages.
           MOVE RI-FILE TO REPORTFILEPATH.
           OPEN INPUT REPORTFILE.
           IF REPORTFILESTATUS NOT = FS-SUCCESS
               DISPLAY RI-FILE " : " MSG-CANT-OPEN REPORTFILESTATUS
           ELSE
               MOVE SPACES TO REPRINTFILEPATH
               STRING "rpr" DELIMITED BY SIZE
                   RI-CODE DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   RI-RUNDATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO REPRINTFILEPATH
               OPEN OUTPUT REPRINTFILE
               IF REPRINTFILESTATUS NOT = FS-SUCCESS
                   DISPLAY "Reprint : " MSG-CANT-OPEN
                       REPRINTFILESTATUS
                   CLOSE REPORTFILE
               ELSE
                   MOVE SPACES TO REPRINTLINE
                   STRING "*** REPRINT " DELIMITED BY SIZE
                       TODAY DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       OPERID DELIMITED BY SPACE
                       " - PAGES " DELIMITED BY SIZE
                       FIRSTPAGE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       LASTPAGE DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                       INTO REPRINTLINE
                   WRITE REPRINTLINE
                   MOVE 1 TO PAGENOW
                   MOVE 0 TO COPIEDLINES
                   MOVE 'N' TO ATENDFLAG
                   PERFORM UNTIL ATENDFLAG = 'Y'
                       READ REPORTFILE
                           AT END MOVE 'Y' TO ATENDFLAG
                           NOT AT END PERFORM CopyOneReportLine
                       END-READ
                   END-PERFORM
                   CLOSE REPORTFILE
                   CLOSE REPRINTFILE
                   IF COPIEDLINES = 0
                       DISPLAY "The report has no page " FIRSTPAGE
                           " - reprint file is empty."
                   ELSE
                       DISPLAY "Reprint written to " REPRINTFILEPATH
                   END-IF
               END-IF
           END-IF.

       CopyOneReportLine.
           IF REPORTFILELINE = ALL "="
               ADD 1 TO PAGENOW
               IF PAGENOW > FIRSTPAGE AND PAGENOW <= LASTPAGE
                   MOVE REPORTFILELINE TO REPRINTLINE
                   WRITE REPRINTLINE
               END-IF
           ELSE
               IF PAGENOW >= FIRSTPAGE AND PAGENOW <= LASTPAGE
                   MOVE REPORTFILELINE TO REPRINTLINE
                   WRITE REPRINTLINE
                   ADD 1 TO COPIEDLINES
               END-IF
           END-IF.

      *Permanent retention is a supervisor's call; the index is
      *rewritten through a work file with the one entry changed.
       ChangeRetention.
           IF NOT SUPERVISORROLE
               DISPLAY "Supervisor role required to change "
                   "retention."
           ELSE
               PERFORM AskEntryNumber
               IF ENTRYNUMBER = 0
                   DISPLAY "No entry chosen."
               ELSE
                   PERFORM PickEntry
                   IF PICKFOUND = 'Y'
                       PERFORM ConfirmRetention
                   END-IF
               END-IF
           END-IF.

       ConfirmRetention.
           MOVE SPACES TO REFBEFORE.
           MOVE SPACES TO REFAFTER.
           IF RI-PERMANENT
               DISPLAY RI-TITLE " " RI-RUNDATE " is kept for good."
               DISPLAY "Release it to normal retention (Y/N) : "
                   WITH NO ADVANCING
               MOVE "RELEAS" TO REFACTION
               STRING RI-RUNDATE " " RI-RUNTIME " PERMANENT"
                   DELIMITED BY SIZE INTO REFBEFORE
               STRING RI-RUNDATE " " RI-RUNTIME " NORMAL RETENTION"
                   DELIMITED BY SIZE INTO REFAFTER
           ELSE
               DISPLAY RI-TITLE " " RI-RUNDATE
                   " is under normal retention."
               DISPLAY "Keep it permanently (Y/N) : "
                   WITH NO ADVANCING
               MOVE "KEEP" TO REFACTION
               STRING RI-RUNDATE " " RI-RUNTIME " NORMAL RETENTION"
                   DELIMITED BY SIZE INTO REFBEFORE
               STRING RI-RUNDATE " " RI-RUNTIME " PERMANENT"
                   DELIMITED BY SIZE INTO REFAFTER
           END-IF.
           MOVE SPACE TO CONFIRMTEXT.
           ACCEPT CONFIRMTEXT.
           IF CONFIRMTEXT = 'Y' OR CONFIRMTEXT = 'y'
               PERFORM RewriteIndexEntry
           ELSE
               DISPLAY "Retention unchanged."
           END-IF.

       RewriteIndexEntry.
           MOVE 0 TO INDEXSEQ.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT REPORTINDEX.
           OPEN OUTPUT REPORTINDEXWORK.
           IF REPORTINDEXSTATUS NOT = FS-SUCCESS
                   OR REPORTINDEXWORKSTATUS NOT = FS-SUCCESS
               DISPLAY "Report index : " MSG-CANT-OPEN
                   REPORTINDEXSTATUS " " REPORTINDEXWORKSTATUS
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ REPORTINDEX
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           ADD 1 TO INDEXSEQ
                           IF INDEXSEQ = ENTRYNUMBER
                               IF RI-PERMANENT
                                   MOVE SPACE TO RI-KEEP
                               ELSE
                                   SET RI-PERMANENT TO TRUE
                               END-IF
                               MOVE RI-CODE TO REFKEY
                           END-IF
                           MOVE REPORTINDEXRECORD
                               TO REPORTINDEXWORKRECORD
                           WRITE REPORTINDEXWORKRECORD
                   END-READ
               END-PERFORM
               CLOSE REPORTINDEX
               CLOSE REPORTINDEXWORK
               PERFORM CopyWorkToIndex
               PERFORM WriteRefAudit
               DISPLAY "Retention changed."
           END-IF.

       CopyWorkToIndex.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT REPORTINDEXWORK.
           OPEN OUTPUT REPORTINDEX.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ REPORTINDEXWORK
                   AT END MOVE 'Y' TO ATENDFLAG
                   NOT AT END
                       MOVE REPORTINDEXWORKRECORD TO REPORTINDEXRECORD
                       WRITE REPORTINDEXRECORD
               END-READ
           END-PERFORM.
           CLOSE REPORTINDEXWORK.
           CLOSE REPORTINDEX.

       WriteRefAudit.
           OPEN EXTEND REFAUDITFILE.
           IF REFAUDITSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT REFAUDITFILE
           END-IF.
           IF REFAUDITSTATUS NOT = FS-SUCCESS
               DISPLAY "Reference audit : " MSG-CANT-OPEN
                   REFAUDITSTATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
               MOVE OPERID TO RA-OPERID
               MOVE REFFILENAME TO RA-FILE
               MOVE REFACTION TO RA-ACTION
               MOVE REFKEY TO RA-KEY
               MOVE REFBEFORE TO RA-BEFORE
               MOVE REFAFTER TO RA-AFTER
               MOVE RETURN-CODE TO CH-SAVEDRC
               MOVE "SEAL" TO CH-OP
               MOVE "REFAUD" TO CH-TRAIL
               CALL "AudChain" USING CHAINCALL REFAUDITRECORD
               MOVE CH-SAVEDRC TO RETURN-CODE
               WRITE REFAUDITRECORD
               CLOSE REFAUDITFILE
               MOVE "DONE" TO CH-OP
               CALL "AudChain" USING CHAINCALL REFAUDITRECORD
               MOVE CH-SAVEDRC TO RETURN-CODE
           END-IF.
