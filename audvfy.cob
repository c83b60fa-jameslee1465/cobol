       IDENTIFICATION DIVISION.
       PROGRAM-ID. AudVfy.
      *Audit trail verification for the auditors : walks the student
      *audit trail from its oldest archived month (auditYYYYMM.txt,
      *the months AuditArch has closed, as listed in auditsum.txt)
      *through the live audit.txt, then the reference-audit trail
      *(refaudit.txt), checking every entry's AudChain seal against
      *the entry before it. The AUDVFY report lists each entry whose
      *hash doesn't link (edited, or not written by the suite), each
      *break in the sequence numbers (entries removed or slipped
      *in), each timestamp earlier than the entry before it, each
      *unsealed entry inside the sealed part of the trail, and each
      *closed month whose archive file is missing. The end of each
      *trail is checked against its chain head (audhead.txt), so
      *entries cut from the end show too. The control section gives
      *the counts per trail and the first broken link.
      *Entries written before the trails were sealed carry no seal;
      *they are counted ahead of the first sealed entry, not listed.
      *Returns RC-DISCREPANCY when anything is listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO DYNAMIC AuditFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT RefAuditFile ASSIGN TO "refaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RefAuditStatus.
           SELECT SummaryFile ASSIGN TO "auditsum.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SummaryFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY AUDITREC.

       FD RefAuditFile.
       COPY REFAUDIT.

      *AuditArch's per-operator month summary; only the month is
      *needed here.
       FD SummaryFile.
       01  SummaryRecord.
           02 SM-MONTH PIC 9(6).
           02 FILLER PIC X(30).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A.
       01  AuditFileStatus PIC XX.
       01  RefAuditStatus PIC XX.
       01  SummaryFileStatus PIC XX.
      *Months closed by the rollover, oldest first.
       01  MonthTable.
           02 MonthEntry PIC 9(6) OCCURS 600 TIMES.
       01  MonthCount PIC 9(3) VALUE 0.
       01  MonthIdx PIC 9(3).
       01  MonthScan PIC 9(3).
       01  MonthFound PIC A.
       01  MonthPlaced PIC A.
       01  CurrentFile PIC X(18).
       01  FileLine PIC 9(7).
       01  PriorSeq PIC 9(9).
       01  EntryImage.
           02 EI-STAMP PIC X(21).
           02 FILLER PIC X(122).
           02 EI-SEQ PIC X(9).
           02 EI-CHAIN PIC X(16).
       01  StampText PIC X(15).
       01  ProblemText PIC X(22).
       01  TrailName PIC X(18).
       01  TrailFiles PIC 9(3).
       01  TrailProblems PIC 9(5).
       01  FirstProblem PIC X(60).
       01  TotalProblems PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "AUDVFY".
       01  RptTitle PIC X(40)
               VALUE "AUDIT TRAIL CHAIN VERIFICATION".
       01  RptLine PIC X(80).
       COPY AUDCHAIN.
       COPY STATCODE.
       01  AuditFilePath PIC X(40).

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           PERFORM LoadMonths.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "  FILE                 LINE        SEQ  WRITTEN" &
               "          PROBLEM" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM WalkAuditTrail.
           PERFORM WalkRefAuditTrail.
           IF TOTALPROBLEMS = 0
               MOVE SPACES TO RPTLINE
               PERFORM EmitLine
               MOVE "  NO EXCEPTIONS - BOTH TRAILS LINK END TO END"
                   TO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "Audit trail verification : exceptions "
               TOTALPROBLEMS.
           MOVE RC-SUCCESS TO RETURN-CODE.
           IF TOTALPROBLEMS > 0
               MOVE RC-DISCREPANCY TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *auditsum.txt has a line per operator per closed month; each
      *month is kept once, slotted into order as it is found.
       LoadMonths.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT SUMMARYFILE.
           IF SUMMARYFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SUMMARYFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SM-MONTH NUMERIC
                       PERFORM AddOneMonth
                   END-IF
               END-PERFORM
               CLOSE SUMMARYFILE
           END-IF.

       AddOneMonth.
           MOVE 'N' TO MONTHFOUND.
           PERFORM VARYING MONTHSCAN FROM 1 BY 1
                   UNTIL MONTHSCAN > MONTHCOUNT
               IF MONTHENTRY (MONTHSCAN) = SM-MONTH
                   MOVE 'Y' TO MONTHFOUND
               END-IF
           END-PERFORM.
           IF MONTHFOUND = 'N' AND MONTHCOUNT < 600
               ADD 1 TO MONTHCOUNT
               MOVE MONTHCOUNT TO MONTHIDX
               MOVE 'N' TO MONTHPLACED
               PERFORM UNTIL MONTHPLACED = 'Y'
                   IF MONTHIDX > 1
                       IF MONTHENTRY (MONTHIDX - 1) > SM-MONTH
                           MOVE MONTHENTRY (MONTHIDX - 1)
                               TO MONTHENTRY (MONTHIDX)
                           SUBTRACT 1 FROM MONTHIDX
                       ELSE
                           MOVE 'Y' TO MONTHPLACED
                       END-IF
                   ELSE
                       MOVE 'Y' TO MONTHPLACED
                   END-IF
               END-PERFORM
               MOVE SM-MONTH TO MONTHENTRY (MONTHIDX)
           END-IF.

      *One walk over every archived month and then the live file,
      *so the chain is followed across each rollover.
       WalkAuditTrail.
           INITIALIZE CHAINCALL.
           MOVE "AUDIT" TO CH-TRAIL.
           MOVE 'Y' TO CH-FROMSTART.
           MOVE "audit.txt + months" TO TRAILNAME.
           MOVE 0 TO TRAILFILES.
           MOVE 0 TO TRAILPROBLEMS.
           MOVE SPACES TO FIRSTPROBLEM.
           PERFORM VARYING MONTHIDX FROM 1 BY 1
                   UNTIL MONTHIDX > MONTHCOUNT
               MOVE SPACES TO AUDITFILEPATH
               STRING "audit" MONTHENTRY (MONTHIDX) ".txt"
                   DELIMITED BY SIZE INTO AUDITFILEPATH
               PERFORM WalkAuditFile
           END-PERFORM.
           MOVE "audit.txt" TO AUDITFILEPATH.
           PERFORM WalkAuditFile.
           PERFORM CheckTrailHead.
           PERFORM PrintTrailControl.

       WalkAuditFile.
           MOVE AUDITFILEPATH TO CURRENTFILE.
           MOVE 0 TO FILELINE.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT AUDITFILE.
           IF AUDITFILESTATUS NOT = FS-SUCCESS
               IF AUDITFILEPATH NOT = "audit.txt"
                   MOVE SPACES TO ENTRYIMAGE
                   MOVE "ARCHIVE FILE MISSING" TO PROBLEMTEXT
                   PERFORM ReportProblem
               END-IF
           ELSE
               ADD 1 TO TRAILFILES
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       ADD 1 TO FILELINE
                       MOVE CH-LASTSEQ TO PRIORSEQ
                       MOVE "LINK" TO CH-OP
                       CALL "AudChain" USING CHAINCALL AUDITRECORD
                       IF NOT CH-LINK-OK
                           MOVE AUDITRECORD TO ENTRYIMAGE
                           PERFORM DescribeLink
                           PERFORM ReportProblem
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.

      *The reference-audit trail is never rolled over : one file.
       WalkRefAuditTrail.
           INITIALIZE CHAINCALL.
           MOVE "REFAUD" TO CH-TRAIL.
           MOVE 'Y' TO CH-FROMSTART.
           MOVE "refaudit.txt" TO TRAILNAME.
           MOVE "refaudit.txt" TO CURRENTFILE.
           MOVE 0 TO TRAILFILES.
           MOVE 0 TO TRAILPROBLEMS.
           MOVE SPACES TO FIRSTPROBLEM.
           MOVE 0 TO FILELINE.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT REFAUDITFILE.
           IF REFAUDITSTATUS = FS-SUCCESS
               ADD 1 TO TRAILFILES
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ REFAUDITFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       ADD 1 TO FILELINE
                       MOVE CH-LASTSEQ TO PRIORSEQ
                       MOVE "LINK" TO CH-OP
                       CALL "AudChain" USING CHAINCALL REFAUDITRECORD
                       IF NOT CH-LINK-OK
                           MOVE REFAUDITRECORD TO ENTRYIMAGE
                           PERFORM DescribeLink
                           PERFORM ReportProblem
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REFAUDITFILE
           END-IF.
           PERFORM CheckTrailHead.
           PERFORM PrintTrailControl.

      *The HEAD check is passed the last record read only because the
      *call needs one; it looks at the walk state alone.
       CheckTrailHead.
           MOVE "HEAD" TO CH-OP.
           CALL "AudChain" USING CHAINCALL AUDITRECORD.
           IF CH-HEAD-MISMATCH
               MOVE "(chain head)" TO CURRENTFILE
               MOVE 0 TO FILELINE
               MOVE SPACES TO ENTRYIMAGE
               MOVE CH-HEADSEQ TO EI-SEQ
               MOVE "ENDS SHORT OF HEAD" TO PROBLEMTEXT
               IF CH-HEADSEQ < CH-LASTSEQ
                   MOVE "RUNS PAST HEAD" TO PROBLEMTEXT
               END-IF
               IF CH-HEADSEQ = CH-LASTSEQ
                   MOVE "LAST ENTRY NOT HEAD" TO PROBLEMTEXT
               END-IF
               PERFORM ReportProblem
           END-IF.

       DescribeLink.
           EVALUATE TRUE
               WHEN CH-BROKEN
                   MOVE "BROKEN LINK" TO PROBLEMTEXT
               WHEN CH-GAP
                   MOVE SPACES TO PROBLEMTEXT
                   STRING "GAP AFTER " DELIMITED BY SIZE
                       PRIORSEQ DELIMITED BY SIZE
                       INTO PROBLEMTEXT
               WHEN CH-OUT-OF-ORDER
                   MOVE "TIME OUT OF ORDER" TO PROBLEMTEXT
               WHEN CH-UNSEALED-ENTRY
                   MOVE "UNSEALED ENTRY" TO PROBLEMTEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO PROBLEMTEXT
           END-EVALUATE.

       ReportProblem.
           ADD 1 TO TRAILPROBLEMS.
           ADD 1 TO TOTALPROBLEMS.
           MOVE SPACES TO STAMPTEXT.
           IF EI-STAMP NOT = SPACES
               STRING EI-STAMP (1:8) " " EI-STAMP (9:6)
                   DELIMITED BY SIZE INTO STAMPTEXT
           END-IF.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
               CURRENTFILE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FILELINE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EI-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STAMPTEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PROBLEMTEXT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF FIRSTPROBLEM = SPACES
               STRING CURRENTFILE DELIMITED BY "  "
                   " line " DELIMITED BY SIZE
                   FILELINE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   PROBLEMTEXT DELIMITED BY SIZE
                   INTO FIRSTPROBLEM
           END-IF.

       PrintTrailControl.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "CHAIN CONTROL : " DELIMITED BY SIZE
               TRAILNAME DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Files walked            : " DELIMITED BY SIZE
               TRAILFILES DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Entries read            : " DELIMITED BY SIZE
               CH-LINES DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Sealed entries          : " DELIMITED BY SIZE
               CH-SEALED DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Entries before the seal : " DELIMITED BY SIZE
               CH-UNSEALED DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Last sequence / head    : " DELIMITED BY SIZE
               CH-LASTSEQ DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               CH-HEADSEQ DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  Exceptions              : " DELIMITED BY SIZE
               TRAILPROBLEMS DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF FIRSTPROBLEM NOT = SPACES
               MOVE SPACES TO RPTLINE
               STRING "  First broken link       : " DELIMITED BY SIZE
                   FIRSTPROBLEM DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
