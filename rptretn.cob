       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptRetn.
      *Nightly report retention : deletes the report files PrintRpt
      *filed that have outlived their report's retention period, so
      *the report directory holds what someone may still ask for and
      *not every run since the system went in.
      *Periods come from rptret.txt (see RPTRET.cpy), one line per
      *report code; a code not listed is kept a year. A report is
      *never deleted when its index entry is marked permanent -
      *PrintRpt marks every register and journal and the district
      *submission control report, and a supervisor can mark any
      *other in RptInq - or when its code is listed as permanent.
      *Age is counted from the run date on the index entry. Only
      *the latest index entry for a file decides : an earlier run
      *the same day was replaced by it and has nothing of its own
      *left on disk.
      *Deleted files stay in the index, marked deleted with the
      *date, so RptInq can still say what ran and when it went;
      *every file deleted is listed on the RPTRETN report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetentionFile ASSIGN TO "rptret.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RetentionStatus.
           SELECT ReportIndex ASSIGN TO "rptidx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.
           SELECT ReportIndexWork ASSIGN TO "rptidx.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexWorkStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RetentionFile.
       COPY RPTRET.

       FD ReportIndex.
       COPY RPTIDX.

       FD ReportIndexWork.
       01  ReportIndexWorkRecord PIC X(132).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  RetentionStatus PIC XX.
       01  ReportIndexStatus PIC XX.
       01  ReportIndexWorkStatus PIC XX.
       01  Today PIC 9(8).
       01  TodayDays PIC 9(7).
       01  RunDays PIC 9(7).
       01  KeepDays PIC 9(4).
       01  KeepForever PIC A.
       01  IndexSeq PIC 9(6).
       01  DefaultKeepDays CONSTANT AS 365.
      *Retention periods by report code.
       01  RetainTable.
           02 RetainEntry OCCURS 200 TIMES.
               03 RT-CODE PIC X(8).
               03 RT-DAYS PIC 9(4).
               03 RT-PERMANENT PIC X.
       01  RetainCount PIC 9(3) VALUE 0.
       01  RetainIdx PIC 9(3).
      *Index entries past retention, then only those still the
      *latest for their file, then the files actually deleted.
       01  ExpiredTable.
           02 ExpiredEntry OCCURS 2000 TIMES.
               03 EX-SEQ PIC 9(6).
               03 EX-CODE PIC X(8).
               03 EX-RUNDATE PIC 9(8).
               03 EX-FILE PIC X(40).
               03 EX-LATEST PIC A.
               03 EX-DELETED PIC A.
       01  ExpiredCount PIC 9(4) VALUE 0.
       01  ExpiredIdx PIC 9(4).
       01  TableFull PIC A VALUE "N".
       01  DeleteCount PIC 9(5) VALUE 0.
       01  FailCount PIC 9(5) VALUE 0.
       01  PermanentCount PIC 9(5) VALUE 0.
       01  DeletePath PIC X(40).
       01  FileDetails PIC X(16).
       01  DeleteRC PIC S9(9) BINARY.
       01  CountShow PIC ZZ,ZZ9.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "RPTRETN".
       01  RptTitle PIC X(40) VALUE "REPORT FILE RETENTION".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY.
           COMPUTE TODAYDAYS = FUNCTION INTEGER-OF-DATE (TODAY).
           PERFORM LoadRetention.
           PERFORM FindExpired.
           IF REPORTINDEXSTATUS NOT = FS-SUCCESS
               DISPLAY "RptRetn : no report index - nothing to do."
               GOBACK
           END-IF.
           IF EXPIREDCOUNT > 0
               PERFORM DropReplaced
               PERFORM DeleteOneFile
                   VARYING EXPIREDIDX FROM 1 BY 1
                   UNTIL EXPIREDIDX > EXPIREDCOUNT
           END-IF.
           IF DELETECOUNT > 0
               PERFORM MarkIndexDeleted
           END-IF.
           PERFORM PrintRetention.
           DISPLAY "RptRetn : " DELETECOUNT " report file(s) deleted, "
               PERMANENTCOUNT " kept permanently.".
           IF FAILCOUNT > 0
               DISPLAY "RptRetn : " FAILCOUNT " file(s) could not be "
                   "deleted."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           IF TABLEFULL = 'Y'
               DISPLAY "RptRetn : more than 2000 expired reports - "
                   "the rest go tomorrow night."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       LoadRetention.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT RETENTIONFILE.
           IF RETENTIONSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ RETENTIONFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           IF RETAINCOUNT < 200 AND RR-CODE NOT = SPACES
                               ADD 1 TO RETAINCOUNT
                               MOVE RR-CODE TO RT-CODE (RETAINCOUNT)
                               IF RR-DAYS IS NUMERIC
                                   MOVE RR-DAYS TO RT-DAYS (RETAINCOUNT)
                               ELSE
                                   MOVE DEFAULTKEEPDAYS
                                       TO RT-DAYS (RETAINCOUNT)
                               END-IF
                               MOVE RR-PERMANENT
                                   TO RT-PERMANENT (RETAINCOUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTIONFILE
           ELSE
               DISPLAY "RptRetn : no rptret.txt - every report kept "
                   DEFAULTKEEPDAYS " days."
           END-IF.

       FindExpired.
           MOVE 0 TO INDEXSEQ.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT REPORTINDEX.
           IF REPORTINDEXSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ REPORTINDEX
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           ADD 1 TO INDEXSEQ
                           IF RI-ON-FILE
                               PERFORM CheckOneEntry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORTINDEX
           END-IF.

       CheckOneEntry.
           MOVE DEFAULTKEEPDAYS TO KEEPDAYS.
           MOVE 'N' TO KEEPFOREVER.
           IF RI-PERMANENT
               MOVE 'Y' TO KEEPFOREVER
           END-IF.
           PERFORM VARYING RETAINIDX FROM 1 BY 1
                   UNTIL RETAINIDX > RETAINCOUNT
               IF RT-CODE (RETAINIDX) = RI-CODE
                   MOVE RT-DAYS (RETAINIDX) TO KEEPDAYS
                   IF RT-PERMANENT (RETAINIDX) = 'Y'
                       MOVE 'Y' TO KEEPFOREVER
                   END-IF
               END-IF
           END-PERFORM.
           IF KEEPFOREVER = 'Y'
               ADD 1 TO PERMANENTCOUNT
           ELSE
               IF RI-RUNDATE IS NUMERIC AND RI-RUNDATE > 0
                   COMPUTE RUNDAYS =
                       FUNCTION INTEGER-OF-DATE (RI-RUNDATE)
                   IF TODAYDAYS - RUNDAYS > KEEPDAYS
                       PERFORM AddExpired
                   END-IF
               END-IF
           END-IF.

       AddExpired.
           IF EXPIREDCOUNT >= 2000
               MOVE 'Y' TO TABLEFULL
           ELSE
               ADD 1 TO EXPIREDCOUNT
               MOVE INDEXSEQ TO EX-SEQ (EXPIREDCOUNT)
               MOVE RI-CODE TO EX-CODE (EXPIREDCOUNT)
               MOVE RI-RUNDATE TO EX-RUNDATE (EXPIREDCOUNT)
               MOVE RI-FILE TO EX-FILE (EXPIREDCOUNT)
               MOVE 'Y' TO EX-LATEST (EXPIREDCOUNT)
               MOVE 'N' TO EX-DELETED (EXPIREDCOUNT)
           END-IF.

      *A later entry for the same file - whatever its own retention
      *says - means the expired one is not what is on disk now.
       DropReplaced.
           MOVE 0 TO INDEXSEQ.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT REPORTINDEX.
           IF REPORTINDEXSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ REPORTINDEX
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           ADD 1 TO INDEXSEQ
                           PERFORM VARYING EXPIREDIDX FROM 1 BY 1
                                   UNTIL EXPIREDIDX > EXPIREDCOUNT
                               IF EX-SEQ (EXPIREDIDX) < INDEXSEQ
                                   AND EX-FILE (EXPIREDIDX) = RI-FILE
                                   MOVE 'N' TO EX-LATEST (EXPIREDIDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE REPORTINDEX
           END-IF.

      *A file already gone counts as deleted - the index just
      *hadn't been told.
       DeleteOneFile.
           IF EX-LATEST (EXPIREDIDX) = 'Y'
               MOVE EX-FILE (EXPIREDIDX) TO DELETEPATH
               CALL "CBL_DELETE_FILE" USING DELETEPATH
                   RETURNING DELETERC
               END-CALL
               IF DELETERC = 0
                   MOVE 'Y' TO EX-DELETED (EXPIREDIDX)
                   ADD 1 TO DELETECOUNT
               ELSE
                   PERFORM CheckFileGone
               END-IF
           END-IF.

       CheckFileGone.
           CALL "CBL_CHECK_FILE_EXIST" USING DELETEPATH
               FILEDETAILS
               RETURNING DELETERC
           END-CALL.
           IF DELETERC NOT = 0
               MOVE 'Y' TO EX-DELETED (EXPIREDIDX)
               ADD 1 TO DELETECOUNT
           ELSE
               ADD 1 TO FAILCOUNT
               DISPLAY "RptRetn : could not delete "
                   EX-FILE (EXPIREDIDX)
           END-IF.

      *Every on-file entry naming a deleted file - the expired one
      *and any earlier run it replaced - is marked deleted today.
       MarkIndexDeleted.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT REPORTINDEX.
           OPEN OUTPUT REPORTINDEXWORK.
           IF REPORTINDEXSTATUS NOT = FS-SUCCESS
                   OR REPORTINDEXWORKSTATUS NOT = FS-SUCCESS
               DISPLAY "RptRetn : " MSG-CANT-OPEN REPORTINDEXSTATUS
                   " " REPORTINDEXWORKSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ REPORTINDEX
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END
                           IF RI-ON-FILE
                               PERFORM MarkOneIfDeleted
                           END-IF
                           MOVE REPORTINDEXRECORD
                               TO REPORTINDEXWORKRECORD
                           WRITE REPORTINDEXWORKRECORD
                   END-READ
               END-PERFORM
               CLOSE REPORTINDEX
               CLOSE REPORTINDEXWORK
               PERFORM CopyWorkToIndex
           END-IF.

       MarkOneIfDeleted.
           PERFORM VARYING EXPIREDIDX FROM 1 BY 1
                   UNTIL EXPIREDIDX > EXPIREDCOUNT
               IF EX-DELETED (EXPIREDIDX) = 'Y'
                       AND EX-FILE (EXPIREDIDX) = RI-FILE
                   SET RI-DELETED TO TRUE
                   MOVE TODAY TO RI-DELDATE
               END-IF
           END-PERFORM.

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

       PrintRetention.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "HEAD" TO RPTOP.
           MOVE "CODE     RUN DATE  FILE DELETED" TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "LINE" TO RPTOP.
           PERFORM PrintOneDeleted
               VARYING EXPIREDIDX FROM 1 BY 1
               UNTIL EXPIREDIDX > EXPIREDCOUNT.
           IF DELETECOUNT = 0
               MOVE "  (no report files past retention)" TO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           MOVE SPACES TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE DELETECOUNT TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "FILES DELETED           : " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE PERMANENTCOUNT TO COUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "KEPT FOR PERMANENT      : " DELIMITED BY SIZE
               COUNTSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           IF FAILCOUNT > 0
               MOVE FAILCOUNT TO COUNTSHOW
               MOVE SPACES TO RPTLINE
               STRING "COULD NOT BE DELETED    : " DELIMITED BY SIZE
                   COUNTSHOW DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintOneDeleted.
           IF EX-DELETED (EXPIREDIDX) = 'Y'
               MOVE SPACES TO RPTLINE
               STRING EX-CODE (EXPIREDIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-RUNDATE (EXPIREDIDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   EX-FILE (EXPIREDIDX) DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
