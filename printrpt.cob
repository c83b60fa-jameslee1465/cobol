      *  LINE  - write one detail line, breaking pages as needed.
      *  PAGE  - force the next LINE onto a fresh page.
      *  CLOSE - write the end-of-report line and close the file.
      *  OPER  - PR-LINE names the operator running the reports
      *          opened after it (optional; BATCH until set).
      *Totals lines are the caller's own LINEs before CLOSE.
      *Every report closed is logged to the report index
      *(rptidx.txt, see RPTIDX.cpy) - code, title, run date and
      *time, operator, pages, lines and file name - for the RptInq
      *reprint screen and the RptRetn retention job. Registers,
      *journals and the district submission control report are
      *logged for permanent retention.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO DYNAMIC RptFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.
           SELECT ReportIndex ASSIGN TO "rptidx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportIndexStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01  ReportLine PIC X(80).

       FD ReportIndex.
       COPY RPTIDX.

       WORKING-STORAGE SECTION.
       01  ReportFileStatus PIC XX.
       01  RptOpenFlag PIC A VALUE "N".
       01  PageNumShow PIC ZZZ9.
       01  LineCount PIC 9(2) VALUE 99.
       01  RunDate PIC 9(8).
       01  RunTime PIC 9(6).
       01  RptCode PIC X(8).
       01  RptOperID PIC X(10) VALUE "BATCH".
       01  LinesWritten PIC 9(6).
       01  KeepWords PIC 9(2).
       01  ReportIndexStatus PIC XX.
      *56 detail lines plus the four heading lines fill a standard
      *60-line page.
       01  PageBodyLimit CONSTANT AS 56.
               WHEN "LINE" PERFORM WriteDetailLine
               WHEN "PAGE" PERFORM ForcePageBreak
               WHEN "CLOSE" PERFORM CloseReport
               WHEN "OPER" MOVE PR-LINE (1:10) TO RPTOPERID
           END-EVALUATE.
           GOBACK.

       OpenReport.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNDATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNTIME.
           MOVE SPACES TO RPTFILEPATH.
           STRING "rpt" DELIMITED BY SIZE
               PR-CODE DELIMITED BY SPACE
           ELSE
               MOVE 'Y' TO RPTOPENFLAG
               MOVE PR-TITLE TO RPTTITLE
               MOVE PR-CODE TO RPTCODE
               MOVE 0 TO LINESWRITTEN
               MOVE 'N' TO HAVECOLHEAD
               MOVE 0 TO PAGENUM
               MOVE 99 TO LINECOUNT
               MOVE PR-LINE TO REPORTLINE
               WRITE REPORTLINE
               ADD 1 TO LINECOUNT
               ADD 1 TO LINESWRITTEN
           END-IF.

       ForcePageBreak.
               CLOSE REPORTFILE
               MOVE 'N' TO RPTOPENFLAG
               DISPLAY "Report written to " RPTFILEPATH
               PERFORM LogReport
           END-IF.

      *A report nobody can find again is a report reprinted from
      *memory : log it. An index that can't be written costs the
      *index line, never the report.
       LogReport.
           OPEN EXTEND REPORTINDEX.
           IF REPORTINDEXSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT REPORTINDEX
           END-IF.
           IF REPORTINDEXSTATUS NOT = FS-SUCCESS
               DISPLAY "Report index : " MSG-CANT-OPEN
                   REPORTINDEXSTATUS
           ELSE
               MOVE SPACES TO REPORTINDEXRECORD
               MOVE RPTCODE TO RI-CODE
               MOVE RPTTITLE TO RI-TITLE
               MOVE RUNDATE TO RI-RUNDATE
               MOVE RUNTIME TO RI-RUNTIME
               MOVE RPTOPERID TO RI-OPERID
               MOVE PAGENUM TO RI-PAGES
               MOVE LINESWRITTEN TO RI-LINES
               MOVE RPTFILEPATH TO RI-FILE
               MOVE 0 TO KEEPWORDS
               INSPECT RPTTITLE TALLYING KEEPWORDS
                   FOR ALL "REGISTER" ALL "JOURNAL"
               IF KEEPWORDS > 0 OR RPTCODE = "DISTRICT"
                   SET RI-PERMANENT TO TRUE
               END-IF
               SET RI-ON-FILE TO TRUE
               MOVE 0 TO RI-DELDATE
               WRITE REPORTINDEXRECORD
               CLOSE REPORTINDEX
           END-IF.
