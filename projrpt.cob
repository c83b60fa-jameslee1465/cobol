      *used print on the report. Next year's incoming grade-0
      *class is assumed equal to this year's, the one number no
      *file can know.
      *The projected count per grade is also written to
      *projseat.txt, replaced on every run, so the admissions
      *summary (AdmRpt) can weigh applicants against the seats the
      *returning students will take.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatHistFile ASSIGN TO "stathist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatHistStatus.
           SELECT ProjSeatFile ASSIGN TO "projseat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProjSeatStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StatHistFile.
       COPY STATHIST.

       FD ProjSeatFile.
       COPY PROJSEAT.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  StatHistStatus PIC XX.
       01  ProjSeatStatus PIC XX.
      *Slots 1-13 are grades 0-12.
       01  GradeCounts.
           02 GradeCount OCCURS 13 TIMES PIC 9(5).
           END-IF.
           PERFORM ComputeHistoryRates.
           PERFORM ProjectGrades.
           PERFORM SaveProjectedSeats.
           PERFORM PrintProjection.
           DISPLAY "Projected enrollment next year : " PROJTOTAL
               " (from " ACTIVETOTAL " Active now).".
               ADD PROJCOUNT (GRADEIDX) TO PROJTOTAL
           END-PERFORM.

      *Slot g is grade g-1, as on the report.
       SaveProjectedSeats.
           OPEN OUTPUT PROJSEATFILE.
           IF PROJSEATSTATUS NOT = FS-SUCCESS
               DISPLAY "ProjRpt : " MSG-CANT-OPEN PROJSEATSTATUS
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               PERFORM VARYING GRADEIDX FROM 1 BY 1
                       UNTIL GRADEIDX > 13
                   COMPUTE PS-GRADE = GRADEIDX - 1
                   MOVE PROJCOUNT (GRADEIDX) TO PS-PROJECTED
                   MOVE FUNCTION CURRENT-DATE (1:8) TO PS-RUNDATE
                   WRITE PROJSEATRECORD
               END-PERFORM
               CLOSE PROJSEATFILE
           END-IF.

       PrintProjection.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
               "        " DELIMITED BY SIZE
               PROJTOTAL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE WITHDRAWRATE TO RATESHOW.
           MOVE SPACES TO RPTLINE.
           STRING "WITHDRAWAL RATE PER YEAR : " DELIMITED BY SIZE
               SPANYEARS DELIMITED BY SIZE
               " YEAR(S))" DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE REENTRYRATE TO RATESHOW.
           MOVE SPACES TO RPTLINE.
           STRING "RE-ENTRY RATE PER YEAR   : " DELIMITED BY SIZE
               REENTRYCOUNT DELIMITED BY SIZE
               " TRANSITION(S))" DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE "INCOMING GRADE 0 ASSUMED EQUAL TO THIS YEAR'S."
               TO RPTLINE.
           PERFORM EmitLine.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

               "        " DELIMITED BY SIZE
               PROJCOUNT (GRADEIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
