       IDENTIFICATION DIVISION.
       PROGRAM-ID. VisitRpt.
      *Monthly health office visit summary for the state inspector
      *and the principal: every visit in hlthvis.txt for the month,
      *counted by complaint code, with how many of each went back to
      *class, were sent home, or went out by 911. Codes print in
      *alphabetical order with a total line, followed by a short
      *control section of distinct students seen and the month's
      *medication doses given from medadmin.txt. The month is the
      *current one, or the VISITMONTH environment variable (CCYYMM)
      *to print an earlier month. Printed through the shared
      *PrintRpt routine (code VISITSUM).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VisitFile ASSIGN TO "hlthvis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VisitFileStatus.
           SELECT MedAdminFile ASSIGN TO "medadmin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MedAdminStatus.

       DATA DIVISION.
       FILE SECTION.
       FD VisitFile.
       COPY HLTHVIS.

       FD MedAdminFile.
       COPY MEDADMIN.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  VisitFileStatus PIC XX.
       01  MedAdminStatus PIC XX.
       01  VisitMonth PIC 9(6).
       01  VisitMonthText PIC X(6).
      *One entry per complaint code seen, kept in code order.
       01  CodeTable.
           02 CodeEntry OCCURS 200 TIMES.
               03 CD-CODE PIC X(4).
               03 CD-TOTAL PIC 9(5).
               03 CD-RETURNED PIC 9(5).
               03 CD-HOME PIC 9(5).
               03 CD-EMERGENCY PIC 9(5).
       01  CodeCount PIC 9(3) VALUE 0.
       01  CodeIdx PIC 9(3).
       01  FoundIdx PIC 9(3).
       01  ShiftIdx PIC 9(3).
       01  SeenTable.
           02 SeenID OCCURS 3000 TIMES PIC 9(9).
       01  SeenCount PIC 9(4) VALUE 0.
       01  SeenIdx PIC 9(4).
       01  SeenFlag PIC A.
       01  VisitTotal PIC 9(5) VALUE 0.
       01  ReturnedTotal PIC 9(5) VALUE 0.
       01  HomeTotal PIC 9(5) VALUE 0.
       01  EmergencyTotal PIC 9(5) VALUE 0.
       01  DosesGiven PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "VISITSUM".
       01  RptTitle PIC X(40) VALUE "HEALTH OFFICE VISIT SUMMARY".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE SPACES TO VISITMONTHTEXT.
           ACCEPT VISITMONTHTEXT FROM ENVIRONMENT "VISITMONTH".
           IF VISITMONTHTEXT NOT = SPACES
               COMPUTE VISITMONTH = FUNCTION NUMVAL (VISITMONTHTEXT)
           ELSE
               MOVE 0 TO VISITMONTH
           END-IF.
           IF VISITMONTH = 0
               MOVE FUNCTION CURRENT-DATE (1:6) TO VISITMONTH
           END-IF.
           OPEN INPUT VISITFILE.
           IF VISITFILESTATUS NOT = FS-SUCCESS
               DISPLAY "VisitRpt : no visits on file."
               MOVE RC-WARNING TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ VISITFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N' AND HV-DATE (1:6) = VISITMONTH
                   PERFORM TallyOneVisit
               END-IF
           END-PERFORM.
           CLOSE VISITFILE.
           PERFORM CountDosesGiven.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "VISITS FOR MONTH " DELIMITED BY SIZE
               VISITMONTH DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "CODE    VISITS  TO CLASS  SENT HOME    911" TO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintOneCode
               VARYING CODEIDX FROM 1 BY 1 UNTIL CODEIDX > CODECOUNT.
           MOVE SPACES TO RPTLINE.
           STRING "TOTAL   " DELIMITED BY SIZE
               VISITTOTAL DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               RETURNEDTOTAL DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               HOMETOTAL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EMERGENCYTOTAL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "VisitRpt : " VISITTOTAL " visit(s) in "
               VISITMONTH ".".
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       TallyOneVisit.
           ADD 1 TO VISITTOTAL.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING CODEIDX FROM 1 BY 1
                   UNTIL CODEIDX > CODECOUNT
               IF CD-CODE (CODEIDX) = HV-COMPLAINT
                   MOVE CODEIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0 AND CODECOUNT < 200
               PERFORM InsertCode
           END-IF.
           IF FOUNDIDX > 0
               ADD 1 TO CD-TOTAL (FOUNDIDX)
               EVALUATE TRUE
                   WHEN HV-RETURNED
                       ADD 1 TO CD-RETURNED (FOUNDIDX)
                   WHEN HV-SENT-HOME
                       ADD 1 TO CD-HOME (FOUNDIDX)
                   WHEN HV-EMERGENCY
                       ADD 1 TO CD-EMERGENCY (FOUNDIDX)
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN HV-RETURNED ADD 1 TO RETURNEDTOTAL
               WHEN HV-SENT-HOME ADD 1 TO HOMETOTAL
               WHEN HV-EMERGENCY ADD 1 TO EMERGENCYTOTAL
           END-EVALUATE.
           MOVE 'N' TO SEENFLAG.
           PERFORM VARYING SEENIDX FROM 1 BY 1
                   UNTIL SEENIDX > SEENCOUNT
               IF SEENID (SEENIDX) = HV-IDNUM
                   MOVE 'Y' TO SEENFLAG
               END-IF
           END-PERFORM.
           IF SEENFLAG = 'N' AND SEENCOUNT < 3000
               ADD 1 TO SEENCOUNT
               MOVE HV-IDNUM TO SEENID (SEENCOUNT)
           END-IF.

      *A new code goes in ahead of the first code that sorts after
      *it, shifting the rest up one, so the table stays in order.
       InsertCode.
           MOVE 1 TO FOUNDIDX.
           PERFORM VARYING CODEIDX FROM 1 BY 1
                   UNTIL CODEIDX > CODECOUNT
               IF CD-CODE (CODEIDX) < HV-COMPLAINT
                   COMPUTE FOUNDIDX = CODEIDX + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING SHIFTIDX FROM CODECOUNT BY -1
                   UNTIL SHIFTIDX < FOUNDIDX
               MOVE CODEENTRY (SHIFTIDX) TO CODEENTRY (SHIFTIDX + 1)
           END-PERFORM.
           ADD 1 TO CODECOUNT.
           MOVE HV-COMPLAINT TO CD-CODE (FOUNDIDX).
           MOVE 0 TO CD-TOTAL (FOUNDIDX).
           MOVE 0 TO CD-RETURNED (FOUNDIDX).
           MOVE 0 TO CD-HOME (FOUNDIDX).
           MOVE 0 TO CD-EMERGENCY (FOUNDIDX).

       CountDosesGiven.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT MEDADMINFILE.
           IF MEDADMINSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ MEDADMINFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND MA-DATE (1:6) = VISITMONTH
                       ADD 1 TO DOSESGIVEN
                   END-IF
               END-PERFORM
               CLOSE MEDADMINFILE
           END-IF.

       PrintOneCode.
           MOVE SPACES TO RPTLINE.
           STRING CD-CODE (CODEIDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               CD-TOTAL (CODEIDX) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               CD-RETURNED (CODEIDX) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               CD-HOME (CODEIDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CD-EMERGENCY (CODEIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "VISIT SUMMARY CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "COMPLAINT CODES : " DELIMITED BY SIZE
               CODECOUNT DELIMITED BY SIZE
               "   STUDENTS SEEN : " DELIMITED BY SIZE
               SEENCOUNT DELIMITED BY SIZE
               "   DOSES GIVEN : " DELIMITED BY SIZE
               DOSESGIVEN DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
