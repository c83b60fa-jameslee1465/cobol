       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignRpt.
      *Daily early dismissal log for the principal: every release
      *SignOut recorded in signout.txt for the day, in the order
      *the students left, with the time, student, adult, reason,
      *the operator at the desk and the attendance mark written.
      *A release made over a refusal - the adult was not an
      *authorized pickup contact - is set off with an OVERRIDE line
      *naming the supervisor who allowed it, and the overrides are
      *counted again on the closing control section so none is
      *missed. The day is today, or the SIGNDATE environment
      *variable (CCYYMMDD) to review an earlier day. Printed through
      *the shared PrintRpt routine (code SIGNOUT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT SignOutFile ASSIGN TO "signout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SignOutStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD SignOutFile.
       COPY SIGNOUT.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  SignOutStatus PIC XX.
       01  SignDate PIC 9(8).
       01  SignDateText PIC X(8).
       01  StudName PIC X(21).
       01  ReleasedCount PIC 9(4) VALUE 0.
       01  OverrideCount PIC 9(4) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "SIGNOUT".
       01  RptTitle PIC X(40) VALUE "EARLY DISMISSAL SIGN-OUT LOG".
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
           MOVE SPACES TO SIGNDATETEXT.
           ACCEPT SIGNDATETEXT FROM ENVIRONMENT "SIGNDATE".
           IF SIGNDATETEXT NOT = SPACES
               COMPUTE SIGNDATE = FUNCTION NUMVAL (SIGNDATETEXT)
           ELSE
               MOVE 0 TO SIGNDATE
           END-IF.
           IF SIGNDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO SIGNDATE
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "SignRpt : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "RELEASES ON " DELIMITED BY SIZE
               SIGNDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           OPEN INPUT SIGNOUTFILE.
           IF SIGNOUTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ SIGNOUTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND SO-DATE = SIGNDATE
                       PERFORM PrintOneRelease
                   END-IF
               END-PERFORM
               CLOSE SIGNOUTFILE
           END-IF.
           CLOSE STUDENTFILE.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "SIGN-OUT CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "RELEASED : " DELIMITED BY SIZE
               RELEASEDCOUNT DELIMITED BY SIZE
               "   OVERRIDDEN REFUSALS : " DELIMITED BY SIZE
               OVERRIDECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "SignRpt : " RELEASEDCOUNT " release(s), "
               OVERRIDECOUNT " override(s) on " SIGNDATE ".".
           IF OVERRIDECOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       PrintOneRelease.
           ADD 1 TO RELEASEDCOUNT.
           MOVE SO-IDNUM TO IDNUM.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO STUDNAME
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.
           MOVE SPACES TO RPTLINE.
           STRING SO-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-IDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STUDNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-ADULT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-MARK DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "     REASON " DELIMITED BY SIZE
               SO-REASON DELIMITED BY SIZE
               "  DESK " DELIMITED BY SIZE
               SO-OPERID DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF SO-WAS-OVERRIDDEN
               ADD 1 TO OVERRIDECOUNT
               MOVE SPACES TO RPTLINE
               STRING "     *** OVERRIDE - NOT AN AUTHORIZED PICKUP, "
                   DELIMITED BY SIZE
                   "RELEASED BY " DELIMITED BY SIZE
                   SO-APPROVER DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.
