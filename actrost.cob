       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActRost.
      *Sponsor rosters for clubs and field trips: one page per
      *activity in activity.txt, grouped by sponsor teacher so each
      *sponsor's pages come off the printer together, listing every
      *participant from actpart.txt with grade and the permission
      *slip status - a missing slip prints ** NO PERMISSION SLIP **
      *so the sponsor knows who may not board the bus - followed by
      *every emergency contact for the student from contact.txt,
      *name, relation and phone, for the sponsor to carry on the
      *trip. Trips already past are left out; clubs always print.
      *The cut-off is today, or the ROSTDATE environment variable
      *(CCYYMMDD). The closing control section counts participants
      *and missing slips. Printed through the shared PrintRpt
      *routine (code ACTROST).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT TeacherFile ASSIGN TO "teacher.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TeacherFileStatus.
           SELECT ActivityFile ASSIGN TO "activity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActivityStatus.
           SELECT ActPartFile ASSIGN TO "actpart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActPartStatus.
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD TeacherFile.
       COPY TEACHER.

       FD ActivityFile.
       COPY ACTIVITY.

       FD ActPartFile.
       COPY ACTPART.

       FD ContactFile.
       COPY CONTACT.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  ScanAtEnd PIC A.
       01  StudentFileStatus PIC XX.
       01  TeacherFileStatus PIC XX.
       01  ActivityStatus PIC XX.
       01  ActPartStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  RostDate PIC 9(8).
       01  RostDateText PIC X(8).
       01  TeacherTable.
           02 TeacherEntry OCCURS 100 TIMES.
               03 TT-ID PIC 9(4).
               03 TT-NAME PIC X(20).
       01  TeacherCount PIC 9(3) VALUE 0.
       01  TeacherIdx PIC 9(3).
       01  SponsorName PIC X(20).
      *Activities to print, kept in sponsor order as they load.
       01  ActTable.
           02 ActEntry OCCURS 300 TIMES.
               03 AV-ACTID PIC 9(4).
               03 AV-KIND PIC X.
               03 AV-NAME PIC X(24).
               03 AV-SPONSOR PIC 9(4).
               03 AV-DATE PIC 9(8).
               03 AV-FEE PIC 9(3)V99.
       01  ActCount PIC 9(3) VALUE 0.
       01  ActIdx PIC 9(3).
       01  InsertIdx PIC 9(3).
       01  ShiftIdx PIC 9(3).
       01  ActParts PIC 9(4).
       01  ActMissing PIC 9(4).
       01  ContactCount PIC 9(2).
       01  PartTotal PIC 9(5) VALUE 0.
       01  MissingTotal PIC 9(5) VALUE 0.
       01  PagesPrinted PIC 9(3) VALUE 0.
       01  StudName PIC X(21).
       01  FeeShow PIC ZZ9.99.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "ACTROST".
       01  RptTitle PIC X(40) VALUE "ACTIVITY AND FIELD TRIP ROSTERS".
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
           MOVE SPACES TO ROSTDATETEXT.
           ACCEPT ROSTDATETEXT FROM ENVIRONMENT "ROSTDATE".
           IF ROSTDATETEXT NOT = SPACES
               COMPUTE ROSTDATE = FUNCTION NUMVAL (ROSTDATETEXT)
           ELSE
               MOVE 0 TO ROSTDATE
           END-IF.
           IF ROSTDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO ROSTDATE
           END-IF.
           PERFORM LoadTeachers.
           PERFORM LoadActivities.
           IF ACTCOUNT = 0
               DISPLAY "ActRost : no activities to print."
               GOBACK
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "ActRost : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintOneActivity
               VARYING ACTIDX FROM 1 BY 1 UNTIL ACTIDX > ACTCOUNT.
           CLOSE STUDENTFILE.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "ROSTER CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "ACTIVITIES : " DELIMITED BY SIZE
               ACTCOUNT DELIMITED BY SIZE
               "   PARTICIPANTS : " DELIMITED BY SIZE
               PARTTOTAL DELIMITED BY SIZE
               "   SLIPS MISSING : " DELIMITED BY SIZE
               MISSINGTOTAL DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "ActRost : " ACTCOUNT " roster(s), "
               MISSINGTOTAL " permission slip(s) missing.".
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadTeachers.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TEACHERFILE.
           IF TEACHERFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TEACHERFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TEACHERCOUNT < 100
                       ADD 1 TO TEACHERCOUNT
                       MOVE TE-ID TO TT-ID (TEACHERCOUNT)
                       MOVE TE-NAME TO TT-NAME (TEACHERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE TEACHERFILE
           END-IF.

       LoadActivities.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ACTIVITYFILE.
           IF ACTIVITYSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ACTIVITYFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ACTCOUNT < 300
                       IF AC-CLUB OR AC-DATE >= ROSTDATE
                           PERFORM InsertActivity
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ACTIVITYFILE
           END-IF.

      *A new activity goes in after the last one with the same or
      *a lower sponsor ID, shifting the rest up one, so each
      *sponsor's activities sit together in file order.
       InsertActivity.
           MOVE 1 TO INSERTIDX.
           PERFORM VARYING ACTIDX FROM 1 BY 1
                   UNTIL ACTIDX > ACTCOUNT
               IF AV-SPONSOR (ACTIDX) <= AC-SPONSOR
                   COMPUTE INSERTIDX = ACTIDX + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING SHIFTIDX FROM ACTCOUNT BY -1
                   UNTIL SHIFTIDX < INSERTIDX
               MOVE ACTENTRY (SHIFTIDX) TO ACTENTRY (SHIFTIDX + 1)
           END-PERFORM.
           ADD 1 TO ACTCOUNT.
           MOVE ACTIVITYRECORD TO ACTENTRY (INSERTIDX).

       PrintOneActivity.
           IF PAGESPRINTED > 0
               MOVE "PAGE" TO RPTOP
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
           END-IF.
           ADD 1 TO PAGESPRINTED.
           MOVE 0 TO ACTPARTS.
           MOVE 0 TO ACTMISSING.
           MOVE SPACES TO SPONSORNAME.
           PERFORM VARYING TEACHERIDX FROM 1 BY 1
                   UNTIL TEACHERIDX > TEACHERCOUNT
               IF TT-ID (TEACHERIDX) = AV-SPONSOR (ACTIDX)
                   MOVE TT-NAME (TEACHERIDX) TO SPONSORNAME
               END-IF
           END-PERFORM.
           IF SPONSORNAME = SPACES
               MOVE "(NOT ON TEACHER FILE)" TO SPONSORNAME
           END-IF.
           MOVE SPACES TO RPTLINE.
           STRING "SPONSOR " DELIMITED BY SIZE
               AV-SPONSOR (ACTIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SPONSORNAME DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE AV-FEE (ACTIDX) TO FEESHOW.
           MOVE SPACES TO RPTLINE.
           IF AV-KIND (ACTIDX) = 'T'
               STRING "FIELD TRIP " DELIMITED BY SIZE
                   AV-ACTID (ACTIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AV-NAME (ACTIDX) DELIMITED BY SIZE
                   "  ON " DELIMITED BY SIZE
                   AV-DATE (ACTIDX) DELIMITED BY SIZE
                   "  FEE " DELIMITED BY SIZE
                   FEESHOW DELIMITED BY SIZE
                   INTO RPTLINE
           ELSE
               STRING "CLUB " DELIMITED BY SIZE
                   AV-ACTID (ACTIDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AV-NAME (ACTIDX) DELIMITED BY SIZE
                   "  FEE " DELIMITED BY SIZE
                   FEESHOW DELIMITED BY SIZE
                   INTO RPTLINE
           END-IF.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ACTPARTFILE.
           IF ACTPARTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ACTPARTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                           AND AP-ACTID = AV-ACTID (ACTIDX)
                       PERFORM PrintOneParticipant
                   END-IF
               END-PERFORM
               CLOSE ACTPARTFILE
           END-IF.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "PARTICIPANTS : " DELIMITED BY SIZE
               ACTPARTS DELIMITED BY SIZE
               "   PERMISSION SLIPS MISSING : " DELIMITED BY SIZE
               ACTMISSING DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       PrintOneParticipant.
           ADD 1 TO ACTPARTS.
           ADD 1 TO PARTTOTAL.
           MOVE AP-IDNUM TO IDNUM.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO STUDNAME
                   MOVE 0 TO GRADELEVEL
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.
           MOVE SPACES TO RPTLINE.
           STRING AP-IDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STUDNAME DELIMITED BY SIZE
               " GR " DELIMITED BY SIZE
               GRADELEVEL DELIMITED BY SIZE
               INTO RPTLINE.
           IF AP-SLIP-RECEIVED
               MOVE "SLIP IN" TO RPTLINE (40:7)
           ELSE
               MOVE "** NO PERMISSION SLIP **" TO RPTLINE (40:24)
               ADD 1 TO ACTMISSING
               ADD 1 TO MISSINGTOTAL
           END-IF.
           PERFORM EmitLine.
           PERFORM PrintContacts.

       PrintContacts.
           MOVE 0 TO CONTACTCOUNT.
           MOVE 'N' TO SCANATEND.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL SCANATEND = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO SCANATEND
                   END-READ
                   IF SCANATEND = 'N' AND CT-IDNUM = AP-IDNUM
                       ADD 1 TO CONTACTCOUNT
                       MOVE SPACES TO RPTLINE
                       STRING "      EMERGENCY " DELIMITED BY SIZE
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
           IF CONTACTCOUNT = 0
               MOVE "      ** NO EMERGENCY CONTACT ON FILE **"
                   TO RPTLINE
               PERFORM EmitLine
           END-IF.
