       IDENTIFICATION DIVISION.
       PROGRAM-ID. MissDose.
      *Missed-dose list for the health office: every scheduled time
      *of every medication order in force on the day (medorder.txt)
      *with no dose logged against it in medadmin.txt, one line per
      *missed time with the student, drug and dose, so the nurse can
      *call the family or chase the student down before the end of
      *the day instead of finding the gap in the notebook a week
      *later. Only Active students are listed. A student with a
      *daily absence in attlog.txt for the day is still listed but
      *marked ABSENT, since that miss needs no follow-up. Orders in
      *force with no guardian authorization on file cannot be given
      *at all and are counted on the control section. As-needed
      *orders have no schedule and never show as missed. The day is
      *today, or the MISSDATE environment variable (CCYYMMDD) to
      *rerun an earlier day. Printed through the shared PrintRpt
      *routine (code MISSDOSE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT MedOrderFile ASSIGN TO "medorder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MedOrderStatus.
           SELECT MedAdminFile ASSIGN TO "medadmin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MedAdminStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD MedOrderFile.
       COPY MEDORDER.

       FD MedAdminFile.
       COPY MEDADMIN.

       FD AttendFile.
       COPY ATTLOG.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  MedOrderStatus PIC XX.
       01  MedAdminStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  MissDate PIC 9(8).
       01  MissDateText PIC X(8).
      *Doses logged on the day, by order and scheduled time.
       01  GivenTable.
           02 GivenEntry OCCURS 2000 TIMES.
               03 GV-ORDERNO PIC 9(4).
               03 GV-SLOT PIC 9(4).
       01  GivenCount PIC 9(4) VALUE 0.
       01  GivenIdx PIC 9(4).
       01  AbsentTable.
           02 AbsentID OCCURS 3000 TIMES PIC 9(9).
       01  AbsentCount PIC 9(4) VALUE 0.
       01  AbsentIdx PIC 9(4).
       01  SlotIdx PIC 9.
       01  DoseGiven PIC A.
       01  StudAbsent PIC A.
       01  StudName PIC X(21).
       01  OrdersInForce PIC 9(5) VALUE 0.
       01  NoAuthCount PIC 9(5) VALUE 0.
       01  DosesDue PIC 9(5) VALUE 0.
       01  MissedCount PIC 9(5) VALUE 0.
       01  AbsentMissed PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "MISSDOSE".
       01  RptTitle PIC X(40) VALUE "MISSED MEDICATION DOSES".
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
           MOVE SPACES TO MISSDATETEXT.
           ACCEPT MISSDATETEXT FROM ENVIRONMENT "MISSDATE".
           IF MISSDATETEXT NOT = SPACES
               COMPUTE MISSDATE = FUNCTION NUMVAL (MISSDATETEXT)
           ELSE
               MOVE 0 TO MISSDATE
           END-IF.
           IF MISSDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO MISSDATE
           END-IF.
           PERFORM LoadDosesGiven.
           PERFORM LoadAbsences.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "MissDose : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "DOSES SCHEDULED AND NOT GIVEN ON " DELIMITED BY SIZE
               MISSDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT MEDORDERFILE.
           IF MEDORDERSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ MEDORDERFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                           AND MO-STARTDATE <= MISSDATE
                           AND (MO-ENDDATE = 0
                               OR MO-ENDDATE >= MISSDATE)
                           AND MO-DOSETIME (1) > 0
                       PERFORM CheckOneOrder
                   END-IF
               END-PERFORM
               CLOSE MEDORDERFILE
           END-IF.
           CLOSE STUDENTFILE.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "MissDose : " MISSEDCOUNT " missed dose(s) on "
               MISSDATE ".".
           IF MISSEDCOUNT > ABSENTMISSED OR NOAUTHCOUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadDosesGiven.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT MEDADMINFILE.
           IF MEDADMINSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ MEDADMINFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND MA-DATE = MISSDATE
                           AND GIVENCOUNT < 2000
                       ADD 1 TO GIVENCOUNT
                       MOVE MA-ORDERNO TO GV-ORDERNO (GIVENCOUNT)
                       MOVE MA-SLOT TO GV-SLOT (GIVENCOUNT)
                   END-IF
               END-PERFORM
               CLOSE MEDADMINFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadAbsences.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ATTENDFILE.
           IF ATTENDFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ATTENDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AT-DATE = MISSDATE
                           AND AT-ABSENT AND ABSENTCOUNT < 3000
                       ADD 1 TO ABSENTCOUNT
                       MOVE AT-IDNUM TO ABSENTID (ABSENTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ATTENDFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

      *Only Active students are checked; an order left open after
      *a student leaves is the nurse's to end, not a missed dose.
       CheckOneOrder.
           MOVE MO-IDNUM TO IDNUM.
           MOVE SPACES TO STUDNAME.
           READ STUDENTFILE
               INVALID KEY
                   MOVE SPACE TO ENROLLSTATUS
               NOT INVALID KEY
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.
           IF ACTIVE
               ADD 1 TO ORDERSINFORCE
               IF NOT MO-AUTH-ON-FILE
                   ADD 1 TO NOAUTHCOUNT
               ELSE
                   MOVE 'N' TO STUDABSENT
                   PERFORM VARYING ABSENTIDX FROM 1 BY 1
                           UNTIL ABSENTIDX > ABSENTCOUNT
                       IF ABSENTID (ABSENTIDX) = MO-IDNUM
                           MOVE 'Y' TO STUDABSENT
                       END-IF
                   END-PERFORM
                   PERFORM CheckOneSlot
                       VARYING SLOTIDX FROM 1 BY 1 UNTIL SLOTIDX > 4
               END-IF
           END-IF.

       CheckOneSlot.
           IF MO-DOSETIME (SLOTIDX) > 0
               ADD 1 TO DOSESDUE
               MOVE 'N' TO DOSEGIVEN
               PERFORM VARYING GIVENIDX FROM 1 BY 1
                       UNTIL GIVENIDX > GIVENCOUNT
                   IF GV-ORDERNO (GIVENIDX) = MO-ORDERNO
                           AND GV-SLOT (GIVENIDX)
                               = MO-DOSETIME (SLOTIDX)
                       MOVE 'Y' TO DOSEGIVEN
                   END-IF
               END-PERFORM
               IF DOSEGIVEN = 'N'
                   PERFORM PrintOneMiss
               END-IF
           END-IF.

       PrintOneMiss.
           ADD 1 TO MISSEDCOUNT.
           MOVE SPACES TO RPTLINE.
           STRING MO-DOSETIME (SLOTIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MO-IDNUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STUDNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MO-DRUG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MO-DOSE DELIMITED BY SIZE
               INTO RPTLINE.
           IF STUDABSENT = 'Y'
               ADD 1 TO ABSENTMISSED
               MOVE "ABSENT" TO RPTLINE (75:6)
           END-IF.
           PERFORM EmitLine.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "MISSED DOSE CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "ORDERS IN FORCE : " DELIMITED BY SIZE
               ORDERSINFORCE DELIMITED BY SIZE
               "   NO AUTHORIZATION ON FILE : " DELIMITED BY SIZE
               NOAUTHCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "DOSES SCHEDULED : " DELIMITED BY SIZE
               DOSESDUE DELIMITED BY SIZE
               "   MISSED : " DELIMITED BY SIZE
               MISSEDCOUNT DELIMITED BY SIZE
               "   STUDENT ABSENT : " DELIMITED BY SIZE
               ABSENTMISSED DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
