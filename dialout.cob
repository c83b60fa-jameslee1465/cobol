       IDENTIFICATION DIVISION.
       PROGRAM-ID. DialOut.
      *Same-day absence call feed for the automated dialer, run
      *after the morning attendance cutoff: every student with an
      *AT-ABSENT line in attlog.txt for the day gets one outbound
      *call per guardian phone in contact.txt, so parents hear the
      *same morning instead of waiting for the office to work down
      *the list by hand. Students whose discipline suspension
      *(DI-SUSPFROM through DI-SUSPTO) covers the date are skipped -
      *the family already knows, and Discip wrote those absences
      *itself. A student no longer Active is skipped as well.
      *Students with no phone on file can't be dialed and are
      *listed on the control report for a hand call. The outbound
      *file dialout.txt is rebuilt on every run (layout in
      *DIALOUT.cpy, message type ABSENT); DialRslt reads the
      *dialer's results back. The date comes from DIALDATE in the
      *environment, today when unset, so the calendar step DIALOUT
      *runs promptless. Control report through the shared PrintRpt
      *routine (code DIALOUT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.
           SELECT DiscipFile ASSIGN TO "discip.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DiscipFileStatus.
           SELECT ContactFile ASSIGN TO "contact.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactFileStatus.
           SELECT DialOutFile ASSIGN TO "dialout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DialOutStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AttendFile.
       COPY ATTLOG.

       FD DiscipFile.
       COPY DISCIP.

       FD ContactFile.
       COPY CONTACT.

       FD DialOutFile.
       COPY DIALOUT.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  DiscipFileStatus PIC XX.
       01  ContactFileStatus PIC XX.
       01  DialOutStatus PIC XX.
       01  DialDate PIC 9(8).
       01  DialDateText PIC X(8).
      *The day's absent students, each once.
       01  AbsentTable.
           02 AbsentEntry OCCURS 3000 TIMES.
               03 AB-IDNUM PIC 9(9).
               03 AB-STATE PIC X.
                   88 AB-TO-CALL VALUE "C".
                   88 AB-SUSPENDED VALUE "S".
                   88 AB-INACTIVE VALUE "I".
               03 AB-PHONES PIC 9.
       01  AbsentCount PIC 9(4) VALUE 0.
       01  AbsentIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  StudName PIC X(20).
       01  DialCount PIC 9(5) VALUE 0.
       01  StudentsDialed PIC 9(5) VALUE 0.
       01  SuspendedCount PIC 9(5) VALUE 0.
       01  InactiveCount PIC 9(5) VALUE 0.
       01  NoPhoneCount PIC 9(5) VALUE 0.
       01  OverflowFlag PIC A VALUE "N".
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "DIALOUT".
       01  RptTitle PIC X(40) VALUE "ABSENCE CALL FEED CONTROL".
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
           MOVE SPACES TO DIALDATETEXT.
           ACCEPT DIALDATETEXT FROM ENVIRONMENT "DIALDATE".
           IF DIALDATETEXT NOT = SPACES
               COMPUTE DIALDATE = FUNCTION NUMVAL (DIALDATETEXT)
           ELSE
               MOVE 0 TO DIALDATE
           END-IF.
           IF DIALDATE = 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO DIALDATE
           END-IF.
           PERFORM LoadAbsences.
           PERFORM MarkSuspensions.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "DialOut : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DIALOUTFILE.
           IF DIALOUTSTATUS NOT = FS-SUCCESS
               DISPLAY "DialOut : " MSG-CANT-OPEN DIALOUTSTATUS
               CLOSE STUDENTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO DIALOUTHEADER.
           MOVE "H" TO DH-RECTYPE.
           MOVE DIALDATE TO DH-DATE.
           WRITE DIALOUTHEADER.
           PERFORM DialOneStudent
               VARYING ABSENTIDX FROM 1 BY 1
               UNTIL ABSENTIDX > ABSENTCOUNT.
           MOVE SPACES TO DIALOUTTRAILER.
           MOVE "T" TO DT-RECTYPE.
           MOVE DIALCOUNT TO DT-COUNT.
           WRITE DIALOUTTRAILER.
           CLOSE DIALOUTFILE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM PrintNoPhoneSection.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           CLOSE STUDENTFILE.
           DISPLAY "DialOut : " DIALDATE " " DIALCOUNT
               " call(s) for " STUDENTSDIALED " student(s).".
           IF NOPHONECOUNT > 0
               DISPLAY "DialOut : " NOPHONECOUNT
                   " absent student(s) with no phone on file."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           IF OVERFLOWFLAG = 'Y'
               DISPLAY "DialOut : table full - some absences not read."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadAbsences.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ATTENDFILE.
           IF ATTENDFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ATTENDFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AT-DATE = DIALDATE
                           AND AT-ABSENT
                       PERFORM NoteAbsence
                   END-IF
               END-PERFORM
               CLOSE ATTENDFILE
           END-IF.

       NoteAbsence.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ABSENTIDX FROM 1 BY 1
                   UNTIL ABSENTIDX > ABSENTCOUNT
               IF AB-IDNUM (ABSENTIDX) = AT-IDNUM
                   MOVE ABSENTIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               IF ABSENTCOUNT < 3000
                   ADD 1 TO ABSENTCOUNT
                   MOVE AT-IDNUM TO AB-IDNUM (ABSENTCOUNT)
                   MOVE "C" TO AB-STATE (ABSENTCOUNT)
                   MOVE 0 TO AB-PHONES (ABSENTCOUNT)
               ELSE
                   MOVE 'Y' TO OVERFLOWFLAG
               END-IF
           END-IF.

      *A suspension covering the day takes the student off the
      *call list; zero dates mean the action was not a suspension.
       MarkSuspensions.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT DISCIPFILE.
           IF DISCIPFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ DISCIPFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND DI-SUSPFROM NOT = 0
                           AND DI-SUSPFROM <= DIALDATE
                           AND DI-SUSPTO >= DIALDATE
                       PERFORM VARYING ABSENTIDX FROM 1 BY 1
                               UNTIL ABSENTIDX > ABSENTCOUNT
                           IF AB-IDNUM (ABSENTIDX) = DI-IDNUM
                                   AND AB-TO-CALL (ABSENTIDX)
                               MOVE "S" TO AB-STATE (ABSENTIDX)
                               ADD 1 TO SUSPENDEDCOUNT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE DISCIPFILE
           END-IF.

       DialOneStudent.
           IF AB-TO-CALL (ABSENTIDX)
               MOVE AB-IDNUM (ABSENTIDX) TO IDNUM
               READ STUDENTFILE
                   INVALID KEY
                       MOVE "W" TO ENROLLSTATUS
               END-READ
               IF NOT ACTIVE
                   MOVE "I" TO AB-STATE (ABSENTIDX)
                   ADD 1 TO INACTIVECOUNT
               ELSE
                   MOVE SPACES TO STUDNAME
                   STRING FNAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY SPACE
                       INTO STUDNAME
                   PERFORM WriteStudentCalls
               END-IF
           END-IF.

       WriteStudentCalls.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CONTACTFILE.
           IF CONTACTFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONTACTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                           AND CT-IDNUM = AB-IDNUM (ABSENTIDX)
                           AND CT-PHONE NOT = SPACES
                           AND AB-PHONES (ABSENTIDX) < 9
                       ADD 1 TO AB-PHONES (ABSENTIDX)
                       MOVE SPACES TO DIALOUTRECORD
                       MOVE "D" TO DO-RECTYPE
                       MOVE CT-IDNUM TO DO-IDNUM
                       MOVE AB-PHONES (ABSENTIDX) TO DO-SEQ
                       MOVE CT-PHONE TO DO-PHONE
                       MOVE "ABSENT" TO DO-MSGTYPE
                       MOVE CT-NAME TO DO-CONTACT
                       MOVE STUDNAME TO DO-STUDNAME
                       WRITE DIALOUTRECORD
                       ADD 1 TO DIALCOUNT
                   END-IF
               END-PERFORM
               CLOSE CONTACTFILE
           END-IF.
           IF AB-PHONES (ABSENTIDX) = 0
               ADD 1 TO NOPHONECOUNT
           ELSE
               ADD 1 TO STUDENTSDIALED
           END-IF.

       PrintNoPhoneSection.
           MOVE SPACES TO RPTLINE.
           STRING "ABSENCES FOR " DELIMITED BY SIZE
               DIALDATE DELIMITED BY SIZE
               " - NO PHONE ON FILE, CALL BY HAND :" DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING ABSENTIDX FROM 1 BY 1
                   UNTIL ABSENTIDX > ABSENTCOUNT
               IF AB-TO-CALL (ABSENTIDX) AND AB-PHONES (ABSENTIDX) = 0
                   MOVE AB-IDNUM (ABSENTIDX) TO IDNUM
                   READ STUDENTFILE
                       INVALID KEY
                           MOVE SPACES TO FNAME
                           MOVE SPACES TO LNAME
                   END-READ
                   MOVE SPACES TO RPTLINE
                   STRING "  " DELIMITED BY SIZE
                       AB-IDNUM (ABSENTIDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY SIZE
                       "  GRADE " DELIMITED BY SIZE
                       GRADELEVEL DELIMITED BY SIZE
                       INTO RPTLINE
                   PERFORM EmitLine
               END-IF
           END-PERFORM.
           IF NOPHONECOUNT = 0
               MOVE "  NONE." TO RPTLINE
               PERFORM EmitLine
           END-IF.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "CALL FEED CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  ABSENT : " DELIMITED BY SIZE
               ABSENTCOUNT DELIMITED BY SIZE
               "   SUSPENDED : " DELIMITED BY SIZE
               SUSPENDEDCOUNT DELIMITED BY SIZE
               "   NOT ACTIVE : " DELIMITED BY SIZE
               INACTIVECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  STUDENTS DIALED : " DELIMITED BY SIZE
               STUDENTSDIALED DELIMITED BY SIZE
               "   CALLS : " DELIMITED BY SIZE
               DIALCOUNT DELIMITED BY SIZE
               "   NO PHONE : " DELIMITED BY SIZE
               NOPHONECOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
