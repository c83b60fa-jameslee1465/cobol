       IDENTIFICATION DIVISION.
       PROGRAM-ID. DialRslt.
      *Dialer result posting and follow-up list: reads the result
      *file the automated dialer leaves behind (dialres.txt, one
      *line per call attempt) and posts each attempt to the
      *guardian contact-attempt log contlog.txt, then lists every
      *student on the morning's call feed (dialout.txt from DialOut)
      *whose guardians were not reached - no attempt answered or
      *left on voicemail - with each number tried and how it ended,
      *so the office can follow up by hand. A result line for a
      *student or number not on the day's feed, for another date,
      *or with a result code the log doesn't know is rejected and
      *counted; a line already in the log (same student, number and
      *time) is not posted twice, so the step can be rerun when the
      *dialer delivers a later result file for the same morning.
      *Result file layout (dialres.txt, line sequential):
      *  IDNUM 9(9), PHONE X(12), MSGTYPE X(8), DATE 9(8),
      *  TIME 9(4) (HHMM), RESULT X (A answered, V voicemail,
      *  B bad number, N no answer)
      *Runs as the calendar step DIALRSLT once the dialer has
      *finished; printed through the shared PrintRpt routine (code
      *DIALFAIL).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DialOutFile ASSIGN TO "dialout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DialOutStatus.
           SELECT DialResultFile ASSIGN TO "dialres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DialResultStatus.
           SELECT ContactLogFile ASSIGN TO "contlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DialOutFile.
       COPY DIALOUT.

       FD DialResultFile.
       01  DialResultRecord.
           02 DR-IDNUM PIC 9(9).
           02 DR-PHONE PIC X(12).
           02 DR-MSGTYPE PIC X(8).
           02 DR-DATE PIC 9(8).
           02 DR-TIME PIC 9(4).
           02 DR-RESULT PIC X.

       FD ContactLogFile.
       COPY CONTLOG.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  DialOutStatus PIC XX.
       01  DialResultStatus PIC XX.
       01  ContactLogStatus PIC XX.
       01  DialDate PIC 9(8) VALUE 0.
      *The morning's feed, one entry per number rung, carrying the
      *latest result logged for it.
       01  FeedTable.
           02 FeedEntry OCCURS 3000 TIMES.
               03 FE-IDNUM PIC 9(9).
               03 FE-PHONE PIC X(12).
               03 FE-CONTACT PIC X(20).
               03 FE-STUDNAME PIC X(20).
               03 FE-RESULT PIC X.
       01  FeedCount PIC 9(4) VALUE 0.
       01  FeedIdx PIC 9(4).
       01  OtherIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
      *Attempts already in the log for the day.
       01  LoggedTable.
           02 LoggedEntry OCCURS 5000 TIMES.
               03 LG-IDNUM PIC 9(9).
               03 LG-PHONE PIC X(12).
               03 LG-TIME PIC 9(4).
       01  LoggedCount PIC 9(4) VALUE 0.
       01  LoggedIdx PIC 9(4).
       01  ReachedFlag PIC A.
       01  ResultLabel PIC X(12).
       01  ReadCount PIC 9(5) VALUE 0.
       01  PostedCount PIC 9(5) VALUE 0.
       01  DuplicateCount PIC 9(5) VALUE 0.
       01  RejectCount PIC 9(5) VALUE 0.
       01  StudentsOnFeed PIC 9(5) VALUE 0.
       01  NotReachedCount PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "DIALFAIL".
       01  RptTitle PIC X(40) VALUE "GUARDIANS NOT REACHED BY DIALER".
       01  RptLine PIC X(80).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           PERFORM LoadFeed.
           IF DIALDATE = 0
               DISPLAY "DialRslt : no call feed on file - run DialOut"
                   " first."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadContactLog.
           PERFORM PostResults.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE SPACES TO RPTLINE.
           STRING "ABSENCE CALLS FOR " DELIMITED BY SIZE
               DIALDATE DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           PERFORM CheckOneStudent
               VARYING FEEDIDX FROM 1 BY 1 UNTIL FEEDIDX > FEEDCOUNT.
           PERFORM PrintControlSection.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "DialRslt : " POSTEDCOUNT " attempt(s) logged, "
               NOTREACHEDCOUNT " student(s) not reached.".
           IF REJECTCOUNT > 0
               DISPLAY "DialRslt : " REJECTCOUNT
                   " result line(s) rejected."
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadFeed.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT DIALOUTFILE.
           IF DIALOUTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ DIALOUTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       EVALUATE DO-RECTYPE
                           WHEN "H"
                               MOVE DH-DATE TO DIALDATE
                           WHEN "D"
                               IF FEEDCOUNT < 3000
                                   ADD 1 TO FEEDCOUNT
                                   MOVE DO-IDNUM TO FE-IDNUM (FEEDCOUNT)
                                   MOVE DO-PHONE TO FE-PHONE (FEEDCOUNT)
                                   MOVE DO-CONTACT
                                       TO FE-CONTACT (FEEDCOUNT)
                                   MOVE DO-STUDNAME
                                       TO FE-STUDNAME (FEEDCOUNT)
                                   MOVE SPACE TO FE-RESULT (FEEDCOUNT)
                               END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE DIALOUTFILE
           END-IF.

       LoadContactLog.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CONTACTLOGFILE.
           IF CONTACTLOGSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CONTACTLOGFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND CL-DATE = DIALDATE
                       IF LOGGEDCOUNT < 5000
                           ADD 1 TO LOGGEDCOUNT
                           MOVE CL-IDNUM TO LG-IDNUM (LOGGEDCOUNT)
                           MOVE CL-PHONE TO LG-PHONE (LOGGEDCOUNT)
                           MOVE CL-TIME TO LG-TIME (LOGGEDCOUNT)
                       END-IF
                       PERFORM ApplyToFeed
                   END-IF
               END-PERFORM
               CLOSE CONTACTLOGFILE
           END-IF.

      *The log is in call order, so the last result seen for a
      *number is the one that stands.
       ApplyToFeed.
           PERFORM VARYING FEEDIDX FROM 1 BY 1
                   UNTIL FEEDIDX > FEEDCOUNT
               IF FE-IDNUM (FEEDIDX) = CL-IDNUM
                       AND FE-PHONE (FEEDIDX) = CL-PHONE
                   MOVE CL-RESULT TO FE-RESULT (FEEDIDX)
               END-IF
           END-PERFORM.

       PostResults.
           OPEN INPUT DIALRESULTFILE.
           IF DIALRESULTSTATUS NOT = FS-SUCCESS
               DISPLAY "DialRslt : no dialer results on file."
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               OPEN EXTEND CONTACTLOGFILE
               IF CONTACTLOGSTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT CONTACTLOGFILE
               END-IF
               MOVE 'N' TO ATENDFLAG
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ DIALRESULTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       ADD 1 TO READCOUNT
                       PERFORM PostOneResult
                   END-IF
               END-PERFORM
               CLOSE CONTACTLOGFILE
               CLOSE DIALRESULTFILE
           END-IF.

       PostOneResult.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING FEEDIDX FROM 1 BY 1
                   UNTIL FEEDIDX > FEEDCOUNT
               IF FE-IDNUM (FEEDIDX) = DR-IDNUM
                       AND FE-PHONE (FEEDIDX) = DR-PHONE
                   MOVE FEEDIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN DR-DATE NOT = DIALDATE
                   ADD 1 TO REJECTCOUNT
               WHEN FOUNDIDX = 0
                   ADD 1 TO REJECTCOUNT
               WHEN DR-RESULT NOT = "A" AND DR-RESULT NOT = "V"
                       AND DR-RESULT NOT = "B" AND DR-RESULT NOT = "N"
                   ADD 1 TO REJECTCOUNT
               WHEN OTHER
                   PERFORM CheckAlreadyLogged
           END-EVALUATE.

       CheckAlreadyLogged.
           MOVE 0 TO OTHERIDX.
           PERFORM VARYING LOGGEDIDX FROM 1 BY 1
                   UNTIL LOGGEDIDX > LOGGEDCOUNT
               IF LG-IDNUM (LOGGEDIDX) = DR-IDNUM
                       AND LG-PHONE (LOGGEDIDX) = DR-PHONE
                       AND LG-TIME (LOGGEDIDX) = DR-TIME
                   MOVE LOGGEDIDX TO OTHERIDX
               END-IF
           END-PERFORM.
           IF OTHERIDX > 0
               ADD 1 TO DUPLICATECOUNT
           ELSE
               MOVE DR-DATE TO CL-DATE
               MOVE DR-TIME TO CL-TIME
               MOVE DR-IDNUM TO CL-IDNUM
               MOVE DR-PHONE TO CL-PHONE
               MOVE DR-MSGTYPE TO CL-MSGTYPE
               MOVE DR-RESULT TO CL-RESULT
               MOVE "DIALER" TO CL-SOURCE
               WRITE CONTACTLOGRECORD
               ADD 1 TO POSTEDCOUNT
               MOVE DR-RESULT TO FE-RESULT (FOUNDIDX)
               IF LOGGEDCOUNT < 5000
                   ADD 1 TO LOGGEDCOUNT
                   MOVE DR-IDNUM TO LG-IDNUM (LOGGEDCOUNT)
                   MOVE DR-PHONE TO LG-PHONE (LOGGEDCOUNT)
                   MOVE DR-TIME TO LG-TIME (LOGGEDCOUNT)
               END-IF
           END-IF.

      *Each student is judged once, at their first number on the
      *feed; any number answered or on voicemail means reached.
       CheckOneStudent.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING OTHERIDX FROM 1 BY 1
                   UNTIL OTHERIDX >= FEEDIDX
               IF FE-IDNUM (OTHERIDX) = FE-IDNUM (FEEDIDX)
                   MOVE OTHERIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               ADD 1 TO STUDENTSONFEED
               MOVE 'N' TO REACHEDFLAG
               PERFORM VARYING OTHERIDX FROM FEEDIDX BY 1
                       UNTIL OTHERIDX > FEEDCOUNT
                   IF FE-IDNUM (OTHERIDX) = FE-IDNUM (FEEDIDX)
                       AND (FE-RESULT (OTHERIDX) = "A"
                            OR FE-RESULT (OTHERIDX) = "V")
                       MOVE 'Y' TO REACHEDFLAG
                   END-IF
               END-PERFORM
               IF REACHEDFLAG = 'N'
                   PERFORM PrintNotReached
               END-IF
           END-IF.

       PrintNotReached.
           ADD 1 TO NOTREACHEDCOUNT.
           MOVE SPACES TO RPTLINE.
           STRING FE-IDNUM (FEEDIDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FE-STUDNAME (FEEDIDX) DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING OTHERIDX FROM FEEDIDX BY 1
                   UNTIL OTHERIDX > FEEDCOUNT
               IF FE-IDNUM (OTHERIDX) = FE-IDNUM (FEEDIDX)
                   EVALUATE FE-RESULT (OTHERIDX)
                       WHEN "B" MOVE "BAD NUMBER" TO RESULTLABEL
                       WHEN "N" MOVE "NO ANSWER" TO RESULTLABEL
                       WHEN OTHER MOVE "NO RESULT" TO RESULTLABEL
                   END-EVALUATE
                   MOVE SPACES TO RPTLINE
                   STRING "    " DELIMITED BY SIZE
                       FE-CONTACT (OTHERIDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FE-PHONE (OTHERIDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       RESULTLABEL DELIMITED BY SIZE
                       INTO RPTLINE
                   PERFORM EmitLine
               END-IF
           END-PERFORM.

       PrintControlSection.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE "DIALER RESULT CONTROL :" TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  RESULTS READ : " DELIMITED BY SIZE
               READCOUNT DELIMITED BY SIZE
               "   LOGGED : " DELIMITED BY SIZE
               POSTEDCOUNT DELIMITED BY SIZE
               "   ALREADY LOGGED : " DELIMITED BY SIZE
               DUPLICATECOUNT DELIMITED BY SIZE
               "   REJECTED : " DELIMITED BY SIZE
               REJECTCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "  STUDENTS CALLED : " DELIMITED BY SIZE
               STUDENTSONFEED DELIMITED BY SIZE
               "   NOT REACHED : " DELIMITED BY SIZE
               NOTREACHEDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF NOTREACHEDCOUNT = 0
               MOVE "  EVERY FAMILY ON THE FEED WAS REACHED." TO RPTLINE
               PERFORM EmitLine
           END-IF.
