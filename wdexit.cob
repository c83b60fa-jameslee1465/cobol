      *A control file keeps one line per student ever exited and a
      *second run skips them, so rerunning the job can't credit
      *tuition twice. Holds the shared session lock while posting.
      *The student's bus stop assignment in busride.txt is dropped
      *too, so the seat comes off the route's rider list.
      *Any library book or textbook the student still has checked
      *out (its latest circlog.txt line an O) is charged to the
      *TuitionBalance at its replacement cost from items.txt, with a
      *LOSTIT audit entry per copy and an L line in circlog.txt,
      *and listed on the packet so the family knows what to bring
      *back for a credit.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SectAsgnWorkStatus.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
           SELECT WaitlistFile ASSIGN TO "waitlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WaitlistStatus.
           SELECT WaitlistWork ASSIGN TO "waitlist.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WaitlistWorkStatus.
           SELECT BusRiderFile ASSIGN TO "busride.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusRiderStatus.
           SELECT BusRiderWork ASSIGN TO "busride.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusRiderWorkStatus.
           SELECT ItemFile ASSIGN TO "items.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ItemFileStatus.
           SELECT CircFile ASSIGN TO "circlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CircFileStatus.
           SELECT AttendFile ASSIGN TO "attlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendFileStatus.
       COPY SECTASGN.

       FD SectAsgnWork.
       01  SectAsgnWorkRecord PIC X(35).

       FD CourseEnrlFile.
       COPY CRSENRL.

       FD WaitlistFile.
       COPY WAITLIST.

       FD WaitlistWork.
       01  WaitlistWorkRecord PIC X(17).

       FD BusRiderFile.
       COPY BUSRIDE.

       FD BusRiderWork.
       01  BusRiderWorkRecord PIC X(13).

       FD ItemFile.
       COPY ITEMMAST.

       FD CircFile.
       COPY CIRCLOG.

       FD AttendFile.
       COPY ATTLOG.

       01  SectAsgnStatus PIC XX.
       01  SectAsgnWorkStatus PIC XX.
       01  CourseEnrlStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  FeeSchedStatus PIC XX.
       01  ClosedLines PIC 9(3).
       01  WaitlistStatus PIC XX.
       01  WaitlistWorkStatus PIC XX.
       01  BusRiderStatus PIC XX.
       01  BusRiderWorkStatus PIC XX.
       01  DroppedStops PIC 9(3).
       01  ItemFileStatus PIC XX.
       01  CircFileStatus PIC XX.
      *Each copy's cost and title with its standing from the
      *circulation log; an O is still out to OT-IDNUM.
       01  OutTable.
           02 OutEntry OCCURS 5000 TIMES.
               03 OT-BARCODE PIC X(12).
               03 OT-TITLE PIC X(30).
               03 OT-COST PIC 9(4)V99.
               03 OT-STATE PIC X.
               03 OT-IDNUM PIC 9(9).
       01  OutCount PIC 9(4) VALUE 0.
       01  OutIdx PIC 9(4).
       01  OutFoundIdx PIC 9(4).
       01  LostCount PIC 9(3).
       01  LostAmount PIC 9(5)V99.
      *Courses this exit closed : each freed seat gets a waitlist
      *promotion attempt.
       01  ClosedCodeTable.
       01  RptCode PIC X(8) VALUE "WDEXIT".
       01  RptTitle PIC X(40) VALUE "WITHDRAWAL EXIT PACKET".
       01  RptLine PIC X(80).
       COPY AUDCHAIN.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
                   FROMDATE "."
               STOP RUN
           END-IF.
           PERFORM LoadItemsOut.
           PERFORM AcquireSessionLock.
           IF LOCKACQUIRED NOT = 'Y'
               MOVE RC-FILE-ERROR TO RETURN-CODE
                   IF WITHDRAWN
                       ADD 1 TO PROCESSEDCOUNT
                       PERFORM DropSectionLine
                       PERFORM DropBusStop
                       PERFORM CloseOpenEnrollments
                       PERFORM PostProratedCredit
                       PERFORM ChargeLostItems
                       PERFORM PrintExitPacket
                       PERFORM PromoteOneSeat
                           VARYING CLOSEDIDX FROM 1 BY 1
               CLOSE SECTASGNFILE
           END-IF.

      *Same work-file rewrite for the rider's bus stop line.
       DropBusStop.
           MOVE 0 TO DROPPEDSTOPS.
           MOVE 'N' TO WORKATEND.
           OPEN INPUT BUSRIDERFILE.
           IF BUSRIDERSTATUS NOT = FS-SUCCESS
               CONTINUE
           ELSE
               OPEN OUTPUT BUSRIDERWORK
               PERFORM UNTIL WORKATEND = 'Y'
                   READ BUSRIDERFILE
                       AT END MOVE 'Y' TO WORKATEND
                   END-READ
                   IF WORKATEND = 'N'
                       IF RI-IDNUM = EXITIDNUM
                           ADD 1 TO DROPPEDSTOPS
                       ELSE
                           MOVE BUSRIDERRECORD TO BUSRIDERWORKRECORD
                           WRITE BUSRIDERWORKRECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BUSRIDERFILE
               CLOSE BUSRIDERWORK
               MOVE 'N' TO WORKATEND
               OPEN INPUT BUSRIDERWORK
               OPEN OUTPUT BUSRIDERFILE
               PERFORM UNTIL WORKATEND = 'Y'
                   READ BUSRIDERWORK
                       AT END MOVE 'Y' TO WORKATEND
                   END-READ
                   IF WORKATEND = 'N'
                       MOVE BUSRIDERWORKRECORD TO BUSRIDERRECORD
                       WRITE BUSRIDERRECORD
                   END-IF
               END-PERFORM
               CLOSE BUSRIDERWORK
               CLOSE BUSRIDERFILE
           END-IF.

      *Current-term enrollments still carrying a plain score get
      *the Withdrawn mark; earlier terms and already-marked lines
      *ride through untouched.
           MOVE 0 TO CLOSEDLINES.
           MOVE 0 TO CLOSEDCODECOUNT.
           MOVE 'N' TO WORKATEND.
           OPEN I-O COURSEENRLFILE.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               CONTINUE
           ELSE
               MOVE EXITIDNUM TO CE-IDNUM
               MOVE CURRENTTERMIDX TO CE-TERMIDX
               MOVE LOW-VALUES TO CE-CODE
               START COURSEENRLFILE KEY IS NOT LESS THAN CE-KEY
                   INVALID KEY MOVE 'Y' TO WORKATEND
               END-START
               PERFORM UNTIL WORKATEND = 'Y'
                   READ COURSEENRLFILE NEXT RECORD
                       AT END MOVE 'Y' TO WORKATEND
                   END-READ
                   IF WORKATEND = 'N'
                       IF CE-IDNUM NOT = EXITIDNUM
                               OR CE-TERMIDX NOT = CURRENTTERMIDX
                           MOVE 'Y' TO WORKATEND
                       END-IF
                   END-IF
                   IF WORKATEND = 'N' AND CE-SCORED
                       SET CE-MARK-WDRN TO TRUE
                       REWRITE COURSEENRLRECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       ADD 1 TO CLOSEDLINES
                       IF CLOSEDCODECOUNT < 10
                           ADD 1 TO CLOSEDCODECOUNT
                           MOVE CE-CODE
                               TO CLOSEDCODE (CLOSEDCODECOUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COURSEENRLFILE
           END-IF.

                   MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
                   MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
                   MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
               ELSE
                   MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
               END-IF
               MOVE ENROLLSTATUS TO AA-BEF-STATUS
               MOVE GRADELEVEL TO AA-BEF-GRADE
               END-REWRITE
           END-IF.

      *The item master gives each copy its cost; the log, replayed
      *in the order it was written, leaves each at its latest
      *standing.
       LoadItemsOut.
           MOVE 'N' TO WORKATEND.
           OPEN INPUT ITEMFILE.
           IF ITEMFILESTATUS = FS-SUCCESS
               PERFORM UNTIL WORKATEND = 'Y'
                   READ ITEMFILE
                       AT END MOVE 'Y' TO WORKATEND
                   END-READ
                   IF WORKATEND = 'N' AND OUTCOUNT < 5000
                       ADD 1 TO OUTCOUNT
                       MOVE IM-BARCODE TO OT-BARCODE (OUTCOUNT)
                       MOVE IM-TITLE TO OT-TITLE (OUTCOUNT)
                       MOVE IM-COST TO OT-COST (OUTCOUNT)
                       MOVE "R" TO OT-STATE (OUTCOUNT)
                       MOVE 0 TO OT-IDNUM (OUTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ITEMFILE
           END-IF.
           MOVE 'N' TO WORKATEND.
           OPEN INPUT CIRCFILE.
           IF CIRCFILESTATUS = FS-SUCCESS
               PERFORM UNTIL WORKATEND = 'Y'
                   READ CIRCFILE
                       AT END MOVE 'Y' TO WORKATEND
                   END-READ
                   IF WORKATEND = 'N'
                       PERFORM PostCircLine
                   END-IF
               END-PERFORM
               CLOSE CIRCFILE
           END-IF.

       PostCircLine.
           MOVE 0 TO OUTFOUNDIDX.
           PERFORM VARYING OUTIDX FROM 1 BY 1
                   UNTIL OUTIDX > OUTCOUNT
               IF OT-BARCODE (OUTIDX) = CI-BARCODE
                   MOVE OUTIDX TO OUTFOUNDIDX
               END-IF
           END-PERFORM.
           IF OUTFOUNDIDX > 0
               MOVE CI-ACTION TO OT-STATE (OUTFOUNDIDX)
               MOVE CI-IDNUM TO OT-IDNUM (OUTFOUNDIDX)
           END-IF.

      *One charge, one audit entry and one L line per copy still
      *out to the exiting student.
       ChargeLostItems.
           MOVE 0 TO LOSTCOUNT.
           MOVE 0 TO LOSTAMOUNT.
           PERFORM VARYING OUTIDX FROM 1 BY 1
                   UNTIL OUTIDX > OUTCOUNT
               IF OT-STATE (OUTIDX) = "O"
                       AND OT-IDNUM (OUTIDX) = IDNUM
                   PERFORM ChargeOneLostItem
               END-IF
           END-PERFORM.

       ChargeOneLostItem.
           MOVE FNAME TO AA-BEF-FNAME.
           MOVE LNAME TO AA-BEF-LNAME.
           IF TERMCOUNT > 0
               MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
               MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
               MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
           ELSE
               MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
           END-IF.
           MOVE ENROLLSTATUS TO AA-BEF-STATUS.
           MOVE GRADELEVEL TO AA-BEF-GRADE.
           MOVE AGE TO AA-BEF-AGE.
           MOVE CANVOTEFLAG TO AA-BEF-CANVOTE.
           MOVE TUITIONBALANCE TO AA-BEF-TUITION.
           ADD OT-COST (OUTIDX) TO TUITIONBALANCE.
           REWRITE STUDENTDATA
               INVALID KEY
                   DISPLAY "WdExit : rewrite failed for " IDNUM
                   MOVE RC-DISCREPANCY TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "LOSTIT" TO AA-ACTION
                   MOVE AA-BEFORE TO AA-AFTER
                   MOVE TUITIONBALANCE TO AA-AFT-TUITION
                   PERFORM LogAudit
      *C marks a copy charged in this run, for the packet list.
                   MOVE "C" TO OT-STATE (OUTIDX)
                   ADD 1 TO LOSTCOUNT
                   ADD OT-COST (OUTIDX) TO LOSTAMOUNT
                   PERFORM WriteLostLine
           END-REWRITE.

       WriteLostLine.
           OPEN EXTEND CIRCFILE.
           IF CIRCFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT CIRCFILE
           END-IF.
           IF CIRCFILESTATUS NOT = FS-SUCCESS
               DISPLAY "WdExit : " MSG-CANT-OPEN CIRCFILESTATUS
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO CI-DATE
               MOVE OT-BARCODE (OUTIDX) TO CI-BARCODE
               MOVE IDNUM TO CI-IDNUM
               SET CI-LOST TO TRUE
               MOVE 0 TO CI-DUEDATE
               MOVE OPERID TO CI-OPERID
               WRITE CIRCRECORD
               CLOSE CIRCFILE
           END-IF.

       FindTermFee.
           MOVE 0 TO TERMFEE.
           MOVE 'N' TO WORKATEND.
               CLOSEDLINES DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           IF DROPPEDSTOPS > 0
               MOVE "BUS STOP ASSIGNMENT DROPPED." TO RPTLINE
               PERFORM EmitLine
           END-IF.
           IF REFUNDAMOUNT > 0
               MOVE REFUNDAMOUNT TO AMOUNTSHOW
               MOVE SPACES TO RPTLINE
                   INTO RPTLINE
               PERFORM EmitLine
           END-IF.
           IF LOSTCOUNT > 0
               PERFORM PrintLostItems
           END-IF.
           MOVE TUITIONBALANCE TO BALANCESHOW.
           MOVE SPACES TO RPTLINE.
           STRING "BALANCE DUE : " DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.

       PrintLostItems.
           MOVE LOSTAMOUNT TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "LOST ITEMS CHARGED : " DELIMITED BY SIZE
               AMOUNTSHOW DELIMITED BY SIZE
               " (CREDITED IF RETURNED)" DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           PERFORM VARYING OUTIDX FROM 1 BY 1
                   UNTIL OUTIDX > OUTCOUNT
               IF OT-STATE (OUTIDX) = "C"
                       AND OT-IDNUM (OUTIDX) = IDNUM
                   MOVE OT-COST (OUTIDX) TO AMOUNTSHOW
                   MOVE SPACES TO RPTLINE
                   STRING "  " DELIMITED BY SIZE
                       OT-BARCODE (OUTIDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       OT-TITLE (OUTIDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       AMOUNTSHOW DELIMITED BY SIZE
                       INTO RPTLINE
                   PERFORM EmitLine
               END-IF
           END-PERFORM.

       PrintGradesToDate.
           COMPUTE TERMSLOT = CURRENTTERMIDX - TERMBASE.
           IF TERMSLOT >= 1 AND TERMSLOT <= TERMCOUNT
               CLOSE WAITLISTFILE
           END-IF.
           IF PROMOTEFOUND = 'Y'
               OPEN I-O COURSEENRLFILE
               IF COURSEENRLSTATUS = FS-SUCCESS
                   MOVE PROMOTEID TO CE-IDNUM
                   MOVE CURRENTTERMIDX TO CE-TERMIDX
                   MOVE PROMOTECODE TO CE-CODE
                   MOVE 0 TO CE-SCORE
                   MOVE SPACE TO CE-MARK
                   MOVE PROMOTECODE TO CE-RK-CODE
                   MOVE CURRENTTERMIDX TO CE-RK-TERMIDX
                   WRITE COURSEENRLRECORD
                       INVALID KEY
                           REWRITE COURSEENRLRECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE
                   CLOSE COURSEENRLFILE
                   PERFORM RemoveWaitlistEntry
                   MOVE SPACES TO RPTLINE
           MOVE FUNCTION CURRENT-DATE TO AA-TIMESTAMP.
           MOVE OPERID TO AA-OPERID.
           MOVE IDNUM TO AA-IDNUM.
           MOVE SPACES TO AA-APPROVER.
           MOVE RETURN-CODE TO CH-SAVEDRC.
           MOVE "SEAL" TO CH-OP.
           MOVE "AUDIT" TO CH-TRAIL.
           CALL "AudChain" USING CHAINCALL AUDITRECORD.
           MOVE CH-SAVEDRC TO RETURN-CODE.
           WRITE AUDITRECORD.
           MOVE "DONE" TO CH-OP.
           CALL "AudChain" USING CHAINCALL AUDITRECORD.
           MOVE CH-SAVEDRC TO RETURN-CODE.
           PERFORM WriteCheckpoint.

       WriteCheckpoint.
