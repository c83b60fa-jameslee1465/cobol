      *only for an enabled supervisor-role operator. Run the audit
      *first; graduating a student two credits short is how we
      *ended up rescinding a diploma.
      *Lost items : any library book or textbook still checked out
      *(its latest circlog.txt line an O) is charged to the
      *borrower's TuitionBalance at the item's replacement cost from
      *items.txt, one LOSTIT audit entry per copy so it shows on the
      *next statement, and an L line goes to circlog.txt so the copy
      *is not charged twice. Every student is checked, not just the
      *ones being promoted; the register carries the totals.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
      *Audit entries are sealed through AudChain as they are
      *written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT ItemFile ASSIGN TO "items.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ItemFileStatus.
           SELECT CircFile ASSIGN TO "circlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CircFileStatus.
           SELECT SessionLock ASSIGN TO "session.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionLockStatus.
       FD OperatorFile.
       COPY OPERREC.

       FD ItemFile.
       COPY ITEMMAST.

       FD CircFile.
       COPY CIRCLOG.

       FD SessionLock.
       COPY SESSLOCK.

       01  OperAtEndFlag PIC A.
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  GateOK PIC A.
       01  HeldCount PIC 9(5) VALUE 0.
      *Slots 1-13 are grades 0-12; slot 14 collects this run's
           02 BeforeCount OCCURS 14 TIMES PIC 9(5).
       01  AfterCounts.
           02 AfterCount OCCURS 14 TIMES PIC 9(5).
       01  ItemFileStatus PIC XX.
       01  CircFileStatus PIC XX.
       01  CircOpen PIC A VALUE "N".
      *Each copy's cost and its standing from the circulation log;
      *an O is still out to OT-IDNUM and is charged as lost.
       01  OutTable.
           02 OutEntry OCCURS 5000 TIMES.
               03 OT-BARCODE PIC X(12).
               03 OT-COST PIC 9(4)V99.
               03 OT-STATE PIC X.
               03 OT-IDNUM PIC 9(9).
       01  OutCount PIC 9(4) VALUE 0.
       01  OutIdx PIC 9(4).
       01  OutFoundIdx PIC 9(4).
       01  LostItemCount PIC 9(5) VALUE 0.
       01  LostItemTotal PIC 9(7)V99 VALUE 0.
       01  LostTotalShow PIC Z,ZZZ,ZZ9.99.
       01  GradeIdx PIC 9(2).
       01  DisplayGrade PIC 9(2).
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "PROMOTE".
       01  RptTitle PIC X(40) VALUE "YEAR-END PROMOTION REGISTER".
       01  RptLine PIC X(80).
       COPY AUDCHAIN.
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadItemsOut.
           IF OUTCOUNT > 0
               OPEN EXTEND CIRCFILE
               IF CIRCFILESTATUS NOT = FS-SUCCESS
                   OPEN OUTPUT CIRCFILE
               END-IF
               IF CIRCFILESTATUS = FS-SUCCESS
                   MOVE 'Y' TO CIRCOPEN
               ELSE
                   DISPLAY "YearEnd : " MSG-CANT-OPEN CIRCFILESTATUS
                       " - lost items not charged."
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM VARYING GRADEIDX FROM 1 BY 1 UNTIL GRADEIDX > 14
               MOVE 0 TO BEFORECOUNT (GRADEIDX)
               MOVE 0 TO AFTERCOUNT (GRADEIDX)
           END-PERFORM.
           MOVE "OPER" TO RPTOP.
           MOVE OPERID TO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "GRADUATING CLASS :" TO RPTLINE.
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   IF CIRCOPEN = 'Y'
                       PERFORM ChargeLostItems
                   END-IF
                   IF ACTIVE AND GRADELEVEL <= 12
                       PERFORM RollOneStudent
                   ELSE
           END-PERFORM.
           CLOSE STUDENTFILE.
           CLOSE AUDITFILE.
           IF CIRCOPEN = 'Y'
               CLOSE CIRCFILE
           END-IF.
           PERFORM WriteGuard.
           PERFORM PrintRegister.
           PERFORM ReleaseSessionLock.
               "  graduated : " GRADUATEDCOUNT
               "  held : " HELDCOUNT
               "  untouched : " UNTOUCHEDCOUNT.
           IF LOSTITEMCOUNT > 0
               DISPLAY "Lost items charged : " LOSTITEMCOUNT
           END-IF.
           STOP RUN.

       CheckGuard.
                       AT END MOVE 'Y' TO OPERATENDFLAG
                   END-READ
                   IF OPERATENDFLAG = 'N' AND OP-ID = LOGINID
                       MOVE "CHECK" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID
                           LOGINPASSWORD OP-PASSWORD
                           OP-PWDATA PWDRESULT
                   END-IF
                   IF OPERATENDFLAG = 'N' AND OP-ID = LOGINID
                           AND PWDRESULT NOT = 'N'
                           AND OP-ROLE = 'S'
                           AND OP-ACTIVE NOT = 'D'
                           AND OP-ACTIVE NOT = 'L'
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
               IF GATEOK = 'Y' AND PWDRESULT = 'C'
                   MOVE "FILE" TO PWDOP
                   CALL "PwdHash" USING PWDOP LOGINID
                       LOGINPASSWORD OP-PASSWORD
                       OP-PWDATA PWDRESULT
               END-IF
           END-IF.

       CheckShortList.
               MOVE CHINS (TERMCOUNT) TO AA-BEF-CHINS
               MOVE ENGS (TERMCOUNT) TO AA-BEF-ENGS
               MOVE MATHS (TERMCOUNT) TO AA-BEF-MATHS
           ELSE
               MOVE 0 TO AA-BEF-CHINS AA-BEF-ENGS AA-BEF-MATHS
           END-IF.
           MOVE ENROLLSTATUS TO AA-BEF-STATUS.
           MOVE GRADELEVEL TO AA-BEF-GRADE.
       WriteAuditEntry.
           MOVE FUNCTION CURRENT-DATE TO AA-TIMESTAMP.
           MOVE OPERID TO AA-OPERID.
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

       WriteStatusHistory.
           OPEN EXTEND STATHISTFILE.
               HELDCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE LOSTITEMTOTAL TO LOSTTOTALSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "LOST ITEMS CHARGED : " DELIMITED BY SIZE
               LOSTITEMCOUNT DELIMITED BY SIZE
               "   TOTAL " DELIMITED BY SIZE
               LOSTTOTALSHOW DELIMITED BY SIZE
               INTO RPTLINE.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

      *The item master gives each copy its cost; the log, replayed
      *in the order it was written, leaves each at its latest
      *standing.
       LoadItemsOut.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ITEMFILE.
           IF ITEMFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ITEMFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND OUTCOUNT < 5000
                       ADD 1 TO OUTCOUNT
                       MOVE IM-BARCODE TO OT-BARCODE (OUTCOUNT)
                       MOVE IM-COST TO OT-COST (OUTCOUNT)
                       MOVE "R" TO OT-STATE (OUTCOUNT)
                       MOVE 0 TO OT-IDNUM (OUTCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ITEMFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CIRCFILE.
           IF CIRCFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CIRCFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       PERFORM PostCircLine
                   END-IF
               END-PERFORM
               CLOSE CIRCFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

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

      *One charge, one audit entry and one L line per copy still out
      *to the student just read.
       ChargeLostItems.
           PERFORM VARYING OUTIDX FROM 1 BY 1
                   UNTIL OUTIDX > OUTCOUNT
               IF OT-STATE (OUTIDX) = "O"
                       AND OT-IDNUM (OUTIDX) = IDNUM
                   PERFORM ChargeOneLostItem
               END-IF
           END-PERFORM.

       ChargeOneLostItem.
           PERFORM FillBeforeImage.
           ADD OT-COST (OUTIDX) TO TUITIONBALANCE.
           REWRITE STUDENTDATA
               INVALID KEY
                   DISPLAY "YearEnd : rewrite failed for " IDNUM
                   MOVE RC-DISCREPANCY TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "LOSTIT" TO AA-ACTION
                   PERFORM FillAfterImage
                   MOVE IDNUM TO AA-IDNUM
                   PERFORM WriteAuditEntry
                   MOVE "L" TO OT-STATE (OUTIDX)
                   MOVE FUNCTION CURRENT-DATE (1:8) TO CI-DATE
                   MOVE OT-BARCODE (OUTIDX) TO CI-BARCODE
                   MOVE IDNUM TO CI-IDNUM
                   SET CI-LOST TO TRUE
                   MOVE 0 TO CI-DUEDATE
                   MOVE OPERID TO CI-OPERID
                   WRITE CIRCRECORD
                   ADD 1 TO LOSTITEMCOUNT
                   ADD OT-COST (OUTIDX) TO LOSTITEMTOTAL
           END-REWRITE.

      *Grades 0-12 print from slots 1-13 - grade 12 included, with
      *its after-count empty once the class graduates - and slot 14
      *prints the class that graduated in this run.
