       IDENTIFICATION DIVISION.
       PROGRAM-ID. SisDelta.
      *Change extract for the district student information system :
      *only the students that changed since the last extract, each
      *with an add/change/delete indicator, so the district no
      *longer diffs StudExp's whole nightly file on their end (which
      *broke every time that layout moved). What changed comes from
      *the audit trail - in any month archive the rollover has
      *closed since, then the live audit.txt - and from
      *stathist.txt; what is sent is each student's values as they
      *stand on StudentFile now.
      *Indicator, per student : A when the first audit entry in the
      *window is an add (the district never had the student), D
      *when the student is no longer on StudentFile (deleted,
      *renumbered away or purged - the line then carries the last
      *values the audit trail saw), C otherwise. A student added and
      *deleted again inside one window is never sent.
      *High-water mark : sisctl.txt (see SISCTL.cpy) holds the last
      *finished extract. A delta takes audit entries after its
      *timestamp up to this run's start, and stathist lines after
      *its date and count, and the mark only moves once the extract
      *file is written and closed - so a rerun after a failure
      *sends the same changes again, and a rerun after a good
      *extract sends only what changed since.
      *Full refresh : SISFULL=Y in the environment (or no prior
      *extract on file) sends every student on file as an A, for
      *when the district asks for a resync; the mark moves to this
      *run exactly as a delta's would.
      *Extract layout (sisdelta.txt, line sequential) :
      *  header   H, run date 9(8), mode X (D delta / F full),
      *           changes after X(14) and through X(14) (YYYYMMDD-
      *           HHMMSS; zeros after on a full refresh), extract
      *           sequence number 9(6)
      *  detail   action X (A/C/D), IDNUM 9(9), FNAME X(10),
      *           LNAME X(10), STATUS X, GRADE 9(2), BIRTHDATE 9(8),
      *           AGE 9(3), DIRECTORY OPT-OUT X, CAMPUS X(2) (blank
      *           on file goes out as the home campus), TUITION
      *           S9(5)V99, effective timestamp X(14) - the last
      *           change the window saw
      *  trailer  T, record count 9(5), adds 9(5), changes 9(5),
      *           deletes 9(5)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT AuditFile ASSIGN TO DYNAMIC AuditFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT StatHistFile ASSIGN TO "stathist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatHistStatus.
           SELECT SisControl ASSIGN TO "sisctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SisControlStatus.
           SELECT DeltaFile ASSIGN TO "sisdelta.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeltaFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AuditFile.
       COPY AUDITREC.

       FD StatHistFile.
       COPY STATHIST.

       FD SisControl.
       COPY SISCTL.

       FD DeltaFile.
       01  DeltaRecord.
           02 SD-ACTION PIC X.
           02 SD-IDNUM PIC 9(9).
           02 SD-FNAME PIC X(10).
           02 SD-LNAME PIC X(10).
           02 SD-STATUS PIC X.
           02 SD-GRADE PIC 9(2).
           02 SD-BIRTHDATE PIC 9(8).
           02 SD-AGE PIC 9(3).
           02 SD-OPTOUT PIC X.
           02 SD-CAMPUS PIC X(2).
           02 SD-TUITION PIC S9(5)V99.
           02 SD-STAMP PIC X(14).
       01  DeltaHeader.
           02 SDH-RECTYPE PIC X.
           02 SDH-DATE PIC 9(8).
           02 SDH-MODE PIC X.
           02 SDH-AFTER PIC X(14).
           02 SDH-THROUGH PIC X(14).
           02 SDH-SEQUENCE PIC 9(6).
           02 FILLER PIC X(24).
       01  DeltaTrailer.
           02 SDT-RECTYPE PIC X.
           02 SDT-COUNT PIC 9(5).
           02 SDT-ADDS PIC 9(5).
           02 SDT-CHANGES PIC 9(5).
           02 SDT-DELETES PIC 9(5).
           02 FILLER PIC X(47).

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  AuditAtEndFlag PIC A.
       01  StudentFileStatus PIC XX.
       01  AuditFileStatus PIC XX.
       01  StatHistStatus PIC XX.
       01  SisControlStatus PIC XX.
       01  DeltaFileStatus PIC XX.
       01  FullText PIC X VALUE SPACE.
       01  FullRefresh PIC A VALUE "N".
       01  PriorFound PIC A VALUE "N".
       01  PriorSequence PIC 9(6) VALUE 0.
       01  PriorDate PIC 9(8) VALUE 0.
       01  PriorTimestamp PIC X(21) VALUE SPACES.
       01  PriorShDate PIC 9(8) VALUE 0.
       01  PriorShSeen PIC 9(5) VALUE 0.
       01  RunTimestamp PIC X(21).
       01  RunDate PIC 9(8).
      *stathist high-water as this run leaves it : the latest date
      *on the file and how many lines carry it.
       01  NewShDate PIC 9(8) VALUE 0.
       01  NewShSeen PIC 9(5) VALUE 0.
       01  SameDateSeen PIC 9(5) VALUE 0.
       01  EntryStamp PIC X(14).
       01  EntryPresent PIC A.
      *Each student the window touched, kept in ID order : whether
      *the student was on file when the window opened, the latest
      *change, and the values the last delete saw.
       01  DeltaTable.
           02 DeltaEntry OCCURS 3000 TIMES.
               03 DL-IDNO PIC 9(9).
               03 DL-ATSTART PIC A.
               03 DL-STAMP PIC X(14).
               03 DL-FNAME PIC X(10).
               03 DL-LNAME PIC X(10).
               03 DL-STATUS PIC X.
               03 DL-GRADE PIC 9(2).
               03 DL-AGE PIC 9(3).
               03 DL-TUITION PIC S9(5)V99.
       01  DeltaCount PIC 9(4) VALUE 0.
       01  DeltaIdx PIC 9(4).
       01  ShiftIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  TableFull PIC A VALUE "N".
       01  WorkID PIC 9(9).
       01  SentCount PIC 9(5) VALUE 0.
       01  AddCount PIC 9(5) VALUE 0.
       01  ChangeCount PIC 9(5) VALUE 0.
       01  DeleteCount PIC 9(5) VALUE 0.
       01  NotSentCount PIC 9(5) VALUE 0.
      *Month archives from the prior extract's month to this one.
       01  FirstMonths PIC 9(6).
       01  LastMonths PIC 9(6).
       01  WorkMonths PIC 9(6).
       01  WorkYear PIC 9(4).
       01  WorkMonth PIC 9(2).
       01  ScanYYYYMM PIC 9(6).
       COPY STATCODE.
       COPY CAMPUS.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".
       01  AuditFilePath PIC X(40).

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO RUNTIMESTAMP.
           MOVE RUNTIMESTAMP (1:8) TO RUNDATE.
           PERFORM ReadPriorExtract.
           ACCEPT FULLTEXT FROM ENVIRONMENT "SISFULL".
           IF FULLTEXT = 'Y' OR FULLTEXT = 'y' OR PRIORFOUND = 'N'
               MOVE 'Y' TO FULLREFRESH
           END-IF.
           IF FULLREFRESH = 'N'
               PERFORM ScanAuditTrail
           END-IF.
           PERFORM ScanStatHist.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "SisDelta : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DELTAFILE.
           IF DELTAFILESTATUS NOT = FS-SUCCESS
               DISPLAY "SisDelta : " MSG-CANT-OPEN DELTAFILESTATUS
               CLOSE STUDENTFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WriteHeader.
           IF FULLREFRESH = 'Y'
               PERFORM WriteFullRefresh
           ELSE
               PERFORM WriteOneDelta
                   VARYING DELTAIDX FROM 1 BY 1
                   UNTIL DELTAIDX > DELTACOUNT
           END-IF.
           MOVE SPACES TO DELTATRAILER.
           MOVE 'T' TO SDT-RECTYPE.
           MOVE SENTCOUNT TO SDT-COUNT.
           MOVE ADDCOUNT TO SDT-ADDS.
           MOVE CHANGECOUNT TO SDT-CHANGES.
           MOVE DELETECOUNT TO SDT-DELETES.
           WRITE DELTATRAILER.
           CLOSE STUDENTFILE.
           CLOSE DELTAFILE.
           IF DELTAFILESTATUS NOT = FS-SUCCESS
               DISPLAY "SisDelta : extract not closed cleanly, status "
                   DELTAFILESTATUS " - high-water mark not moved."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           IF TABLEFULL = 'Y'
               DISPLAY "SisDelta : more than 3000 changed students - "
                   "extract incomplete, high-water mark not moved."
               DISPLAY "SisDelta : run again with SISFULL=Y for a "
                   "full refresh."
               MOVE RC-DISCREPANCY TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WriteControl.
           IF FULLREFRESH = 'Y'
               DISPLAY "SisDelta : full refresh - " SENTCOUNT
                   " student(s) sent."
           ELSE
               DISPLAY "SisDelta : " SENTCOUNT " changed student(s) - "
                   ADDCOUNT " add, " CHANGECOUNT " change, "
                   DELETECOUNT " delete."
               IF NOTSENTCOUNT > 0
                   DISPLAY "SisDelta : " NOTSENTCOUNT " student(s) "
                       "added and deleted since the last extract - "
                       "not sent."
               END-IF
           END-IF.
           GOBACK.

       ReadPriorExtract.
           OPEN INPUT SISCONTROL.
           IF SISCONTROLSTATUS = FS-SUCCESS
               READ SISCONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF SC-DATE NUMERIC AND SC-DATE > 0
                           MOVE 'Y' TO PRIORFOUND
                           MOVE SC-SEQUENCE TO PRIORSEQUENCE
                           MOVE SC-DATE TO PRIORDATE
                           MOVE SC-TIMESTAMP TO PRIORTIMESTAMP
                           MOVE SC-SH-DATE TO PRIORSHDATE
                           MOVE SC-SH-SEEN TO PRIORSHSEEN
                       END-IF
               END-READ
               CLOSE SISCONTROL
           END-IF.

      *Always read through, so even a full refresh leaves the mark
      *at the end of the file; a delta also takes every line past
      *the prior mark as a change. Read after the audit trail, so a
      *student the audit saw added is still sent as an add.
       ScanStatHist.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT STATHISTFILE.
           IF STATHISTSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ STATHISTFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                       NOT AT END PERFORM TakeStatHistLine
                   END-READ
               END-PERFORM
               CLOSE STATHISTFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       TakeStatHistLine.
           IF SH-DATE > NEWSHDATE
               MOVE SH-DATE TO NEWSHDATE
               MOVE 0 TO NEWSHSEEN
           END-IF.
           IF SH-DATE = NEWSHDATE
               ADD 1 TO NEWSHSEEN
           END-IF.
           IF SH-DATE = PRIORSHDATE
               ADD 1 TO SAMEDATESEEN
           END-IF.
           IF FULLREFRESH = 'N'
               IF SH-DATE > PRIORSHDATE
                   OR (SH-DATE = PRIORSHDATE
                       AND SAMEDATESEEN > PRIORSHSEEN)
                   MOVE SH-IDNUM TO WORKID
                   MOVE SPACES TO ENTRYSTAMP
                   STRING SH-DATE "000000" DELIMITED BY SIZE
                       INTO ENTRYSTAMP
                   MOVE 'Y' TO ENTRYPRESENT
                   PERFORM FindDeltaEntry
               END-IF
           END-IF.

      *Every archive the rollover may have closed since the prior
      *extract, oldest first, then the live file.
       ScanAuditTrail.
           DIVIDE PRIORDATE BY 100 GIVING WORKMONTHS.
           DIVIDE WORKMONTHS BY 100 GIVING WORKYEAR
               REMAINDER WORKMONTH.
           COMPUTE FIRSTMONTHS = WORKYEAR * 12 + WORKMONTH.
           DIVIDE RUNDATE BY 100 GIVING WORKMONTHS.
           DIVIDE WORKMONTHS BY 100 GIVING WORKYEAR
               REMAINDER WORKMONTH.
           COMPUTE LASTMONTHS = WORKYEAR * 12 + WORKMONTH.
           PERFORM VARYING WORKMONTHS FROM FIRSTMONTHS BY 1
                   UNTIL WORKMONTHS > LASTMONTHS
               COMPUTE WORKYEAR = (WORKMONTHS - 1) / 12
               COMPUTE WORKMONTH = WORKMONTHS - WORKYEAR * 12
               COMPUTE SCANYYYYMM = WORKYEAR * 100 + WORKMONTH
               MOVE SPACES TO AUDITFILEPATH
               STRING "audit" SCANYYYYMM ".txt"
                   DELIMITED BY SIZE INTO AUDITFILEPATH
               PERFORM ScanOneAuditFile
           END-PERFORM.
           MOVE "audit.txt" TO AUDITFILEPATH.
           PERFORM ScanOneAuditFile.

       ScanOneAuditFile.
           MOVE 'N' TO AUDITATENDFLAG.
           OPEN INPUT AUDITFILE.
           IF AUDITFILESTATUS = FS-SUCCESS
               PERFORM UNTIL AUDITATENDFLAG = 'Y'
                   READ AUDITFILE
                       AT END MOVE 'Y' TO AUDITATENDFLAG
                   END-READ
                   IF AUDITATENDFLAG = 'N'
                           AND AA-IDNUM NUMERIC AND AA-IDNUM > 0
                           AND AA-TIMESTAMP (1:16) >
                               PRIORTIMESTAMP (1:16)
                           AND AA-TIMESTAMP (1:16) <=
                               RUNTIMESTAMP (1:16)
                       PERFORM TakeAuditEntry
                   END-IF
               END-PERFORM
               CLOSE AUDITFILE
           END-IF.

      *An entry with no before image is an add - the student was
      *not on file before it; one with no after image is a delete,
      *whose before image is the last the district will hear of
      *the student.
       TakeAuditEntry.
           MOVE AA-IDNUM TO WORKID.
           MOVE AA-TIMESTAMP (1:14) TO ENTRYSTAMP.
           IF AA-BEFORE = SPACES
               MOVE 'N' TO ENTRYPRESENT
           ELSE
               MOVE 'Y' TO ENTRYPRESENT
           END-IF.
           PERFORM FindDeltaEntry.
           IF FOUNDIDX > 0 AND AA-AFTER = SPACES
                   AND AA-BEFORE NOT = SPACES
               MOVE AA-BEF-FNAME TO DL-FNAME (FOUNDIDX)
               MOVE AA-BEF-LNAME TO DL-LNAME (FOUNDIDX)
               MOVE AA-BEF-STATUS TO DL-STATUS (FOUNDIDX)
               MOVE AA-BEF-GRADE TO DL-GRADE (FOUNDIDX)
               MOVE AA-BEF-AGE TO DL-AGE (FOUNDIDX)
               MOVE AA-BEF-TUITION TO DL-TUITION (FOUNDIDX)
           END-IF.

      *Finds WORKID's entry, inserting it in ID order when new; the
      *first entry for a student decides whether it was on file
      *when the window opened, the latest one is its timestamp.
       FindDeltaEntry.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING DELTAIDX FROM 1 BY 1
                   UNTIL DELTAIDX > DELTACOUNT
                       OR DL-IDNO (DELTAIDX) >= WORKID
               CONTINUE
           END-PERFORM.
           IF DELTAIDX <= DELTACOUNT AND DL-IDNO (DELTAIDX) = WORKID
               MOVE DELTAIDX TO FOUNDIDX
               IF ENTRYSTAMP > DL-STAMP (FOUNDIDX)
                   MOVE ENTRYSTAMP TO DL-STAMP (FOUNDIDX)
               END-IF
           ELSE
               IF DELTACOUNT >= 3000
                   MOVE 'Y' TO TABLEFULL
               ELSE
                   PERFORM VARYING SHIFTIDX FROM DELTACOUNT BY -1
                           UNTIL SHIFTIDX < DELTAIDX
                       MOVE DELTAENTRY (SHIFTIDX)
                           TO DELTAENTRY (SHIFTIDX + 1)
                   END-PERFORM
                   ADD 1 TO DELTACOUNT
                   MOVE DELTAIDX TO FOUNDIDX
                   MOVE WORKID TO DL-IDNO (FOUNDIDX)
                   MOVE ENTRYPRESENT TO DL-ATSTART (FOUNDIDX)
                   MOVE ENTRYSTAMP TO DL-STAMP (FOUNDIDX)
                   MOVE SPACES TO DL-FNAME (FOUNDIDX)
                   MOVE SPACES TO DL-LNAME (FOUNDIDX)
                   MOVE SPACES TO DL-STATUS (FOUNDIDX)
                   MOVE 0 TO DL-GRADE (FOUNDIDX)
                   MOVE 0 TO DL-AGE (FOUNDIDX)
                   MOVE 0 TO DL-TUITION (FOUNDIDX)
               END-IF
           END-IF.

       WriteHeader.
           MOVE SPACES TO DELTAHEADER.
           MOVE 'H' TO SDH-RECTYPE.
           MOVE RUNDATE TO SDH-DATE.
           IF FULLREFRESH = 'Y'
               MOVE 'F' TO SDH-MODE
               MOVE ALL "0" TO SDH-AFTER
           ELSE
               MOVE 'D' TO SDH-MODE
               MOVE PRIORTIMESTAMP (1:14) TO SDH-AFTER
           END-IF.
           MOVE RUNTIMESTAMP (1:14) TO SDH-THROUGH.
           COMPUTE SDH-SEQUENCE = PRIORSEQUENCE + 1.
           WRITE DELTAHEADER.

       WriteFullRefresh.
           MOVE 0 TO IDNUM.
           START STUDENTFILE KEY IS NOT LESS THAN IDNUM
               INVALID KEY MOVE 'Y' TO ATENDFLAG
           END-START.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STUDENTFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   MOVE 'A' TO SD-ACTION
                   MOVE RUNTIMESTAMP (1:14) TO SD-STAMP
                   PERFORM WriteCurrentValues
                   ADD 1 TO ADDCOUNT
               END-IF
           END-PERFORM.

      *One student the window touched : on file now is an add or a
      *change, gone now is a delete - unless it was never on file
      *as far as the district knows.
       WriteOneDelta.
           MOVE DL-IDNO (DELTAIDX) TO IDNUM.
           READ STUDENTFILE
               INVALID KEY MOVE "23" TO STUDENTFILESTATUS
           END-READ.
           MOVE DL-STAMP (DELTAIDX) TO SD-STAMP.
           IF STUDENTFILESTATUS = FS-SUCCESS
               IF DL-ATSTART (DELTAIDX) = 'N'
                   MOVE 'A' TO SD-ACTION
                   ADD 1 TO ADDCOUNT
               ELSE
                   MOVE 'C' TO SD-ACTION
                   ADD 1 TO CHANGECOUNT
               END-IF
               PERFORM WriteCurrentValues
           ELSE
               IF DL-ATSTART (DELTAIDX) = 'N'
                   ADD 1 TO NOTSENTCOUNT
               ELSE
                   PERFORM WriteDeletedValues
                   ADD 1 TO DELETECOUNT
               END-IF
           END-IF.

       WriteCurrentValues.
           MOVE IDNUM TO SD-IDNUM.
           MOVE FNAME TO SD-FNAME.
           MOVE LNAME TO SD-LNAME.
           MOVE ENROLLSTATUS TO SD-STATUS.
           MOVE GRADELEVEL TO SD-GRADE.
           MOVE BIRTHDATE TO SD-BIRTHDATE.
           MOVE AGE TO SD-AGE.
           MOVE DIROPTOUT TO SD-OPTOUT.
           IF CAMPUS = SPACES
               MOVE CAMPUS-HOME TO SD-CAMPUS
           ELSE
               MOVE CAMPUS TO SD-CAMPUS
           END-IF.
           MOVE TUITIONBALANCE TO SD-TUITION.
           WRITE DELTARECORD.
           ADD 1 TO SENTCOUNT.

       WriteDeletedValues.
           MOVE 'D' TO SD-ACTION.
           MOVE DL-IDNO (DELTAIDX) TO SD-IDNUM.
           MOVE DL-FNAME (DELTAIDX) TO SD-FNAME.
           MOVE DL-LNAME (DELTAIDX) TO SD-LNAME.
           MOVE DL-STATUS (DELTAIDX) TO SD-STATUS.
           MOVE DL-GRADE (DELTAIDX) TO SD-GRADE.
           MOVE 0 TO SD-BIRTHDATE.
           MOVE DL-AGE (DELTAIDX) TO SD-AGE.
           MOVE SPACE TO SD-OPTOUT.
           MOVE SPACES TO SD-CAMPUS.
           MOVE DL-TUITION (DELTAIDX) TO SD-TUITION.
           WRITE DELTARECORD.
           ADD 1 TO SENTCOUNT.

      *The extract is safely written : this run becomes the next
      *one's starting point.
       WriteControl.
           OPEN OUTPUT SISCONTROL.
           IF SISCONTROLSTATUS NOT = FS-SUCCESS
               DISPLAY "SisDelta : " MSG-CANT-OPEN SISCONTROLSTATUS
                   " - high-water mark not moved."
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE SPACES TO SISCONTROLRECORD
               COMPUTE SC-SEQUENCE = PRIORSEQUENCE + 1
               MOVE RUNDATE TO SC-DATE
               MOVE RUNTIMESTAMP TO SC-TIMESTAMP
               IF FULLREFRESH = 'Y'
                   SET SC-FULL TO TRUE
               ELSE
                   SET SC-DELTA TO TRUE
               END-IF
               MOVE SENTCOUNT TO SC-COUNT
               IF NEWSHDATE < PRIORSHDATE
                   MOVE PRIORSHDATE TO SC-SH-DATE
                   MOVE PRIORSHSEEN TO SC-SH-SEEN
               ELSE
                   MOVE NEWSHDATE TO SC-SH-DATE
                   MOVE NEWSHSEEN TO SC-SH-SEEN
               END-IF
               WRITE SISCONTROLRECORD
               CLOSE SISCONTROL
           END-IF.
