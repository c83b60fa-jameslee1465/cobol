       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnrlVfy.
      *Course enrollment file convert/verify/rebuild : the StudVfy of
      *crsenrl.txt, run once to move the old line sequential file to
      *the indexed one and afterwards whenever a roster or a student
      *listing disagrees with what the enrollment file should hold.
      *Convert mode renames the line sequential crsenrl.txt to
      *crsenrl.old, loads every line into a new indexed crsenrl.txt
      *(keyed by student, term, and course, with the course/term
      *roster key filled in), then runs the verify below. It refuses
      *to run when crsenrl.old is already there or crsenrl.txt
      *already opens as an indexed file, so a second run can't lose
      *the original. Where the old file held the same student, term,
      *and course twice the later line is kept, as CrsEnrl's own
      *reads would have found it; each one is listed.
      *Verify mode walks the file sequentially and proves every
      *record is reachable back through the primary key and the
      *roster alternate key, that its roster key agrees with its
      *course and term, that the term is 1 through 20, and that the
      *student is on StudentFile, reporting each miss.
      *Rebuild mode unloads every record to a clean sequential work
      *file and reloads the indexed file from scratch, recreating
      *both indexes and refilling each roster key from the record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseEnrlFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               ALTERNATE RECORD KEY IS CE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS CourseEnrlStatus.
      *Second view of the same file, opened for the keyed re-reads
      *that prove each index entry actually leads back to the record.
           SELECT VerifyFile ASSIGN TO "crsenrl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-KEY
               ALTERNATE RECORD KEY IS VE-ROSTERKEY WITH DUPLICATES
               FILE STATUS IS VerifyFileStatus.
           SELECT OldEnrlFile ASSIGN TO "crsenrl.old"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldEnrlStatus.
           SELECT WorkFile ASSIGN TO "enrlvfy.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorkFileStatus.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               ALTERNATE RECORD KEY IS LNAME WITH DUPLICATES
               FILE STATUS IS StudentFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CourseEnrlFile.
       COPY CRSENRL.

      *Same layout as CRSENRL, renamed so both views can be declared
      *in one program; must track CRSENRL if the layout ever changes.
       FD VerifyFile.
       01  VerifyData.
           02 VE-KEY PIC X(17).
           02 VE-SCORE PIC 9(3).
           02 VE-MARK PIC X.
           02 VE-ROSTERKEY PIC X(8).

      *The line sequential layout before the roster key was added :
      *student, term, course, score, and mark.
       FD OldEnrlFile.
       01  OldEnrlRecord PIC X(21).

       FD WorkFile.
       01  WorkRecord PIC X(29).

       FD StudentFile.
       COPY STUDREC.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  CourseEnrlStatus PIC XX.
       01  VerifyFileStatus PIC XX.
       01  OldEnrlStatus PIC XX.
       01  WorkFileStatus PIC XX.
       01  StudentFileStatus PIC XX.
       01  StudentOpenFlag PIC A VALUE "N".
       01  RunMode PIC A.
       01  ConfirmWord PIC X(10).
       01  FoundFlag PIC A.
       01  RecordCount PIC 9(5) VALUE 0.
       01  PrimaryMissCount PIC 9(5) VALUE 0.
       01  AlternateMissCount PIC 9(5) VALUE 0.
       01  RosterKeyBadCount PIC 9(5) VALUE 0.
       01  TermBadCount PIC 9(5) VALUE 0.
       01  NoStudentCount PIC 9(5) VALUE 0.
       01  OldLineCount PIC 9(5) VALUE 0.
       01  DuplicateCount PIC 9(5) VALUE 0.
       01  UnloadedCount PIC 9(5) VALUE 0.
       01  ReloadedCount PIC 9(5) VALUE 0.
       01  LoadedCount PIC 9(5) VALUE 0.
       01  LivePath PIC X(40) VALUE "crsenrl.txt".
       01  OldPath PIC X(40) VALUE "crsenrl.old".
       01  FileDetails PIC X(16).
       01  FileCallRC PIC S9(9) BINARY.
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
           DISPLAY "-- Course Enrollment Convert / Verify / Rebuild --".
           DISPLAY "C = convert from line sequential, V = verify "
               "indexes, R = rebuild file : " WITH NO ADVANCING.
           ACCEPT RUNMODE.
           EVALUATE RUNMODE
               WHEN 'C'
               WHEN 'c'
                   PERFORM ConvertFile
                   PERFORM VerifyIndexes
               WHEN 'V'
               WHEN 'v'
                   PERFORM VerifyIndexes
               WHEN 'R'
               WHEN 'r'
                   PERFORM RebuildFile
               WHEN OTHER
                   DISPLAY "Unknown mode."
                   MOVE RC-WARNING TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *One-time move to the indexed file. The old file is renamed,
      *never deleted, so it stays on disk until someone is satisfied
      *with the verify and removes it by hand.
       ConvertFile.
           CALL "CBL_CHECK_FILE_EXIST" USING OLDPATH
               FILEDETAILS
               RETURNING FILECALLRC
           END-CALL.
           IF FILECALLRC = 0
               DISPLAY "EnrlVfy : crsenrl.old already exists - the "
                   "file looks converted already."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS = FS-SUCCESS
               CLOSE COURSEENRLFILE
               DISPLAY "EnrlVfy : crsenrl.txt is already indexed - "
                   "nothing to convert."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "This renames crsenrl.txt to crsenrl.old and "
               "loads a new indexed crsenrl.txt.".
           DISPLAY "Type CONVERT to continue : " WITH NO ADVANCING.
           ACCEPT CONFIRMWORD.
           IF CONFIRMWORD NOT = "CONVERT"
               DISPLAY "Convert cancelled."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_RENAME_FILE" USING LIVEPATH OLDPATH
               RETURNING FILECALLRC
           END-CALL.
           IF FILECALLRC NOT = 0
               DISPLAY "EnrlVfy : could not rename crsenrl.txt, "
                   "return " FILECALLRC
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OLDENRLFILE.
           IF OLDENRLSTATUS NOT = FS-SUCCESS
               DISPLAY "EnrlVfy : " MSG-CANT-OPEN OLDENRLSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               DISPLAY "EnrlVfy : " MSG-CANT-OPEN COURSEENRLSTATUS
               CLOSE OLDENRLFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO ATENDFLAG.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ OLDENRLFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   ADD 1 TO OLDLINECOUNT
                   PERFORM LoadOneEnrollment
               END-IF
           END-PERFORM.
           CLOSE OLDENRLFILE.
           CLOSE COURSEENRLFILE.
           MOVE 'N' TO ATENDFLAG.
           DISPLAY "Old lines read          : " OLDLINECOUNT.
           DISPLAY "Records loaded          : " LOADEDCOUNT.
           DISPLAY "Duplicate lines replaced: " DUPLICATECOUNT.
           IF OLDLINECOUNT NOT = LOADEDCOUNT + DUPLICATECOUNT
               DISPLAY "Counts differ - review the messages above."
               MOVE RC-DISCREPANCY TO RETURN-CODE
           END-IF.
           DISPLAY " ".

       LoadOneEnrollment.
           MOVE SPACES TO COURSEENRLRECORD.
           MOVE OLDENRLRECORD TO COURSEENRLRECORD.
           MOVE CE-CODE TO CE-RK-CODE.
           MOVE CE-TERMIDX TO CE-RK-TERMIDX.
           WRITE COURSEENRLRECORD
               INVALID KEY
                   REWRITE COURSEENRLRECORD
                       INVALID KEY
                           DISPLAY "EnrlVfy : line " OLDLINECOUNT
                               " not loaded, status "
                               COURSEENRLSTATUS
                       NOT INVALID KEY
                           ADD 1 TO DUPLICATECOUNT
                           DISPLAY "Duplicate " CE-IDNUM " term "
                               CE-TERMIDX " " CE-CODE
                               " - later line kept"
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO LOADEDCOUNT
           END-WRITE.

       VerifyIndexes.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               DISPLAY "EnrlVfy : " MSG-CANT-OPEN COURSEENRLSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VERIFYFILE.
           IF VERIFYFILESTATUS NOT = FS-SUCCESS
               DISPLAY "EnrlVfy : " MSG-CANT-OPEN VERIFYFILESTATUS
               CLOSE COURSEENRLFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
      *Without StudentFile the student check is skipped, not failed -
      *the index checks still stand on their own.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS = FS-SUCCESS
               MOVE 'Y' TO STUDENTOPENFLAG
           ELSE
               DISPLAY "EnrlVfy : StudentFile " MSG-CANT-OPEN
                   STUDENTFILESTATUS " - student check skipped"
           END-IF.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ COURSEENRLFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   ADD 1 TO RECORDCOUNT
                   PERFORM VerifyOneRecord
               END-IF
           END-PERFORM.
           CLOSE COURSEENRLFILE.
           CLOSE VERIFYFILE.
           IF STUDENTOPENFLAG = 'Y'
               CLOSE STUDENTFILE
           END-IF.
           DISPLAY " ".
           DISPLAY "Records checked         : " RECORDCOUNT.
           DISPLAY "Primary key misses      : " PRIMARYMISSCOUNT.
           DISPLAY "Roster key misses       : " ALTERNATEMISSCOUNT.
           DISPLAY "Roster key out of step  : " ROSTERKEYBADCOUNT.
           DISPLAY "Term out of range       : " TERMBADCOUNT.
           DISPLAY "Student not on file     : " NOSTUDENTCOUNT.
           IF PRIMARYMISSCOUNT = 0 AND ALTERNATEMISSCOUNT = 0
                   AND ROSTERKEYBADCOUNT = 0
               DISPLAY "Both indexes verified clean."
           ELSE
               DISPLAY "Index damage found - rebuild recommended."
               MOVE RC-DISCREPANCY TO RETURN-CODE
           END-IF.
           IF TERMBADCOUNT > 0 OR NOSTUDENTCOUNT > 0
               DISPLAY "Enrollment data needs review - see above."
               MOVE RC-DISCREPANCY TO RETURN-CODE
           END-IF.

      *A record the sequential walk returned but a keyed read can't
      *reach is the out-of-step-index case; a roster key that
      *disagrees with the record's own course and term puts the line
      *on the wrong roster. Report each one.
       VerifyOneRecord.
           MOVE CE-KEY TO VE-KEY.
           READ VERIFYFILE
               INVALID KEY
                   ADD 1 TO PRIMARYMISSCOUNT
                   DISPLAY "ID " CE-IDNUM " term " CE-TERMIDX " "
                       CE-CODE " unreachable by primary key"
           END-READ.
           IF CE-RK-CODE NOT = CE-CODE
                   OR CE-RK-TERMIDX NOT = CE-TERMIDX
               ADD 1 TO ROSTERKEYBADCOUNT
               DISPLAY "ID " CE-IDNUM " term " CE-TERMIDX " "
                   CE-CODE " roster key reads " CE-ROSTERKEY
           END-IF.
           MOVE 'N' TO FOUNDFLAG.
           MOVE CE-ROSTERKEY TO VE-ROSTERKEY.
           START VERIFYFILE KEY IS NOT LESS THAN VE-ROSTERKEY
               INVALID KEY MOVE 'X' TO FOUNDFLAG
           END-START.
           PERFORM UNTIL FOUNDFLAG NOT = 'N'
               READ VERIFYFILE NEXT RECORD
                   AT END MOVE 'X' TO FOUNDFLAG
               END-READ
               IF FOUNDFLAG = 'N' AND VE-ROSTERKEY NOT = CE-ROSTERKEY
                   MOVE 'X' TO FOUNDFLAG
               END-IF
               IF FOUNDFLAG = 'N' AND VE-KEY = CE-KEY
                   MOVE 'Y' TO FOUNDFLAG
               END-IF
           END-PERFORM.
           IF FOUNDFLAG NOT = 'Y'
               ADD 1 TO ALTERNATEMISSCOUNT
               DISPLAY "ID " CE-IDNUM " term " CE-TERMIDX " "
                   CE-CODE " unreachable by roster key"
           END-IF.
           IF CE-TERMIDX < 1 OR CE-TERMIDX > 20
               ADD 1 TO TERMBADCOUNT
               DISPLAY "ID " CE-IDNUM " " CE-CODE " term "
                   CE-TERMIDX " out of range"
           END-IF.
           IF STUDENTOPENFLAG = 'Y'
               MOVE CE-IDNUM TO IDNUM
               READ STUDENTFILE
                   INVALID KEY
                       ADD 1 TO NOSTUDENTCOUNT
                       DISPLAY "ID " CE-IDNUM " term " CE-TERMIDX
                           " " CE-CODE " has no student record"
               END-READ
           END-IF.

      *Unload everything the damaged file will still give up
      *sequentially, then reload from the clean work file with both
      *indexes built fresh. Destructive, so it takes a typed REBUILD.
       RebuildFile.
           DISPLAY "This rewrites crsenrl.txt in place.".
           DISPLAY "Type REBUILD to continue : " WITH NO ADVANCING.
           ACCEPT CONFIRMWORD.
           IF CONFIRMWORD NOT = "REBUILD"
               DISPLAY "Rebuild cancelled."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               DISPLAY "EnrlVfy : " MSG-CANT-OPEN COURSEENRLSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WORKFILE.
           IF WORKFILESTATUS NOT = FS-SUCCESS
               DISPLAY "EnrlVfy : " MSG-CANT-OPEN WORKFILESTATUS
               CLOSE COURSEENRLFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ COURSEENRLFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   MOVE COURSEENRLRECORD TO WORKRECORD
                   WRITE WORKRECORD
                   ADD 1 TO UNLOADEDCOUNT
               END-IF
           END-PERFORM.
           CLOSE COURSEENRLFILE.
           CLOSE WORKFILE.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT WORKFILE.
           OPEN OUTPUT COURSEENRLFILE.
           IF COURSEENRLSTATUS NOT = FS-SUCCESS
               DISPLAY "EnrlVfy : " MSG-CANT-OPEN COURSEENRLSTATUS
               CLOSE WORKFILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ WORKFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N'
                   MOVE WORKRECORD TO COURSEENRLRECORD
                   MOVE CE-CODE TO CE-RK-CODE
                   MOVE CE-TERMIDX TO CE-RK-TERMIDX
                   WRITE COURSEENRLRECORD
                       INVALID KEY
                           DISPLAY "EnrlVfy : duplicate key in "
                               "unload, skipped : " CE-IDNUM " "
                               CE-TERMIDX " " CE-CODE
                       NOT INVALID KEY
                           ADD 1 TO RELOADEDCOUNT
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE WORKFILE.
           CLOSE COURSEENRLFILE.
           DISPLAY "Records unloaded : " UNLOADEDCOUNT.
           DISPLAY "Records reloaded : " RELOADEDCOUNT.
           IF UNLOADEDCOUNT NOT = RELOADEDCOUNT
               DISPLAY "Counts differ - review the skipped keys above."
               MOVE RC-DISCREPANCY TO RETURN-CODE
           ELSE
               DISPLAY "Rebuild complete, both indexes recreated."
           END-IF.
