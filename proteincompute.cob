       01 ProfAtEndFlag PIC A VALUE "N".
       01 UseFactRest PIC 9V9(2).
       01 UseFactWork PIC 9V9(2).
       01 ScanStation PIC X(8).
       01 RawScan PIC X(20).
       01 ScanResult PIC X.
       01 ScanDone PIC A VALUE "N".
       01 RosterFound PIC A.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01 StudentFilePath PIC X(40) VALUE "student.txt".
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           PERFORM LoadProfiles.
           DISPLAY 'Run in batch mode from proteinroster.txt? (Y/N,'
               ' S = badge scan) ' with no advancing.
           ACCEPT BATCHMODE.
           EVALUATE BATCHMODE
               WHEN 'Y' WHEN 'y'
                   PERFORM RunBatch
               WHEN 'S' WHEN 's'
                   PERFORM RunScan
               WHEN OTHER
                   PERFORM RunInteractive
           END-EVALUATE.

           STOP RUN.

               PERFORM LogProteinEntry
           END-IF.

      *Badge scanning at the cafeteria line : the student's card is
      *scanned instead of the ID being keyed (see ScanBadge), and
      *the day's weight/protein/workout come from the student's
      *line in proteinroster.txt, so a rostered student goes
      *through with no keying at all. A student not on the roster
      *is asked the usual questions. Enter alone ends the line.
       RunScan.
           DISPLAY 'Scan station ID : ' with no advancing.
           ACCEPT SCANSTATION.
           IF SCANSTATION = SPACES
               MOVE "CAFE" TO SCANSTATION
           END-IF.
           DISPLAY 'Scan badges - Enter alone when done.'.
           PERFORM ProcessOneScan UNTIL SCANDONE = 'Y'.
           DISPLAY "Scan session complete. Processed " PROCESSEDCOUNT
               " Rejected " SKIPPEDCOUNT.

       ProcessOneScan.
           MOVE SPACES TO RAWSCAN.
           DISPLAY 'Scan : ' with no advancing.
           ACCEPT RAWSCAN.
           IF RAWSCAN = SPACES
               MOVE 'Y' TO SCANDONE
           ELSE
               CALL "ScanBadge" USING RAWSCAN SCANSTATION STUDIDNUM
                   SCANRESULT
               IF SCANRESULT NOT = "V"
                   DISPLAY "Scan rejected - scan again or key the ID."
                   ADD 1 TO SKIPPEDCOUNT
               ELSE
                   PERFORM FindRosterEntry
                   IF ROSTERFOUND = 'N'
                       DISPLAY 'Not on the roster - weight(kg)? '
                           with no advancing
                       ACCEPT MYWEIGHT
                       DISPLAY 'Protein absorbed today?(g) '
                           with no advancing
                       ACCEPT PTABSORBED
                       DISPLAY 'Worked out today?(Y/N) '
                           with no advancing
                       ACCEPT WORKEDOUT
                   END-IF
                   PERFORM ComputeShake
                   DISPLAY STUDIDNUM ' : ' PTSHAKENEED
                       'g proteinshake needed.'
                   PERFORM LogProteinEntry
                   ADD 1 TO PROCESSEDCOUNT
               END-IF
           END-IF.

      *The last roster line for the student wins, the same way a
      *later correction line would in batch mode.
       FindRosterEntry.
           MOVE 'N' TO ROSTERFOUND.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT PROTEINROSTER.
           IF PROTEINROSTERSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ PROTEINROSTER
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND PR-IDNUM = STUDIDNUM
                       MOVE 'Y' TO ROSTERFOUND
                       MOVE PR-MYWEIGHT TO MYWEIGHT
                       MOVE PR-PTABSORBED TO PTABSORBED
                       MOVE PR-WORKEDOUT TO WORKEDOUT
                   END-IF
               END-PERFORM
               CLOSE PROTEINROSTER
           END-IF.

      *Whole cafeteria roster in one pass, one log entry per line that
      *matches an enrolled student; lines with an unknown ID are
      *skipped and counted instead of stopping the run.
