      *intends and closing with a section summary. A homeroom
      *sheet takes a minute to key instead of thirty prompt
      *cycles.
      *A student away on a field trip that day (in actpart.txt with
      *the permission slip in, for a trip in activity.txt dated the
      *marking date) is excused, not absent : an A keyed for the
      *student is shown with the trip's name and not written, so the
      *absence reports and the absence calls leave the student out.
      *A third way in is for the late-arrival desk : each student's
      *ID card is scanned (see ScanBadge) and marked tardy with no
      *keying at all. A read that fails is shown at once so the
      *student can be re-scanned or keyed in mode 1, and every read
      *goes into the scan log for the daily exception listing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SectAsgnFile ASSIGN TO "sectasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SectAsgnStatus.
           SELECT ActivityFile ASSIGN TO "activity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActivityStatus.
           SELECT ActPartFile ASSIGN TO "actpart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActPartStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SectAsgnFile.
       COPY SECTASGN.

       FD ActivityFile.
       COPY ACTIVITY.

       FD ActPartFile.
       COPY ACTPART.

       WORKING-STORAGE SECTION.
       01  StudentFileStatus PIC XX.
       01  AttendFileStatus PIC XX.
       01  PresentCount PIC 9(3) VALUE 0.
       01  AbsentCount PIC 9(3) VALUE 0.
       01  TardyCount PIC 9(3) VALUE 0.
       01  ExcusedCount PIC 9(3) VALUE 0.
       01  ActivityStatus PIC XX.
       01  ActPartStatus PIC XX.
       01  TripAtEnd PIC A.
      *Field trips on the marking date, and the students on them.
       01  TripTable.
           02 TripEntry OCCURS 50 TIMES.
               03 TR-ACTID PIC 9(4).
               03 TR-NAME PIC X(24).
       01  TripCount PIC 9(2) VALUE 0.
       01  TripIdx PIC 9(2).
       01  OnTripTable.
           02 OnTripEntry OCCURS 2000 TIMES.
               03 OT-IDNUM PIC 9(9).
               03 OT-NAME PIC X(24).
       01  OnTripCount PIC 9(4) VALUE 0.
       01  OnTripIdx PIC 9(4).
       01  TripName PIC X(24).
       01  ScanStation PIC X(8).
       01  RawScan PIC X(20).
       01  ScanResult PIC X.
       01  ScanDone PIC A VALUE "N".
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
               MOVE FUNCTION CURRENT-DATE (1:8) TO MARKDATE
           END-IF.
           DISPLAY "Marking attendance for " MARKDATE.
           PERFORM LoadTripsForDate.
           IF ONTRIPCOUNT > 0
               DISPLAY ONTRIPCOUNT " student(s) away on field trips."
           END-IF.
           DISPLAY "1 = by student ID, 2 = by section sheet, "
               "3 = badge scan (tardy) : " WITH NO ADVANCING.
           ACCEPT RUNMODE.
           EVALUATE RUNMODE
               WHEN 2
                   PERFORM MarkBySection
               WHEN 3
                   PERFORM MarkByScan
               WHEN OTHER
                   PERFORM MarkOneStudent UNTIL STUDIDNUM = 0
           END-EVALUATE.
           DISPLAY MARKEDCOUNT " mark(s) recorded for " MARKDATE.
           STOP RUN.

               DISPLAY "Section " PICKSECTION " : "
                   PRESENTCOUNT " present, "
                   ABSENTCOUNT " absent, "
                   TARDYCOUNT " tardy, "
                   EXCUSEDCOUNT " excused on a trip."
           END-IF.

       MarkOneRosterStudent.
           EVALUATE MARKCODE
               WHEN 'A'
                   MOVE SA-IDNUM TO STUDIDNUM
                   PERFORM CheckOnTrip
                   IF TRIPNAME NOT = SPACES
                       PERFORM ShowTripExcused
                   ELSE
                       PERFORM WriteAttendMark
                       ADD 1 TO ABSENTCOUNT
                   END-IF
               WHEN 'T'
                   MOVE SA-IDNUM TO STUDIDNUM
                   PERFORM WriteAttendMark
                   IF MARKCODE = 't'
                       MOVE 'T' TO MARKCODE
                   END-IF
                   MOVE SPACES TO TRIPNAME
                   IF MARKCODE = 'A'
                       PERFORM CheckOnTrip
                   END-IF
                   EVALUATE TRUE
                       WHEN MARKCODE NOT = 'A' AND MARKCODE NOT = 'T'
                           DISPLAY "Unknown code - not recorded."
                       WHEN TRIPNAME NOT = SPACES
                           PERFORM ShowTripExcused
                       WHEN OTHER
                           PERFORM WriteAttendMark
                   END-EVALUATE
               END-IF
           END-IF.

      *Badge-scan mode : the scanner types the card's barcode in
      *as the answer to the prompt and every good read is a tardy
      *mark for the marking date. An empty read (Enter alone) ends
      *the session.
       MarkByScan.
           DISPLAY "Scan station ID : " WITH NO ADVANCING.
           ACCEPT SCANSTATION.
           IF SCANSTATION = SPACES
               MOVE "LATEDESK" TO SCANSTATION
           END-IF.
           DISPLAY "Scan badges - Enter alone when done.".
           PERFORM MarkOneScan UNTIL SCANDONE = 'Y'.

       MarkOneScan.
           MOVE SPACES TO RAWSCAN.
           DISPLAY "Scan : " WITH NO ADVANCING.
           ACCEPT RAWSCAN.
           IF RAWSCAN = SPACES
               MOVE 'Y' TO SCANDONE
           ELSE
               CALL "ScanBadge" USING RAWSCAN SCANSTATION STUDIDNUM
                   SCANRESULT
               EVALUATE SCANRESULT
                   WHEN "V"
                       PERFORM ValidateStudent
                       DISPLAY "Tardy : " FNAME " " LNAME
                       MOVE 'T' TO MARKCODE
                       PERFORM WriteAttendMark
                       ADD 1 TO TARDYCOUNT
                   WHEN "C"
                       DISPLAY "Bad check digit - scan again or key "
                           "the ID."
                   WHEN "N"
                       DISPLAY "Student : " MSG-NOT-FOUND
                   WHEN OTHER
                       DISPLAY "Unreadable scan - scan again or key "
                           "the ID."
               END-EVALUATE
           END-IF.

      *Same check Proteincompute makes : the typed ID must belong to
      *a student actually on file before anything is logged.
       ValidateStudent.
               ADD 1 TO MARKEDCOUNT
               DISPLAY "Recorded."
           END-IF.

      *Trips dated the marking date, then every participant on one
      *of them whose permission slip is in - without a slip the
      *student stayed behind and an absence is a real absence.
       LoadTripsForDate.
           MOVE 'N' TO TRIPATEND.
           OPEN INPUT ACTIVITYFILE.
           IF ACTIVITYSTATUS = FS-SUCCESS
               PERFORM UNTIL TRIPATEND = 'Y'
                   READ ACTIVITYFILE
                       AT END MOVE 'Y' TO TRIPATEND
                   END-READ
                   IF TRIPATEND = 'N' AND AC-TRIP
                           AND AC-DATE = MARKDATE AND TRIPCOUNT < 50
                       ADD 1 TO TRIPCOUNT
                       MOVE AC-ACTID TO TR-ACTID (TRIPCOUNT)
                       MOVE AC-NAME TO TR-NAME (TRIPCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ACTIVITYFILE
           END-IF.
           IF TRIPCOUNT > 0
               MOVE 'N' TO TRIPATEND
               OPEN INPUT ACTPARTFILE
               IF ACTPARTSTATUS = FS-SUCCESS
                   PERFORM UNTIL TRIPATEND = 'Y'
                       READ ACTPARTFILE
                           AT END MOVE 'Y' TO TRIPATEND
                       END-READ
                       IF TRIPATEND = 'N' AND AP-SLIP-RECEIVED
                           PERFORM AddOnTrip
                       END-IF
                   END-PERFORM
                   CLOSE ACTPARTFILE
               END-IF
           END-IF.

       AddOnTrip.
           PERFORM VARYING TRIPIDX FROM 1 BY 1
                   UNTIL TRIPIDX > TRIPCOUNT
               IF TR-ACTID (TRIPIDX) = AP-ACTID
                       AND ONTRIPCOUNT < 2000
                   ADD 1 TO ONTRIPCOUNT
                   MOVE AP-IDNUM TO OT-IDNUM (ONTRIPCOUNT)
                   MOVE TR-NAME (TRIPIDX) TO OT-NAME (ONTRIPCOUNT)
               END-IF
           END-PERFORM.

       CheckOnTrip.
           MOVE SPACES TO TRIPNAME.
           PERFORM VARYING ONTRIPIDX FROM 1 BY 1
                   UNTIL ONTRIPIDX > ONTRIPCOUNT
               IF OT-IDNUM (ONTRIPIDX) = STUDIDNUM
                   MOVE OT-NAME (ONTRIPIDX) TO TRIPNAME
               END-IF
           END-PERFORM.

       ShowTripExcused.
           DISPLAY "On field trip " TRIPNAME
               " - excused, not marked absent.".
           ADD 1 TO EXCUSEDCOUNT.
