       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScanBadge.
      *Badge scan validation, shared by every program with a scan
      *input mode (the cafeteria line in Proteincompute, the
      *late-arrival desk in Attend) so they all read the card the
      *same way. The card barcode is the Code 39 form of the
      *validated ID IDCards prints - CheckBit then the nine-digit
      *IDNUM, between the * start and stop characters. A keyboard
      *wedge scanner types the read in as if keyed; the stop/start
      *asterisks are dropped here when the scanner passes them on.
      *Every read is checked - ten digits, the mod-11 check digit
      *from the shared CheckDigit routine, and the student on file -
      *and logged to scanlog.txt with the time and station, so the
      *daily ScanExc listing can show what the scanners couldn't
      *read. SB-RESULT comes back V (valid, SB-IDNUM set), U
      *(unreadable), C (check digit wrong) or N (not on file).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT ScanLogFile ASSIGN TO "scanlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScanLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD ScanLogFile.
       COPY SCANLOG.

       WORKING-STORAGE SECTION.
       01  StudentFileStatus PIC XX.
       01  ScanLogStatus PIC XX.
       01  ScanText PIC X(20).
       01  ScanDigits PIC X(10).
       01  ScanNumber REDEFINES ScanDigits.
           02 ScanCheckBit PIC 9.
           02 ScanIDNum PIC 9(9).
       01  ComputedCheck PIC 9.
       01  NowStamp PIC X(21).
       COPY STATCODE.
      *Defaults to student.txt; set the STUDENTFILE environment
      *variable to point a run at a different copy without recompiling.
       01  StudentFilePath PIC X(40) VALUE "student.txt".

       LINKAGE SECTION.
       01  SB-RAWSCAN PIC X(20).
       01  SB-STATION PIC X(8).
       01  SB-IDNUM PIC 9(9).
       01  SB-RESULT PIC X.

       PROCEDURE DIVISION USING SB-RAWSCAN SB-STATION SB-IDNUM
               SB-RESULT.
       MainEntry.
           ACCEPT STUDENTFILEPATH FROM ENVIRONMENT "STUDENTFILE".
           IF STUDENTFILEPATH = SPACES
               MOVE "student.txt" TO STUDENTFILEPATH
           END-IF.
           MOVE 0 TO SB-IDNUM.
           MOVE SB-RAWSCAN TO SCANTEXT.
           IF SCANTEXT (1:1) = "*"
               MOVE SB-RAWSCAN (2:19) TO SCANTEXT
           END-IF.
           IF SCANTEXT (11:1) = "*"
               MOVE SPACE TO SCANTEXT (11:1)
           END-IF.
           MOVE SCANTEXT (1:10) TO SCANDIGITS.
           EVALUATE TRUE
               WHEN SCANDIGITS IS NOT NUMERIC
                       OR SCANTEXT (11:10) NOT = SPACES
                   MOVE "U" TO SB-RESULT
               WHEN OTHER
                   CALL "CheckDigit" USING SCANIDNUM COMPUTEDCHECK
                   IF COMPUTEDCHECK NOT = SCANCHECKBIT
                       MOVE "C" TO SB-RESULT
                   ELSE
                       MOVE SCANIDNUM TO SB-IDNUM
                       PERFORM LookUpStudent
                   END-IF
           END-EVALUATE.
           PERFORM LogScan.
           GOBACK.

       LookUpStudent.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "ScanBadge : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE "N" TO SB-RESULT
           ELSE
               MOVE SB-IDNUM TO IDNUM
               READ STUDENTFILE
                   INVALID KEY MOVE "N" TO SB-RESULT
                   NOT INVALID KEY MOVE "V" TO SB-RESULT
               END-READ
               CLOSE STUDENTFILE
           END-IF.

      *Same append-or-create as the protein log : the first read of
      *all finds no scanlog.txt and OPEN OUTPUT starts one.
       LogScan.
           OPEN EXTEND SCANLOGFILE.
           IF SCANLOGSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT SCANLOGFILE
           END-IF.
           IF SCANLOGSTATUS NOT = FS-SUCCESS
               DISPLAY "ScanBadge : " MSG-CANT-OPEN SCANLOGSTATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO NOWSTAMP
               MOVE NOWSTAMP (1:8) TO SN-DATE
               MOVE NOWSTAMP (9:6) TO SN-TIME
               MOVE SB-STATION TO SN-STATION
               MOVE SB-RAWSCAN TO SN-RAW
               IF SCANDIGITS IS NUMERIC
                   MOVE SCANIDNUM TO SN-IDNUM
               ELSE
                   MOVE 0 TO SN-IDNUM
               END-IF
               MOVE SB-RESULT TO SN-RESULT
               WRITE SCANLOGRECORD
               CLOSE SCANLOGFILE
           END-IF.
