       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchLook.
      *Archived-student lookup, shared by the programs that look a
      *student up by ID or last name : when StudentFile has no such
      *record, the caller asks here before saying "not found". The
      *archive markers StudPurge writes (archidx.txt) are searched
      *by ID when AL-IDNUM is not zero, otherwise by last name -
      *the name the student left under or any former name - and
      *each hit is shown with when the student left and when the
      *record went to the permanent-record archive. AL-HITS comes
      *back with the number of hits; zero means the student really
      *is not on file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchIdxFile ASSIGN TO "archidx.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchIdxStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ArchIdxFile.
       COPY ARCHIDX.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A.
       01  ArchIdxStatus PIC XX.
       01  StatusText PIC X(9).
       COPY STATCODE.

       LINKAGE SECTION.
       01  AL-IDNUM PIC 9(9).
       01  AL-LNAME PIC A(10).
       01  AL-HITS PIC 9(3).

       PROCEDURE DIVISION USING AL-IDNUM AL-LNAME AL-HITS.
       MainEntry.
           MOVE 0 TO AL-HITS.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ARCHIDXFILE.
           IF ARCHIDXSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ARCHIDXFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       IF (AL-IDNUM NOT = 0 AND AI-IDNUM = AL-IDNUM
                               AND AI-CURRENT)
                           OR (AL-IDNUM = 0 AND AI-LNAME = AL-LNAME)
                           PERFORM ShowOneHit
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIDXFILE
           END-IF.
           GOBACK.

       ShowOneHit.
           ADD 1 TO AL-HITS.
           IF AI-STATUS = "G"
               MOVE "graduated" TO STATUSTEXT
           ELSE
               MOVE "withdrew" TO STATUSTEXT
           END-IF.
           IF AI-FORMER
               DISPLAY "Former name " AI-FNAME " " AI-LNAME
                   " (ID " AI-IDNUM ") - archived."
           ELSE
               DISPLAY "Student " AI-IDNUM " " AI-FNAME " " AI-LNAME
                   " - archived."
           END-IF.
           DISPLAY "  " STATUSTEXT " " AI-LEFTDATE
               ", moved to the permanent-record archive "
               AI-PURGEDATE.
