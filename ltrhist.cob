       IDENTIFICATION DIVISION.
       PROGRAM-ID. LtrHist.
      *Correspondence history inquiry: answers "did we notify this
      *family" from the letter log MergeLtr appends to (ltrlog.txt).
      *Shows every letter logged for one student - date, template,
      *who it was addressed to, and whether it went out or was held
      *back because the family opted out of directory disclosure.
      *A template code narrows the list to one notice; blank shows
      *them all.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LetterLogFile ASSIGN TO "ltrlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LetterLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LetterLogFile.
       COPY LTRLOG.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  LetterLogStatus PIC XX.
       01  SearchID PIC 9(9).
       01  SearchCode PIC X(8).
       01  ResultText PIC X(20).
       01  SentCount PIC 9(5) VALUE 0.
       01  HeldCount PIC 9(5) VALUE 0.
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           DISPLAY "-- Correspondence History --".
           DISPLAY "Enter student ID : " WITH NO ADVANCING.
           ACCEPT SEARCHID.
           DISPLAY "Template code (blank = all) : " WITH NO ADVANCING.
           ACCEPT SEARCHCODE.
           OPEN INPUT LETTERLOGFILE.
           IF LETTERLOGSTATUS NOT = FS-SUCCESS
               DISPLAY "No letters have been logged yet."
               MOVE RC-WARNING TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY " ".
           DISPLAY "DATE      TEMPLATE  ADDRESSED TO          RESULT".
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ LETTERLOGFILE
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N' AND MG-IDNUM = SEARCHID
                   IF SEARCHCODE = SPACES OR MG-CODE = SEARCHCODE
                       PERFORM ShowOneLetter
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LETTERLOGFILE.
           DISPLAY " ".
           DISPLAY "Letters sent    : " SENTCOUNT.
           DISPLAY "Held (opt-out)  : " HELDCOUNT.
           IF SENTCOUNT = 0 AND HELDCOUNT = 0
               DISPLAY "No letters on file for student " SEARCHID "."
           END-IF.
           STOP RUN.

       ShowOneLetter.
           IF MG-SENT
               ADD 1 TO SENTCOUNT
               MOVE "SENT" TO RESULTTEXT
           ELSE
               ADD 1 TO HELDCOUNT
               MOVE "HELD - DIR OPT-OUT" TO RESULTTEXT
           END-IF.
           DISPLAY MG-DATE "  " MG-CODE "  " MG-GUARDIAN "  "
               RESULTTEXT.
