       IDENTIFICATION DIVISION.
       PROGRAM-ID. CircDesk.
      *Library and textbook circulation desk: checks copies out to
      *students and back in by barcode, and keeps the item master
      *(items.txt - barcode, textbook or library, title,
      *replacement cost), so at year end the office can tell who
      *still has what instead of sorting through the card box.
      *Every checkout and return is appended to circlog.txt as it
      *is keyed; a copy's standing is its last line there. Only
      *Active students may borrow, and a copy already out must come
      *back before it goes out again. A textbook is due at the end
      *of the current term from the term calendar, a library book
      *two weeks from the day it goes out. A copy returned after it
      *was charged as lost is taken back and the desk is told to
      *send the family to the business office for the credit. The
      *item master is small, so it is loaded into a table, edited
      *there, and written back in full when the session ends, the
      *same way TchrMnt works.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT ItemFile ASSIGN TO "items.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ItemFileStatus.
           SELECT CircFile ASSIGN TO "circlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CircFileStatus.
           SELECT TermCalFile ASSIGN TO "termcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermCalStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD ItemFile.
       COPY ITEMMAST.

       FD CircFile.
       COPY CIRCLOG.

       FD TermCalFile.
       COPY TERMCAL.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  ItemFileStatus PIC XX.
       01  CircFileStatus PIC XX.
       01  TermCalStatus PIC XX.
       01  OperID PIC X(10) VALUE "CIRCDESK".
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  ChangedFlag PIC A VALUE "N".
       01  Today PIC 9(8).
       01  TermEndDate PIC 9(8) VALUE 0.
       01  LibraryLoanDays CONSTANT AS 14.
       01  WorkBarcode PIC X(12).
       01  WorkIDNum PIC 9(9).
       01  WorkDueDate PIC 9(8).
      *The item master, each copy carrying its standing from the
      *circulation log.
       01  ItemTable.
           02 ItemEntry OCCURS 5000 TIMES.
               03 IT-BARCODE PIC X(12).
               03 IT-KIND PIC X.
               03 IT-TITLE PIC X(30).
               03 IT-COST PIC 9(4)V99.
               03 IT-STATE PIC X.
               03 IT-IDNUM PIC 9(9).
               03 IT-DUEDATE PIC 9(8).
       01  ItemCount PIC 9(4) VALUE 0.
       01  ItemIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  OutCount PIC 9(3).
       01  CostShow PIC Z,ZZ9.99.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "CircDesk : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FindCurrentTerm.
           PERFORM LoadItems.
           PERFORM LoadCirculation.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Circulation Desk"
               DISPLAY "1 : Check out"
               DISPLAY "2 : Return"
               DISPLAY "3 : Items out to a student"
               DISPLAY "4 : Add / update an item"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1 PERFORM CheckOutItem
                   WHEN 2 PERFORM ReturnItem
                   WHEN 3 PERFORM ListStudentItems
                   WHEN 4 PERFORM AddOrUpdateItem
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENTFILE.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveItems
               DISPLAY "Item master saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

       FindCurrentTerm.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT TERMCALFILE.
           IF TERMCALSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ TERMCALFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND TC-IS-CURRENT
                       MOVE TC-ENDDATE TO TERMENDDATE
                   END-IF
               END-PERFORM
               CLOSE TERMCALFILE
           END-IF.

       LoadItems.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ITEMFILE.
           IF ITEMFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ITEMFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ITEMCOUNT < 5000
                       ADD 1 TO ITEMCOUNT
                       MOVE IM-BARCODE TO IT-BARCODE (ITEMCOUNT)
                       MOVE IM-KIND TO IT-KIND (ITEMCOUNT)
                       MOVE IM-TITLE TO IT-TITLE (ITEMCOUNT)
                       MOVE IM-COST TO IT-COST (ITEMCOUNT)
                       MOVE "R" TO IT-STATE (ITEMCOUNT)
                       MOVE 0 TO IT-IDNUM (ITEMCOUNT)
                       MOVE 0 TO IT-DUEDATE (ITEMCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ITEMFILE
           END-IF.

      *The log is in the order things happened, so replaying it
      *leaves each copy at its latest standing.
       LoadCirculation.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT CIRCFILE.
           IF CIRCFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ CIRCFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N'
                       MOVE CI-BARCODE TO WORKBARCODE
                       PERFORM FindItem
                       IF FOUNDIDX > 0
                           MOVE CI-ACTION TO IT-STATE (FOUNDIDX)
                           MOVE CI-IDNUM TO IT-IDNUM (FOUNDIDX)
                           MOVE CI-DUEDATE TO IT-DUEDATE (FOUNDIDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CIRCFILE
           END-IF.

       SaveItems.
           OPEN OUTPUT ITEMFILE.
           IF ITEMFILESTATUS NOT = FS-SUCCESS
               DISPLAY "CircDesk : " MSG-CANT-OPEN ITEMFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneItem
                   VARYING ITEMIDX FROM 1 BY 1
                   UNTIL ITEMIDX > ITEMCOUNT
               CLOSE ITEMFILE
           END-IF.

       SaveOneItem.
           MOVE IT-BARCODE (ITEMIDX) TO IM-BARCODE.
           MOVE IT-KIND (ITEMIDX) TO IM-KIND.
           MOVE IT-TITLE (ITEMIDX) TO IM-TITLE.
           MOVE IT-COST (ITEMIDX) TO IM-COST.
           WRITE ITEMRECORD.

       FindItem.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ITEMIDX FROM 1 BY 1
                   UNTIL ITEMIDX > ITEMCOUNT
               IF IT-BARCODE (ITEMIDX) = WORKBARCODE
                   MOVE ITEMIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       WriteCircLine.
           OPEN EXTEND CIRCFILE.
           IF CIRCFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT CIRCFILE
           END-IF.
           IF CIRCFILESTATUS NOT = FS-SUCCESS
               DISPLAY "CircDesk : " MSG-CANT-OPEN CIRCFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE TODAY TO CI-DATE
               MOVE IT-BARCODE (FOUNDIDX) TO CI-BARCODE
               MOVE IT-IDNUM (FOUNDIDX) TO CI-IDNUM
               MOVE IT-STATE (FOUNDIDX) TO CI-ACTION
               MOVE IT-DUEDATE (FOUNDIDX) TO CI-DUEDATE
               MOVE OPERID TO CI-OPERID
               WRITE CIRCRECORD
               CLOSE CIRCFILE
           END-IF.

       CheckOutItem.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           MOVE WORKIDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY
                   MOVE 0 TO WORKIDNUM
           END-READ.
           IF WORKIDNUM = 0
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               IF NOT ACTIVE
                   DISPLAY "Refused : " FNAME " " LNAME
                       " is not an Active student."
               ELSE
                   DISPLAY "Student : " FNAME " " LNAME
                   MOVE "X" TO WORKBARCODE
                   PERFORM CheckOutOneCopy UNTIL WORKBARCODE = SPACES
               END-IF
           END-IF.

      *Copies are scanned one after another for the same student
      *until a blank barcode ends the stack.
       CheckOutOneCopy.
           DISPLAY "Barcode (blank = done) : " WITH NO ADVANCING.
           MOVE SPACES TO WORKBARCODE.
           ACCEPT WORKBARCODE.
           IF WORKBARCODE NOT = SPACES
               PERFORM FindItem
               EVALUATE TRUE
                   WHEN FOUNDIDX = 0
                       DISPLAY "Item : " MSG-NOT-FOUND
                   WHEN IT-STATE (FOUNDIDX) = "O"
                       DISPLAY "Refused : already out to "
                           IT-IDNUM (FOUNDIDX) " - return it first."
                   WHEN OTHER
                       PERFORM PostCheckout
               END-EVALUATE
           END-IF.

       PostCheckout.
           IF IT-KIND (FOUNDIDX) = "T" AND TERMENDDATE > TODAY
               MOVE TERMENDDATE TO WORKDUEDATE
           ELSE
               COMPUTE WORKDUEDATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (TODAY) + LibraryLoanDays)
           END-IF.
           MOVE "O" TO IT-STATE (FOUNDIDX).
           MOVE WORKIDNUM TO IT-IDNUM (FOUNDIDX).
           MOVE WORKDUEDATE TO IT-DUEDATE (FOUNDIDX).
           PERFORM WriteCircLine.
           DISPLAY IT-TITLE (FOUNDIDX) " due " WORKDUEDATE.

       ReturnItem.
           MOVE "X" TO WORKBARCODE.
           PERFORM ReturnOneCopy UNTIL WORKBARCODE = SPACES.

       ReturnOneCopy.
           DISPLAY "Barcode (blank = done) : " WITH NO ADVANCING.
           MOVE SPACES TO WORKBARCODE.
           ACCEPT WORKBARCODE.
           IF WORKBARCODE NOT = SPACES
               PERFORM FindItem
               EVALUATE TRUE
                   WHEN FOUNDIDX = 0
                       DISPLAY "Item : " MSG-NOT-FOUND
                   WHEN IT-STATE (FOUNDIDX) = "O"
                       PERFORM PostReturn
                   WHEN IT-STATE (FOUNDIDX) = "L"
                       DISPLAY "Charged as lost to "
                           IT-IDNUM (FOUNDIDX)
                           " - taken back; send the family to the"
                           " business office for the credit."
                       PERFORM PostReturn
                   WHEN OTHER
                       DISPLAY "Not checked out - nothing to return."
               END-EVALUATE
           END-IF.

       PostReturn.
           MOVE "R" TO IT-STATE (FOUNDIDX).
           MOVE 0 TO IT-DUEDATE (FOUNDIDX).
           PERFORM WriteCircLine.
           DISPLAY IT-TITLE (FOUNDIDX) " returned.".

       ListStudentItems.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WORKIDNUM.
           MOVE 0 TO OUTCOUNT.
           PERFORM VARYING ITEMIDX FROM 1 BY 1
                   UNTIL ITEMIDX > ITEMCOUNT
               IF IT-IDNUM (ITEMIDX) = WORKIDNUM
                       AND IT-STATE (ITEMIDX) = "O"
                   ADD 1 TO OUTCOUNT
                   IF IT-DUEDATE (ITEMIDX) < TODAY
                       DISPLAY "  " IT-BARCODE (ITEMIDX) "  "
                           IT-TITLE (ITEMIDX) "  due "
                           IT-DUEDATE (ITEMIDX) "  OVERDUE"
                   ELSE
                       DISPLAY "  " IT-BARCODE (ITEMIDX) "  "
                           IT-TITLE (ITEMIDX) "  due "
                           IT-DUEDATE (ITEMIDX)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "-- " OUTCOUNT " item(s) out --".

       AddOrUpdateItem.
           DISPLAY "Barcode : " WITH NO ADVANCING.
           MOVE SPACES TO WORKBARCODE.
           ACCEPT WORKBARCODE.
           IF WORKBARCODE = SPACES
               DISPLAY "Barcode can't be blank."
           ELSE
               PERFORM FindItem
               IF FOUNDIDX = 0
                   IF ITEMCOUNT >= 5000
                       DISPLAY "Item master is full."
                   ELSE
                       ADD 1 TO ITEMCOUNT
                       MOVE ITEMCOUNT TO FOUNDIDX
                       MOVE WORKBARCODE TO IT-BARCODE (FOUNDIDX)
                       MOVE "R" TO IT-STATE (FOUNDIDX)
                       MOVE 0 TO IT-IDNUM (FOUNDIDX)
                       MOVE 0 TO IT-DUEDATE (FOUNDIDX)
                   END-IF
               ELSE
                   MOVE IT-COST (FOUNDIDX) TO COSTSHOW
                   DISPLAY "Now : " IT-KIND (FOUNDIDX) " "
                       IT-TITLE (FOUNDIDX) " " COSTSHOW
               END-IF
               IF FOUNDIDX > 0
                   DISPLAY "T = textbook, L = library book : "
                       WITH NO ADVANCING
                   ACCEPT IT-KIND (FOUNDIDX)
                   IF IT-KIND (FOUNDIDX) = 't'
                       MOVE 'T' TO IT-KIND (FOUNDIDX)
                   END-IF
                   IF IT-KIND (FOUNDIDX) NOT = 'T'
                       MOVE 'L' TO IT-KIND (FOUNDIDX)
                   END-IF
                   DISPLAY "Title : " WITH NO ADVANCING
                   ACCEPT IT-TITLE (FOUNDIDX)
                   DISPLAY "Replacement cost : " WITH NO ADVANCING
                   ACCEPT IT-COST (FOUNDIDX)
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Item saved."
               END-IF
           END-IF.
