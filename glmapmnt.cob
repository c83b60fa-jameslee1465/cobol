       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMapMnt.
      *General ledger account map maintenance: keeps glmap.txt, the
      *table that tells the nightly journal extract which accounts
      *each balance-moving audit action posts to (CAFDEP and CAFCHG
      *for cafeteria account deposits and charges). One entry per
      *action : the receivable account, the offset account, and a
      *description for the listing. The file is small; it is
      *loaded, edited in storage, and written back when the session
      *ends.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MapFile ASSIGN TO "glmap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MapFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MapFile.
       COPY GLMAP.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  MapFileStatus PIC XX.
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  ChangedFlag PIC A VALUE "N".
       01  WorkAction PIC X(6).
       01  MapTable.
           02 MapEntry OCCURS 50 TIMES.
               03 MT-ACTION PIC X(6).
               03 MT-ARACCT PIC X(10).
               03 MT-OFFACCT PIC X(10).
               03 MT-DESC PIC X(20).
       01  MapCount PIC 9(2) VALUE 0.
       01  MapIdx PIC 9(2).
       01  ShiftIdx PIC 9(2).
       01  FoundIdx PIC 9(2).
       COPY STATCODE.

       PROCEDURE DIVISION.
       StartPara.
           MOVE RC-SUCCESS TO RETURN-CODE.
           PERFORM LoadMap.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "General Ledger Account Map"
               DISPLAY "1 : List the account map"
               DISPLAY "2 : Add / update an action"
               DISPLAY "3 : Remove an action"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               EVALUATE CHOICE
                   WHEN 1 PERFORM ListMap
                   WHEN 2 PERFORM AddOrUpdateMap
                   WHEN 3 PERFORM RemoveMap
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveMap
               DISPLAY "Account map saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

       LoadMap.
           OPEN INPUT MAPFILE.
           IF MAPFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ MAPFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND MAPCOUNT < 50
                           AND GM-ACTION NOT = SPACES
                       ADD 1 TO MAPCOUNT
                       MOVE GM-ACTION TO MT-ACTION (MAPCOUNT)
                       MOVE GM-ARACCT TO MT-ARACCT (MAPCOUNT)
                       MOVE GM-OFFACCT TO MT-OFFACCT (MAPCOUNT)
                       MOVE GM-DESC TO MT-DESC (MAPCOUNT)
                   END-IF
               END-PERFORM
               CLOSE MAPFILE
           END-IF.

       SaveMap.
           OPEN OUTPUT MAPFILE.
           IF MAPFILESTATUS NOT = FS-SUCCESS
               DISPLAY "GLMapMnt : " MSG-CANT-OPEN MAPFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM SaveOneMap
                   VARYING MAPIDX FROM 1 BY 1
                   UNTIL MAPIDX > MAPCOUNT
               CLOSE MAPFILE
           END-IF.

       SaveOneMap.
           MOVE MT-ACTION (MAPIDX) TO GM-ACTION.
           MOVE MT-ARACCT (MAPIDX) TO GM-ARACCT.
           MOVE MT-OFFACCT (MAPIDX) TO GM-OFFACCT.
           MOVE MT-DESC (MAPIDX) TO GM-DESC.
           WRITE GLMAPRECORD.

       ListMap.
           DISPLAY " ".
           DISPLAY "-- Account Map --".
           DISPLAY "  ACTION RECEIVABLE OFFSET     DESCRIPTION".
           PERFORM ListOneMap
               VARYING MAPIDX FROM 1 BY 1 UNTIL MAPIDX > MAPCOUNT.
           DISPLAY "-- " MAPCOUNT " action(s) mapped --".

       ListOneMap.
           DISPLAY "  " MT-ACTION (MAPIDX) " " MT-ARACCT (MAPIDX)
               " " MT-OFFACCT (MAPIDX) " " MT-DESC (MAPIDX).

       AddOrUpdateMap.
           DISPLAY "Audit action (e.g. PAY, ASSESS) : "
               WITH NO ADVANCING.
           ACCEPT WORKACTION.
           INSPECT WORKACTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WORKACTION = SPACES
               DISPLAY "Action can't be blank."
           ELSE
               PERFORM FindAction
               IF FOUNDIDX = 0 AND MAPCOUNT >= 50
                   DISPLAY "Account map is full."
               ELSE
                   IF FOUNDIDX = 0
                       ADD 1 TO MAPCOUNT
                       MOVE MAPCOUNT TO FOUNDIDX
                       MOVE WORKACTION TO MT-ACTION (FOUNDIDX)
                   END-IF
                   DISPLAY "Receivable account : " WITH NO ADVANCING
                   ACCEPT MT-ARACCT (FOUNDIDX)
                   DISPLAY "Offset account     : " WITH NO ADVANCING
                   ACCEPT MT-OFFACCT (FOUNDIDX)
                   DISPLAY "Description        : " WITH NO ADVANCING
                   ACCEPT MT-DESC (FOUNDIDX)
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Mapping saved."
               END-IF
           END-IF.

       RemoveMap.
           DISPLAY "Audit action to remove : " WITH NO ADVANCING.
           ACCEPT WORKACTION.
           INSPECT WORKACTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM FindAction.
           IF FOUNDIDX = 0
               DISPLAY "Action : " MSG-NOT-FOUND
           ELSE
               PERFORM VARYING SHIFTIDX FROM FOUNDIDX BY 1
                       UNTIL SHIFTIDX >= MAPCOUNT
                   MOVE MAPENTRY (SHIFTIDX + 1)
                       TO MAPENTRY (SHIFTIDX)
               END-PERFORM
               SUBTRACT 1 FROM MAPCOUNT
               MOVE 'Y' TO CHANGEDFLAG
               DISPLAY "Mapping removed."
           END-IF.

       FindAction.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING MAPIDX FROM 1 BY 1
                   UNTIL MAPIDX > MAPCOUNT
               IF MT-ACTION (MAPIDX) = WORKACTION
                   MOVE MAPIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
