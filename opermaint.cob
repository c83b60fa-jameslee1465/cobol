      *run it. A missing or empty operator file is first-time setup,
      *and the gate is waived once so the first supervisor can be
      *created.
      *Passwords go to the file only as a salted hash (PwdHash) : an
      *add or a reset hashes the new password, a reset pushes the old
      *one onto the operator's password history, and a supervisor
      *record still in clear text is converted when it opens this
      *program.
      *Each operator carries a campus : a campus operator's student
      *menus reach only that campus, and the district code reaches
      *every campus. A blank campus is the home campus.
      *Reference-audit entries are sealed through AudChain as they
      *are written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 LoginSuccess VALUE "Y".
       01  WorkID PIC X(10).
       01  WorkPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  WorkRole PIC X.
       01  WorkCampus PIC X(2).
       01  CampusOK PIC A.
       01  OperTable.
           02 OperEntry OCCURS 100 TIMES.
               03 OE-ID PIC X(10).
               03 OE-ACTIVE PIC X.
               03 OE-FAILCOUNT PIC 9.
               03 OE-PWDATE PIC 9(8).
               03 OE-CAMPUS PIC X(2).
               03 OE-PWDATA PIC X(121).
       01  OperCount PIC 9(3) VALUE 0.
       01  OperIdx PIC 9(3).
       01  FoundIdx PIC 9(3).
       01  RefAfter PIC X(44).
       01  OperID PIC X(10) VALUE "SETUP".
       01  RefFileName PIC X(8) VALUE "OPERATOR".
       COPY AUDCHAIN.
       COPY STATCODE.
       COPY CAMPUS.

       PROCEDURE DIVISION.
       StartPara.
               DISPLAY "4 : Enable / unlock operator"
               DISPLAY "5 : Reset password"
               DISPLAY "6 : Change role"
               DISPLAY "7 : Change campus"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
                   WHEN 4 PERFORM EnableOperator
                   WHEN 5 PERFORM ResetPassword
                   WHEN 6 PERFORM ChangeRole
                   WHEN 7 PERFORM ChangeCampus
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
                       MOVE OP-ACTIVE TO OE-ACTIVE (OPERCOUNT)
                       MOVE OP-FAILCOUNT TO OE-FAILCOUNT (OPERCOUNT)
                       MOVE OP-PWDATE TO OE-PWDATE (OPERCOUNT)
                       MOVE OP-CAMPUS TO OE-CAMPUS (OPERCOUNT)
                       MOVE OP-PWDATA TO OE-PWDATA (OPERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
           MOVE OE-ACTIVE (OPERIDX) TO OP-ACTIVE.
           MOVE OE-FAILCOUNT (OPERIDX) TO OP-FAILCOUNT.
           MOVE OE-PWDATE (OPERIDX) TO OP-PWDATE.
           MOVE OE-CAMPUS (OPERIDX) TO OP-CAMPUS.
           MOVE OE-PWDATA (OPERIDX) TO OP-PWDATA.
           WRITE OPERATORRECORD.

      *An empty or missing operator file is first-time setup : let
               PERFORM VARYING OPERIDX FROM 1 BY 1
                       UNTIL OPERIDX > OPERCOUNT
                   IF OE-ID (OPERIDX) = LOGINID
                       MOVE "CHECK" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID LOGINPASSWORD
                           OE-PASSWORD (OPERIDX) OE-PWDATA (OPERIDX)
                           PWDRESULT
                       IF PWDRESULT NOT = 'N'
                               AND OE-ROLE (OPERIDX) = 'S'
                               AND OE-ACTIVE (OPERIDX) = 'A'
                           SET LOGINSUCCESS TO TRUE
                           IF PWDRESULT = 'C'
                               PERFORM ConvertGateLogin
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *The supervisor's own record was still in clear text : it is
      *hashed in the table and goes out with the save at exit.
       ConvertGateLogin.
           MOVE "CONV" TO PWDOP.
           CALL "PwdHash" USING PWDOP LOGINID LOGINPASSWORD
               OE-PASSWORD (OPERIDX) OE-PWDATA (OPERIDX) PWDRESULT.
           MOVE 'Y' TO CHANGEDFLAG.

       FindOperator.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING OPERIDX FROM 1 BY 1
               WHEN 'L' MOVE "LOCKED" TO STATUSNAME
               WHEN OTHER MOVE "ENABLED" TO STATUSNAME
           END-EVALUATE.
           MOVE OE-CAMPUS (OPERIDX) TO CAMPUSWORK.
           IF CAMPUSWORK = SPACES
               MOVE CAMPUS-HOME TO CAMPUSWORK
           END-IF.
           DISPLAY "  " OE-ID (OPERIDX) " " ROLENAME " " STATUSNAME
               " " CAMPUSWORK.

       AddOperator.
           IF OPERCOUNT >= 100
                   ACCEPT WORKPASSWORD
                   DISPLAY "Role (I/C/S) : " WITH NO ADVANCING
                   ACCEPT WORKROLE
                   PERFORM AskCampus
                   IF WORKROLE NOT = 'I' AND WORKROLE NOT = 'C'
                           AND WORKROLE NOT = 'S'
                       DISPLAY "Unknown role - operator not added."
                   ELSE
                   IF CAMPUSOK = 'N'
                       DISPLAY "Unknown campus - operator not added."
                   ELSE
                       ADD 1 TO OPERCOUNT
                       MOVE WORKID TO OE-ID (OPERCOUNT)
                       MOVE SPACES TO OE-PASSWORD (OPERCOUNT)
                       MOVE SPACES TO OE-PWDATA (OPERCOUNT)
                       MOVE "SET" TO PWDOP
                       CALL "PwdHash" USING PWDOP WORKID WORKPASSWORD
                           OE-PASSWORD (OPERCOUNT)
                           OE-PWDATA (OPERCOUNT) PWDRESULT
                       MOVE WORKROLE TO OE-ROLE (OPERCOUNT)
                       MOVE 'A' TO OE-ACTIVE (OPERCOUNT)
                       MOVE 0 TO OE-FAILCOUNT (OPERCOUNT)
                       MOVE TODAYDATE TO OE-PWDATE (OPERCOUNT)
                       MOVE WORKCAMPUS TO OE-CAMPUS (OPERCOUNT)
                       MOVE 'Y' TO CHANGEDFLAG
                       MOVE "ADD" TO REFACTION
                       MOVE SPACES TO REFBEFORE
                       PERFORM WriteRefAudit
                       DISPLAY "Operator added."
                   END-IF
                   END-IF
               END-IF
           END-IF.

           ELSE
               DISPLAY "New password : " WITH NO ADVANCING
               ACCEPT WORKPASSWORD
               MOVE "SET" TO PWDOP
               CALL "PwdHash" USING PWDOP WORKID WORKPASSWORD
                   OE-PASSWORD (FOUNDIDX) OE-PWDATA (FOUNDIDX)
                   PWDRESULT
               MOVE 0 TO OE-FAILCOUNT (FOUNDIDX)
               MOVE TODAYDATE TO OE-PWDATE (FOUNDIDX)
               MOVE 'Y' TO CHANGEDFLAG
               END-IF
           END-IF.

       ChangeCampus.
           DISPLAY "Operator ID to change : " WITH NO ADVANCING.
           ACCEPT WORKID.
           PERFORM FindOperator.
           IF FOUNDIDX = 0
               DISPLAY "Operator : " MSG-NOT-FOUND
           ELSE
               PERFORM AskCampus
               IF CAMPUSOK = 'N'
                   DISPLAY "Unknown campus - not changed."
               ELSE
                   MOVE "CAMPUS" TO REFACTION
                   PERFORM ImageOperator
                   MOVE REFAFTER TO REFBEFORE
                   MOVE WORKCAMPUS TO OE-CAMPUS (FOUNDIDX)
                   MOVE 'Y' TO CHANGEDFLAG
                   PERFORM ImageOperator
                   MOVE WORKID TO REFKEY
                   PERFORM WriteRefAudit
                   DISPLAY "Campus changed."
               END-IF
           END-IF.

      *Blank takes the home campus; otherwise the code has to be a
      *campus in the table or the district code.
       AskCampus.
           DISPLAY "Campus (blank = " CAMPUS-HOME ", " CAMPUS-DISTRICT
               " = district) : " WITH NO ADVANCING.
           MOVE SPACES TO WORKCAMPUS.
           ACCEPT WORKCAMPUS.
           INSPECT WORKCAMPUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WORKCAMPUS = SPACES
               MOVE CAMPUS-HOME TO WORKCAMPUS
           END-IF.
           MOVE 'N' TO CAMPUSOK.
           IF WORKCAMPUS = CAMPUS-DISTRICT
               MOVE 'Y' TO CAMPUSOK
           END-IF.
           PERFORM VARYING CAMPUSSCAN FROM 1 BY 1
                   UNTIL CAMPUSSCAN >= CAMPUS-SLOTS
               IF CP-CODE (CAMPUSSCAN) = WORKCAMPUS
                   MOVE 'Y' TO CAMPUSOK
               END-IF
           END-PERFORM.

      *The slot at FoundIdx for the audit image - role, status and
      *campus only, never the password.
       ImageOperator.
           MOVE SPACES TO REFAFTER.
           STRING "ROLE " DELIMITED BY SIZE
               OE-ROLE (FOUNDIDX) DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               OE-ACTIVE (FOUNDIDX) DELIMITED BY SIZE
               " CAMPUS " DELIMITED BY SIZE
               OE-CAMPUS (FOUNDIDX) DELIMITED BY SIZE
               INTO REFAFTER.

      *Every change writes a before/after line to the shared
               MOVE REFKEY TO RA-KEY
               MOVE REFBEFORE TO RA-BEFORE
               MOVE REFAFTER TO RA-AFTER
               MOVE RETURN-CODE TO CH-SAVEDRC
               MOVE "SEAL" TO CH-OP
               MOVE "REFAUD" TO CH-TRAIL
               CALL "AudChain" USING CHAINCALL REFAUDITRECORD
               MOVE CH-SAVEDRC TO RETURN-CODE
               WRITE REFAUDITRECORD
               CLOSE REFAUDITFILE
               MOVE "DONE" TO CH-OP
               CALL "AudChain" USING CHAINCALL REFAUDITRECORD
               MOVE CH-SAVEDRC TO RETURN-CODE
           END-IF.
