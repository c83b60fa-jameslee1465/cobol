       IDENTIFICATION DIVISION.
       PROGRAM-ID. NurseLog.
      *Health office desk for the nurse: the daily visit log and the
      *medications given at school, replacing the paper notebook
      *the state inspector reviews. Immunizations stay in ImmMnt.
      *A visit records the student, the date and time, a complaint
      *code, and what became of the student - returned to class,
      *sent home, or 911 - in hlthvis.txt. Medication orders
      *(medorder.txt) carry the drug, dose, up to four scheduled
      *times a day (none means as-needed), whether the guardian's
      *authorization is on file, and the dates the order runs;
      *each dose given is appended to medadmin.txt against its
      *order. No dose is logged against an order without the
      *authorization, and a second dose for the same scheduled
      *time on the same day is refused.
      *Whenever a student is pulled up the allergy / medical note
      *from the nutrition profile (nutrprof.txt) is shown first.
      *Operators sign on with the same operator ID / password gate
      *CrsEnrl uses, and every visit and dose carries the operator
      *who keyed it; inquiry-role operators may look but not
      *record. The visit and dose logs are appended as each entry
      *is keyed; the order file is small and is loaded into a
      *table, edited there, and written back when the session ends,
      *the same way ImmMnt works. MissDose lists the day's missed
      *doses and VisitRpt summarizes the month's visits.
      *The password is checked through PwdHash against the salted
      *hash in operator.txt; a record still in clear text is
      *converted to the hashed form at its first good login.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT OperatorFile ASSIGN TO "operator.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorFileStatus.
           SELECT NutrProfFile ASSIGN TO "nutrprof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NutrProfStatus.
           SELECT VisitFile ASSIGN TO "hlthvis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VisitFileStatus.
           SELECT MedOrderFile ASSIGN TO "medorder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MedOrderStatus.
           SELECT MedAdminFile ASSIGN TO "medadmin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MedAdminStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD OperatorFile.
       COPY OPERREC.

       FD NutrProfFile.
       COPY NUTRPROF.

       FD VisitFile.
       COPY HLTHVIS.

       FD MedOrderFile.
       COPY MEDORDER.

       FD MedAdminFile.
       COPY MEDADMIN.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  OperatorFileStatus PIC XX.
       01  NutrProfStatus PIC XX.
       01  VisitFileStatus PIC XX.
       01  MedOrderStatus PIC XX.
       01  MedAdminStatus PIC XX.
       01  Choice PIC 9.
       01  StayOpen PIC A VALUE "Y".
       01  ChangedFlag PIC A VALUE "N".
       01  LoginID PIC X(10).
       01  LoginPassword PIC X(10).
       01  PwdOp PIC X(5).
       01  PwdResult PIC X.
       01  LoginOK PIC X VALUE "N".
           88 LoginSuccess VALUE "Y".
       01  OperID PIC X(10) VALUE "SYSTEM".
       01  OperRole PIC X VALUE "C".
           88 InquiryRole VALUE "I".
       01  AttemptCount PIC 9 VALUE 0.
       01  OperAtEnd PIC A.
       01  Today PIC 9(8).
       01  StudExist PIC A.
       01  StudIDNum PIC 9(9).
       01  StudName PIC X(21).
       01  WorkComplaint PIC X(4).
       01  WorkDisposition PIC X.
       01  WorkSlot PIC 9(4).
       01  SlotIdx PIC 9.
       01  SlotOK PIC A.
       01  DoseGiven PIC A.
       01  TimeShow PIC X(20).
       01  AuthText PIC X(10).
      *Allergy / medical notes from the nutrition profile.
       01  NoteTable.
           02 NoteEntry OCCURS 3000 TIMES.
               03 NT-IDNUM PIC 9(9).
               03 NT-NOTE PIC X(30).
       01  NoteCount PIC 9(4) VALUE 0.
       01  NoteIdx PIC 9(4).
       01  OrderTable.
           02 OrderEntry OCCURS 1000 TIMES.
               03 OR-ORDERNO PIC 9(4).
               03 OR-IDNUM PIC 9(9).
               03 OR-DRUG PIC X(20).
               03 OR-DOSE PIC X(10).
               03 OR-DOSETIME OCCURS 4 TIMES PIC 9(4).
               03 OR-AUTH PIC X.
               03 OR-STARTDATE PIC 9(8).
               03 OR-ENDDATE PIC 9(8).
       01  OrderCount PIC 9(4) VALUE 0.
       01  OrderIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  LastOrderNo PIC 9(4) VALUE 0.
       01  WorkOrderNo PIC 9(4).
       01  ListedCount PIC 9(3).
      *Doses logged today, so a scheduled time is given only once.
       01  GivenTable.
           02 GivenEntry OCCURS 2000 TIMES.
               03 GV-ORDERNO PIC 9(4).
               03 GV-SLOT PIC 9(4).
       01  GivenCount PIC 9(4) VALUE 0.
       01  GivenIdx PIC 9(4).
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
           PERFORM Login.
           IF NOT LOGINSUCCESS
               DISPLAY "Login failed."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY.
           PERFORM LoadNotes.
           PERFORM LoadOrders.
           PERFORM LoadTodaysDoses.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "NurseLog : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL STAYOPEN = 'N'
               DISPLAY " "
               DISPLAY "Health Office"
               DISPLAY "1 : Record a visit"
               DISPLAY "2 : Give a dose"
               DISPLAY "3 : Add a medication order"
               DISPLAY "4 : End a medication order"
               DISPLAY "5 : A student's visits and orders"
               DISPLAY "0 : Exit and save"
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT CHOICE
               IF INQUIRYROLE AND CHOICE >= 1 AND CHOICE <= 4
                   DISPLAY "Inquiry operators may not record in the "
                       "health office log."
                   MOVE 9 TO CHOICE
               END-IF
               EVALUATE CHOICE
                   WHEN 1 PERFORM RecordVisit
                   WHEN 2 PERFORM GiveDose
                   WHEN 3 PERFORM AddOrder
                   WHEN 4 PERFORM EndOrder
                   WHEN 5 PERFORM ShowStudent
                   WHEN 9 CONTINUE
                   WHEN OTHER MOVE 'N' TO STAYOPEN
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENTFILE.
           IF CHANGEDFLAG = 'Y'
               PERFORM SaveOrders
               DISPLAY "Medication orders saved."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           STOP RUN.

      *Operator gate against the same operator file the
      *student-records session uses : three tries, disabled and
      *locked operators refused, role carried for the inquiry
      *restriction.
       Login.
           PERFORM TryOneLogin
               UNTIL LOGINSUCCESS OR ATTEMPTCOUNT >= 3.

       TryOneLogin.
           DISPLAY " ".
           DISPLAY "Operator ID : " WITH NO ADVANCING.
           ACCEPT LOGINID.
           DISPLAY "Password : " WITH NO ADVANCING.
           ACCEPT LOGINPASSWORD WITH NO-ECHO.
           ADD 1 TO ATTEMPTCOUNT.
           MOVE 'N' TO OPERATEND.
           OPEN INPUT OPERATORFILE.
           IF OPERATORFILESTATUS NOT = FS-SUCCESS
               DISPLAY "Operator file is missing - login refused."
               MOVE 3 TO ATTEMPTCOUNT
           ELSE
               PERFORM UNTIL OPERATEND = 'Y'
                   READ OPERATORFILE
                       AT END MOVE 'Y' TO OPERATEND
                   END-READ
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                       MOVE "CHECK" TO PWDOP
                       CALL "PwdHash" USING PWDOP LOGINID
                           LOGINPASSWORD OP-PASSWORD
                           OP-PWDATA PWDRESULT
                   END-IF
                   IF OPERATEND = 'N' AND OP-ID = LOGINID
                           AND PWDRESULT NOT = 'N'
                           AND OP-ACTIVE NOT = 'D'
                           AND OP-ACTIVE NOT = 'L'
                       SET LOGINSUCCESS TO TRUE
                       MOVE LOGINID TO OPERID
                       IF OP-ROLE = SPACE
                           MOVE 'C' TO OPERROLE
                       ELSE
                           MOVE OP-ROLE TO OPERROLE
                       END-IF
                       MOVE 'Y' TO OPERATEND
                   END-IF
               END-PERFORM
               CLOSE OPERATORFILE
               IF LOGINSUCCESS AND PWDRESULT = 'C'
                   MOVE "FILE" TO PWDOP
                   CALL "PwdHash" USING PWDOP LOGINID
                       LOGINPASSWORD OP-PASSWORD
                       OP-PWDATA PWDRESULT
               END-IF
               IF NOT LOGINSUCCESS
                   DISPLAY "Invalid operator ID or password."
               END-IF
           END-IF.

       LoadNotes.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT NUTRPROFFILE.
           IF NUTRPROFSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ NUTRPROFFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND NP-NOTE NOT = SPACES
                           AND NOTECOUNT < 3000
                       ADD 1 TO NOTECOUNT
                       MOVE NP-IDNUM TO NT-IDNUM (NOTECOUNT)
                       MOVE NP-NOTE TO NT-NOTE (NOTECOUNT)
                   END-IF
               END-PERFORM
               CLOSE NUTRPROFFILE
           END-IF.

       LoadOrders.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT MEDORDERFILE.
           IF MEDORDERSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ MEDORDERFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND ORDERCOUNT < 1000
                       ADD 1 TO ORDERCOUNT
                       MOVE MEDORDERRECORD TO ORDERENTRY (ORDERCOUNT)
                       IF MO-ORDERNO > LASTORDERNO
                           MOVE MO-ORDERNO TO LASTORDERNO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MEDORDERFILE
           END-IF.

       LoadTodaysDoses.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT MEDADMINFILE.
           IF MEDADMINSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ MEDADMINFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND MA-DATE = TODAY
                           AND MA-SLOT > 0 AND GIVENCOUNT < 2000
                       ADD 1 TO GIVENCOUNT
                       MOVE MA-ORDERNO TO GV-ORDERNO (GIVENCOUNT)
                       MOVE MA-SLOT TO GV-SLOT (GIVENCOUNT)
                   END-IF
               END-PERFORM
               CLOSE MEDADMINFILE
           END-IF.

       SaveOrders.
           OPEN OUTPUT MEDORDERFILE.
           IF MEDORDERSTATUS NOT = FS-SUCCESS
               DISPLAY "NurseLog : " MSG-CANT-OPEN MEDORDERSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               PERFORM VARYING ORDERIDX FROM 1 BY 1
                       UNTIL ORDERIDX > ORDERCOUNT
                   MOVE ORDERENTRY (ORDERIDX) TO MEDORDERRECORD
                   WRITE MEDORDERRECORD
               END-PERFORM
               CLOSE MEDORDERFILE
           END-IF.

      *Every path that works on a student comes through here, so
      *the allergy / medical note is always on the screen first.
       PullUpStudent.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT STUDIDNUM.
           MOVE STUDIDNUM TO IDNUM.
           READ STUDENTFILE
               INVALID KEY MOVE 'N' TO STUDEXIST
               NOT INVALID KEY
                   MOVE 'Y' TO STUDEXIST
                   MOVE SPACES TO STUDNAME
                   STRING FNAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY "  "
                       INTO STUDNAME
           END-READ.
           IF STUDEXIST = 'N'
               DISPLAY "Student : " MSG-NOT-FOUND
           ELSE
               DISPLAY "Student : " STUDNAME "  grade " GRADELEVEL
               PERFORM VARYING NOTEIDX FROM 1 BY 1
                       UNTIL NOTEIDX > NOTECOUNT
                   IF NT-IDNUM (NOTEIDX) = STUDIDNUM
                       DISPLAY "** ALLERGY / MEDICAL : "
                           NT-NOTE (NOTEIDX) " **"
                   END-IF
               END-PERFORM
           END-IF.

       RecordVisit.
           PERFORM PullUpStudent.
           IF STUDEXIST = 'Y'
               DISPLAY "Complaint code : " WITH NO ADVANCING
               MOVE SPACES TO WORKCOMPLAINT
               ACCEPT WORKCOMPLAINT
               INSPECT WORKCOMPLAINT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "R = returned to class, H = sent home, "
                   "E = 911 : " WITH NO ADVANCING
               ACCEPT WORKDISPOSITION
               INSPECT WORKDISPOSITION CONVERTING "rhe" TO "RHE"
               IF WORKCOMPLAINT = SPACES
                   DISPLAY "Complaint code can't be blank."
               ELSE
                   IF WORKDISPOSITION NOT = 'R'
                           AND WORKDISPOSITION NOT = 'H'
                           AND WORKDISPOSITION NOT = 'E'
                       DISPLAY "Disposition must be R, H or E."
                   ELSE
                       PERFORM WriteVisit
                   END-IF
               END-IF
           END-IF.

       WriteVisit.
           OPEN EXTEND VISITFILE.
           IF VISITFILESTATUS NOT = FS-SUCCESS
               OPEN OUTPUT VISITFILE
           END-IF.
           IF VISITFILESTATUS NOT = FS-SUCCESS
               DISPLAY "NurseLog : " MSG-CANT-OPEN VISITFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE STUDIDNUM TO HV-IDNUM
               MOVE TODAY TO HV-DATE
               MOVE FUNCTION CURRENT-DATE (9:4) TO HV-TIME
               MOVE WORKCOMPLAINT TO HV-COMPLAINT
               MOVE WORKDISPOSITION TO HV-DISPOSITION
               MOVE OPERID TO HV-OPERID
               WRITE HEALTHVISITRECORD
               CLOSE VISITFILE
               DISPLAY "Visit recorded."
           END-IF.

      *Lists the student's orders in force today; FoundIdx is left
      *on the order picked, zero if none.
       GiveDose.
           PERFORM PullUpStudent.
           IF STUDEXIST = 'Y'
               PERFORM ListOrdersInForce
               IF LISTEDCOUNT = 0
                   DISPLAY "No medication orders in force today."
               ELSE
                   DISPLAY "Order number : " WITH NO ADVANCING
                   ACCEPT WORKORDERNO
                   PERFORM FindOrder
                   IF FOUNDIDX = 0
                       DISPLAY "Order : " MSG-NOT-FOUND
                   ELSE
                       PERFORM CheckAndGiveDose
                   END-IF
               END-IF
           END-IF.

       CheckAndGiveDose.
           IF OR-AUTH (FOUNDIDX) NOT = 'Y'
               DISPLAY "Refused : no guardian authorization on file "
                   "for this order."
           ELSE
               MOVE 0 TO WORKSLOT
               IF OR-DOSETIME (FOUNDIDX 1) > 0
                   DISPLAY "Scheduled time this dose is for (HHMM) : "
                       WITH NO ADVANCING
                   ACCEPT WORKSLOT
               END-IF
               MOVE 'N' TO SLOTOK
               IF OR-DOSETIME (FOUNDIDX 1) = 0
                   MOVE 'Y' TO SLOTOK
               ELSE
                   PERFORM VARYING SLOTIDX FROM 1 BY 1
                           UNTIL SLOTIDX > 4
                       IF OR-DOSETIME (FOUNDIDX SLOTIDX) = WORKSLOT
                               AND WORKSLOT > 0
                           MOVE 'Y' TO SLOTOK
                       END-IF
                   END-PERFORM
               END-IF
               MOVE 'N' TO DOSEGIVEN
               PERFORM VARYING GIVENIDX FROM 1 BY 1
                       UNTIL GIVENIDX > GIVENCOUNT
                   IF GV-ORDERNO (GIVENIDX) = OR-ORDERNO (FOUNDIDX)
                           AND GV-SLOT (GIVENIDX) = WORKSLOT
                           AND WORKSLOT > 0
                       MOVE 'Y' TO DOSEGIVEN
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SLOTOK = 'N'
                       DISPLAY "That is not one of the order's "
                           "scheduled times."
                   WHEN DOSEGIVEN = 'Y'
                       DISPLAY "Refused : the " WORKSLOT
                           " dose was already given today."
                   WHEN OTHER
                       PERFORM WriteDose
               END-EVALUATE
           END-IF.

       WriteDose.
           OPEN EXTEND MEDADMINFILE.
           IF MEDADMINSTATUS NOT = FS-SUCCESS
               OPEN OUTPUT MEDADMINFILE
           END-IF.
           IF MEDADMINSTATUS NOT = FS-SUCCESS
               DISPLAY "NurseLog : " MSG-CANT-OPEN MEDADMINSTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE OR-ORDERNO (FOUNDIDX) TO MA-ORDERNO
               MOVE STUDIDNUM TO MA-IDNUM
               MOVE TODAY TO MA-DATE
               MOVE WORKSLOT TO MA-SLOT
               MOVE FUNCTION CURRENT-DATE (9:4) TO MA-TIME
               MOVE OPERID TO MA-OPERID
               WRITE MEDADMINRECORD
               CLOSE MEDADMINFILE
               IF WORKSLOT > 0 AND GIVENCOUNT < 2000
                   ADD 1 TO GIVENCOUNT
                   MOVE MA-ORDERNO TO GV-ORDERNO (GIVENCOUNT)
                   MOVE WORKSLOT TO GV-SLOT (GIVENCOUNT)
               END-IF
               DISPLAY OR-DRUG (FOUNDIDX) " " OR-DOSE (FOUNDIDX)
                   " given at " MA-TIME "."
           END-IF.

       ListOrdersInForce.
           MOVE 0 TO LISTEDCOUNT.
           PERFORM VARYING ORDERIDX FROM 1 BY 1
                   UNTIL ORDERIDX > ORDERCOUNT
               IF OR-IDNUM (ORDERIDX) = STUDIDNUM
                       AND OR-STARTDATE (ORDERIDX) <= TODAY
                       AND (OR-ENDDATE (ORDERIDX) = 0
                           OR OR-ENDDATE (ORDERIDX) >= TODAY)
                   ADD 1 TO LISTEDCOUNT
                   PERFORM ShowOneOrder
               END-IF
           END-PERFORM.

       ShowOneOrder.
           IF OR-DOSETIME (ORDERIDX 1) = 0
               MOVE "AS NEEDED" TO TIMESHOW
           ELSE
               MOVE SPACES TO TIMESHOW
               STRING OR-DOSETIME (ORDERIDX 1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-DOSETIME (ORDERIDX 2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-DOSETIME (ORDERIDX 3) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OR-DOSETIME (ORDERIDX 4) DELIMITED BY SIZE
                   INTO TIMESHOW
           END-IF.
           IF OR-AUTH (ORDERIDX) = 'Y'
               MOVE SPACES TO AUTHTEXT
           ELSE
               MOVE "(NO AUTH)" TO AUTHTEXT
           END-IF.
           DISPLAY "  " OR-ORDERNO (ORDERIDX) " : "
               OR-DRUG (ORDERIDX) " " OR-DOSE (ORDERIDX) " "
               TIMESHOW " " AUTHTEXT.

       FindOrder.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ORDERIDX FROM 1 BY 1
                   UNTIL ORDERIDX > ORDERCOUNT
               IF OR-ORDERNO (ORDERIDX) = WORKORDERNO
                       AND OR-IDNUM (ORDERIDX) = STUDIDNUM
                   MOVE ORDERIDX TO FOUNDIDX
               END-IF
           END-PERFORM.

       AddOrder.
           IF ORDERCOUNT >= 1000
               DISPLAY "Medication order file is full."
           ELSE
               PERFORM PullUpStudent
               IF STUDEXIST = 'Y'
                   ADD 1 TO ORDERCOUNT
                   ADD 1 TO LASTORDERNO
                   MOVE ORDERCOUNT TO FOUNDIDX
                   INITIALIZE ORDERENTRY (FOUNDIDX)
                   MOVE LASTORDERNO TO OR-ORDERNO (FOUNDIDX)
                   MOVE STUDIDNUM TO OR-IDNUM (FOUNDIDX)
                   DISPLAY "Drug : " WITH NO ADVANCING
                   ACCEPT OR-DRUG (FOUNDIDX)
                   DISPLAY "Dose : " WITH NO ADVANCING
                   ACCEPT OR-DOSE (FOUNDIDX)
                   DISPLAY "Scheduled times (HHMM, 0 = no more; "
                       "none = as needed)"
                   PERFORM AcceptDoseTime
                       VARYING SLOTIDX FROM 1 BY 1 UNTIL SLOTIDX > 4
                   DISPLAY "Guardian authorization on file (Y/N) : "
                       WITH NO ADVANCING
                   ACCEPT OR-AUTH (FOUNDIDX)
                   IF OR-AUTH (FOUNDIDX) = 'y'
                       MOVE 'Y' TO OR-AUTH (FOUNDIDX)
                   END-IF
                   IF OR-AUTH (FOUNDIDX) NOT = 'Y'
                       MOVE 'N' TO OR-AUTH (FOUNDIDX)
                   END-IF
                   DISPLAY "Start date (YYYYMMDD, 0 = today) : "
                       WITH NO ADVANCING
                   ACCEPT OR-STARTDATE (FOUNDIDX)
                   IF OR-STARTDATE (FOUNDIDX) = 0
                       MOVE TODAY TO OR-STARTDATE (FOUNDIDX)
                   END-IF
                   DISPLAY "End date (YYYYMMDD, 0 = open) : "
                       WITH NO ADVANCING
                   ACCEPT OR-ENDDATE (FOUNDIDX)
                   MOVE 'Y' TO CHANGEDFLAG
                   DISPLAY "Order " OR-ORDERNO (FOUNDIDX) " added."
               END-IF
           END-IF.

      *A zero ends the list; the slots after it stay zero.
       AcceptDoseTime.
           IF SLOTIDX = 1
                   OR OR-DOSETIME (FOUNDIDX SLOTIDX - 1) > 0
               DISPLAY "  Time " SLOTIDX " : " WITH NO ADVANCING
               ACCEPT OR-DOSETIME (FOUNDIDX SLOTIDX)
           END-IF.

      *An order is ended, not removed, so the log of doses given
      *against it still reads back to the drug.
       EndOrder.
           PERFORM PullUpStudent.
           IF STUDEXIST = 'Y'
               PERFORM ListOrdersInForce
               IF LISTEDCOUNT = 0
                   DISPLAY "No medication orders in force today."
               ELSE
                   DISPLAY "End which order : " WITH NO ADVANCING
                   ACCEPT WORKORDERNO
                   PERFORM FindOrder
                   IF FOUNDIDX = 0
                       DISPLAY "Order : " MSG-NOT-FOUND
                   ELSE
                       MOVE TODAY TO OR-ENDDATE (FOUNDIDX)
                       MOVE 'Y' TO CHANGEDFLAG
                       DISPLAY "Order " WORKORDERNO " ends today."
                   END-IF
               END-IF
           END-IF.

       ShowStudent.
           PERFORM PullUpStudent.
           IF STUDEXIST = 'Y'
               DISPLAY "Medication orders in force :"
               PERFORM ListOrdersInForce
               IF LISTEDCOUNT = 0
                   DISPLAY "  (none)"
               END-IF
               DISPLAY "Visits :"
               MOVE 0 TO LISTEDCOUNT
               MOVE 'N' TO ATENDFLAG
               OPEN INPUT VISITFILE
               IF VISITFILESTATUS = FS-SUCCESS
                   PERFORM UNTIL ATENDFLAG = 'Y'
                       READ VISITFILE
                           AT END MOVE 'Y' TO ATENDFLAG
                       END-READ
                       IF ATENDFLAG = 'N' AND HV-IDNUM = STUDIDNUM
                           ADD 1 TO LISTEDCOUNT
                           DISPLAY "  " HV-DATE " " HV-TIME " "
                               HV-COMPLAINT " " HV-DISPOSITION " "
                               HV-OPERID
                       END-IF
                   END-PERFORM
                   CLOSE VISITFILE
               END-IF
               IF LISTEDCOUNT = 0
                   DISPLAY "  (none)"
               END-IF
           END-IF.
