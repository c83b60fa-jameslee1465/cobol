       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoStop.
      *Riders still to place: every Active student who has a
      *mailing address on file in addrrec.txt but no bus stop in
      *busride.txt, with the address, so transportation can work
      *new enrollees and movers onto a route before the first
      *morning they stand on a corner with no bus coming. Students
      *who walk or are driven simply stay on the list; it is the
      *office's working list, not an exception report. Printed
      *through the shared PrintRpt routine (code NOSTOP).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentFile ASSIGN TO DYNAMIC StudentFilePath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDNUM
               FILE STATUS IS StudentFileStatus.
           SELECT AddressFile ASSIGN TO "addrrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AddressFileStatus.
           SELECT BusRiderFile ASSIGN TO "busride.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusRiderStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC.

       FD AddressFile.
       COPY ADDRREC.

       FD BusRiderFile.
       COPY BUSRIDE.

       WORKING-STORAGE SECTION.
       01  AtEndFlag PIC A VALUE "N".
       01  StudentFileStatus PIC XX.
       01  AddressFileStatus PIC XX.
       01  BusRiderStatus PIC XX.
       01  AddrTable.
           02 AddrEntry OCCURS 5000 TIMES.
               03 AK-IDNUM PIC 9(9).
               03 AK-STREET PIC X(20).
               03 AK-CITY PIC X(15).
       01  AddrCount PIC 9(4) VALUE 0.
       01  AddrIdx PIC 9(4).
       01  RiderTable.
           02 RiderID OCCURS 3000 TIMES PIC 9(9).
       01  RiderCount PIC 9(4) VALUE 0.
       01  RiderIdx PIC 9(4).
       01  FoundIdx PIC 9(4).
       01  RidingFlag PIC A.
       01  ActiveCount PIC 9(5) VALUE 0.
       01  NoAddrCount PIC 9(5) VALUE 0.
       01  NoStopCount PIC 9(5) VALUE 0.
       01  RptOp PIC X(5).
       01  RptCode PIC X(8) VALUE "NOSTOP".
       01  RptTitle PIC X(40) VALUE "ACTIVE STUDENTS WITH NO BUS STOP".
       01  RptLine PIC X(80).
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
           PERFORM LoadAddresses.
           PERFORM LoadRiders.
           OPEN INPUT STUDENTFILE.
           IF STUDENTFILESTATUS NOT = FS-SUCCESS
               DISPLAY "NoStop : " MSG-CANT-OPEN STUDENTFILESTATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "OPEN" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           PERFORM UNTIL ATENDFLAG = 'Y'
               READ STUDENTFILE NEXT RECORD
                   AT END MOVE 'Y' TO ATENDFLAG
               END-READ
               IF ATENDFLAG = 'N' AND ACTIVE
                   ADD 1 TO ACTIVECOUNT
                   PERFORM CheckOneStudent
               END-IF
           END-PERFORM.
           CLOSE STUDENTFILE.
           MOVE SPACES TO RPTLINE.
           PERFORM EmitLine.
           MOVE SPACES TO RPTLINE.
           STRING "ACTIVE : " DELIMITED BY SIZE
               ACTIVECOUNT DELIMITED BY SIZE
               "   NO ADDRESS ON FILE : " DELIMITED BY SIZE
               NOADDRCOUNT DELIMITED BY SIZE
               "   NO STOP : " DELIMITED BY SIZE
               NOSTOPCOUNT DELIMITED BY SIZE
               INTO RPTLINE.
           PERFORM EmitLine.
           MOVE "CLOSE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.
           DISPLAY "NoStop : " NOSTOPCOUNT
               " Active student(s) with an address and no stop.".
           GOBACK.

       EmitLine.
           MOVE "LINE" TO RPTOP.
           CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE.

       LoadAddresses.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT ADDRESSFILE.
           IF ADDRESSFILESTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ ADDRESSFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND AD-STREET NOT = SPACES
                           AND ADDRCOUNT < 5000
                       ADD 1 TO ADDRCOUNT
                       MOVE AD-IDNUM TO AK-IDNUM (ADDRCOUNT)
                       MOVE AD-STREET TO AK-STREET (ADDRCOUNT)
                       MOVE AD-CITY TO AK-CITY (ADDRCOUNT)
                   END-IF
               END-PERFORM
               CLOSE ADDRESSFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       LoadRiders.
           MOVE 'N' TO ATENDFLAG.
           OPEN INPUT BUSRIDERFILE.
           IF BUSRIDERSTATUS = FS-SUCCESS
               PERFORM UNTIL ATENDFLAG = 'Y'
                   READ BUSRIDERFILE
                       AT END MOVE 'Y' TO ATENDFLAG
                   END-READ
                   IF ATENDFLAG = 'N' AND RIDERCOUNT < 3000
                       ADD 1 TO RIDERCOUNT
                       MOVE RI-IDNUM TO RIDERID (RIDERCOUNT)
                   END-IF
               END-PERFORM
               CLOSE BUSRIDERFILE
           END-IF.
           MOVE 'N' TO ATENDFLAG.

       CheckOneStudent.
           MOVE 0 TO FOUNDIDX.
           PERFORM VARYING ADDRIDX FROM 1 BY 1
                   UNTIL ADDRIDX > ADDRCOUNT
               IF AK-IDNUM (ADDRIDX) = IDNUM
                   MOVE ADDRIDX TO FOUNDIDX
               END-IF
           END-PERFORM.
           IF FOUNDIDX = 0
               ADD 1 TO NOADDRCOUNT
           ELSE
               MOVE 'N' TO RIDINGFLAG
               PERFORM VARYING RIDERIDX FROM 1 BY 1
                       UNTIL RIDERIDX > RIDERCOUNT
                   IF RIDERID (RIDERIDX) = IDNUM
                       MOVE 'Y' TO RIDINGFLAG
                   END-IF
               END-PERFORM
               IF RIDINGFLAG = 'N'
                   ADD 1 TO NOSTOPCOUNT
                   MOVE SPACES TO RPTLINE
                   STRING IDNUM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LNAME DELIMITED BY SIZE
                       " GR " DELIMITED BY SIZE
                       GRADELEVEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AK-STREET (FOUNDIDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AK-CITY (FOUNDIDX) DELIMITED BY SIZE
                       INTO RPTLINE
                   PERFORM EmitLine
               END-IF
           END-IF.
