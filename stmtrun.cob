      *(YYYYMM) is prompted; the month's audit archive written by the
      *rollover job is read when the month has already been closed
      *out, the live audit.txt otherwise.
      *A late fee charged by the late fee run (LATFEE audit action)
      *prints as a LATE FEE line of its own rather than as a plain
      *charge, so the family can see what it was for. A library
      *book or textbook never returned and charged at replacement
      *cost (LOSTIT audit action) prints the same way, as a LOST
      *ITEM line, and so does a club or field trip fee (ACTVTY audit
      *action), as an ACTIVITY line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  ChangeAmount PIC S9(6)V99.
       01  AmountShow PIC -ZZ,ZZ9.99.
       01  BalanceShow PIC ZZ,ZZ9.99.
       01  ActivityKind PIC X(9).
       01  AddressFileStatus PIC XX.
       01  AddrFound PIC A.
       01  AddrAtEnd PIC A.
           ELSE
               MOVE "CHARGE" TO ACTIVITYKIND
           END-IF.
           IF AA-ACTION = "LATFEE"
               MOVE "LATE FEE" TO ACTIVITYKIND
           END-IF.
           IF AA-ACTION = "LOSTIT"
               MOVE "LOST ITEM" TO ACTIVITYKIND
           END-IF.
           IF AA-ACTION = "ACTVTY"
               MOVE "ACTIVITY" TO ACTIVITYKIND
           END-IF.
           MOVE CHANGEAMOUNT TO AMOUNTSHOW.
           MOVE SPACES TO RPTLINE.
           STRING "  " DELIMITED BY SIZE
