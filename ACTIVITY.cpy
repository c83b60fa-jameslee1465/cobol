      *    ACTIVITY.cpy -- activity master, one line per club or
      *    field trip: its number, whether it is a club (meets all
      *    year) or a trip (one day, AC-DATE), the name, the sponsor
      *    teacher (TE-ID in teacher.txt), and the fee each
      *    participant is charged, zero when there is none.
      *    Maintained in ActMnt.
       01  ActivityRecord.
           02 AC-ACTID PIC 9(4).
           02 AC-KIND PIC X.
               88 AC-CLUB VALUE "C".
               88 AC-TRIP VALUE "T".
           02 AC-NAME PIC X(24).
           02 AC-SPONSOR PIC 9(4).
           02 AC-DATE PIC 9(8).
           02 AC-FEE PIC 9(3)V99.
