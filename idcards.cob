      *directory disclosure are suppressed from the batch entirely
      *and counted, so a card run can never hand their details to
      *whoever collects the stack.
      *Every card carries the validated ID as a Code 39 barcode
      *line, so the cafeteria line and the late-arrival desk can
      *scan the card instead of keying ten digits (see ScanBadge).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   IDNUM DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
      *The barcode line stands alone so the card printer can set
      *it in the Code 39 font: start *, the validated ID, stop *.
               MOVE SPACES TO RPTLINE
               STRING "*" DELIMITED BY SIZE
                   CHECKBIT DELIMITED BY SIZE
                   IDNUM DELIMITED BY SIZE
                   "*" DELIMITED BY SIZE
                   INTO RPTLINE
               CALL "PrintRpt" USING RPTOP RPTCODE RPTTITLE RPTLINE
               MOVE SPACES TO RPTLINE
               STRING "Name         : " DELIMITED BY SIZE
                   FNAME DELIMITED BY SIZE
