      *same session lock every other audit writer honors - a close
      *submitted while a desk session is signed on is refused
      *instead of truncating the log out from under it.
      *Entries go to the archive with their audit-chain seal as it
      *stands, and the chain head (audhead.txt) is left alone, so the
      *first entry written to the emptied live file chains on from
      *the last one archived and AudVfy can walk straight across
      *the month boundary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AUDITREC.

       FD ArchiveFile.
       01  ArchiveRecord PIC X(168).

       FD SummaryFile.
       01  SummaryRecord.
