      *> inbound suspense - every line a partner's file sent us that
      *> an import couldn't match or make sense of, written by
      *> suspadd.cbl as the import reads it. the raw line is kept
      *> exactly as it arrived so it can be corrected and re-applied
      *> through the same import from suspview.cbl, and suspaged.cbl
      *> reports lines left unresolved for more than a few days.
       fd suspense-file.
       01 suspense-entry.
         03 su-suspense-id        pic 9(9).
      *> which import the line came through - suspview.cbl maps it
      *> back to the program that re-applies it
         03 su-source             pic x(8).
         03 su-raw-line           pic x(200).
         03 su-reason             pic x(40).
         03 su-added-date         pic 9(8).
         03 su-added-time         pic 9(8).
         03 su-status             pic x.
           88 su-status-open      value "O".
           88 su-status-applied   value "R".
           88 su-status-discarded value "D".
         03 su-replay-count       pic 9(3).
         03 su-resolved-date      pic 9(8).
         03 su-resolved-by        pic x(10).
