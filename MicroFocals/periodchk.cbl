       identification division.
       program-id. periodchk.

      *> single reader of the ledger period control file - answers
      *> "can the ledger take an entry on this date" for every
      *> program that writes one. a date in an open month (or one
      *> with no period record, and a missing file means none is
      *> closed) posts as it is; a date in a closed month comes back
      *> with today's date to post on instead, so the month already
      *> sent to the accountants is left alone and the entry lands
      *> in the current period carrying its own date as a reference.
      *> should today's month be closed too there is nowhere to post
      *> and the caller must refuse the entry.

       environment division.
       input-output section.
       file-control.
       copy "period-fc.cpy".

       data division.
       copy "period-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 date-today-temp.
         03 yyyy                 pic xxxx.
         03 mm                   pic xx.
         03 dd                   pic xx.

       linkage section.
       01 lnk-period-request.
      *> the date the entry would carry
         03 lnk-pc-date           pic 9(8).
      *> the date to post it on - the same date while its month is
      *> open, today's when it is closed
         03 lnk-pc-post-date      pic 9(8).

       procedure division using lnk-period-request.
           move lnk-pc-date to lnk-pc-post-date

           open input period-file
           if ws-file-status equals "35"
              goback returning PERIODCHK-OPEN
           end-if
           if not fs-okay
              goback returning PERIODCHK-OPEN
           end-if

           move lnk-pc-date(1:6) to pd-month
           read period-file
              invalid key move "O" to pd-status
           end-read
           if not pd-status-closed
              close period-file
              goback returning PERIODCHK-OPEN
           end-if

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to lnk-pc-post-date
           move lnk-pc-post-date(1:6) to pd-month
           read period-file
              invalid key move "O" to pd-status
           end-read
           close period-file

           if pd-status-closed
              goback returning PERIODCHK-CLOSED
           end-if
           goback returning PERIODCHK-LATE.
