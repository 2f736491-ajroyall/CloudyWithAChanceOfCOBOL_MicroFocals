       identification division.
       program-id. apptdatemaint.

      *> single writer onto the appointment date index
      *> (apptdate-fd.cpy) - the programs that write or remove week
      *> records call here rather than each opening the index
      *> themselves, the same arrangement as xrefmaint.cbl for the
      *> customer cross reference. operations:
      *>   "A" - index the seven days of one week record (entries
      *>         already present are fine - every booking on the
      *>         week lands here, not just the one that created it)
      *>   "D" - drop the seven days of a week record that has been
      *>         removed (entries already gone are likewise fine)
      *> an absent index is not an error for "D" and gets created
      *> on first "A"; the date-range readers fall back to the old
      *> sequential scan when the file isn't there.

       environment division.
       input-output section.
       file-control.
       copy "apptdate-fc.cpy".

       data division.
       copy "apptdate-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 am-week-request.
         03 am-wd-year          pic 9999.
         03 am-wd-week          pic 99.
         03 am-wd-date          pic 9(8) occurs 7.
       01 am-day                binary-long.

       linkage section.
       01 apptdate-request.
         03 dq-op                pic x.
         03 dq-store-id          pic 9(5).
         03 dq-year              pic 9999.
         03 dq-week              pic 99.
         03 dq-consultant-id     pic 9(9).

       screen section.
       copy "common_ss.cpy".

       procedure division using apptdate-request.
           move dq-year to am-wd-year
           move dq-week to am-wd-week
           call "weekdates" using am-week-request
           end-call

           evaluate dq-op
              when "A"
                 perform add-week-entries
              when "D"
                 perform delete-week-entries
           end-evaluate

           goback returning 0.

        add-week-entries.
           open i-o apptdate-file
           if ws-file-status equals "35"
              open output apptdate-file
           end-if
           move "apptdate-file" to fs-current-file
           perform check-file-status

           perform varying am-day from 1 by 1 until am-day > 7
              perform move-request-to-key
              move am-day to ad-day
              write apptdate-entry
              if not fs-okay and not fs-key-already-exists
                 perform check-file-status
              end-if
           end-perform

           close apptdate-file
           perform check-file-status
           .

        delete-week-entries.
           open i-o apptdate-file
           if ws-file-status equals "35"
              exit paragraph
           end-if
           move "apptdate-file" to fs-current-file
           perform check-file-status

           perform varying am-day from 1 by 1 until am-day > 7
              perform move-request-to-key
              delete apptdate-file
                 invalid key continue
              end-delete
           end-perform

           close apptdate-file
           perform check-file-status
           .

        move-request-to-key.
           move am-wd-date(am-day) to ad-date
           move dq-store-id to ad-store-id
           move dq-consultant-id to ad-consultant-id
           move dq-year to ad-year
           move dq-week to ad-week
           .

       copy "common.cpy".
