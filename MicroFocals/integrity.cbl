      *>     consultant file
      *>   - every waitlist entry's customer and consultant resolve
      *>   - the freed-id pools don't hold ids still in use
      *>   - the appointment date index (apptdate-fd.cpy) has every
      *>     day of every week record, and nothing for a week record
      *>     that has gone
      *> headless, run from the overnight schedule; the first symptom
      *> of an orphan used to be a blank name on a booking screen.

        status is ws-file-status.

       copy "app-fc.cpy".
       copy "apptdate-fc.cpy".
       copy "customer-fc.cpy".
       copy "stores-fc.cpy".
       copy "consultants-fc.cpy".
         03 Applied-Dist-Version pic 9(9).

       copy "app-fd.cpy".
       copy "apptdate-fd.cpy".
       copy "customer-fd.cpy".
       copy "stores-fd.cpy".

       01 ic-slot-str        pic 99.
       01 ic-day-str         pic 9.

       01 ic-week-request.
         03 ic-wd-year          pic 9999.
         03 ic-wd-week          pic 99.
         03 ic-wd-date          pic 9(8) occurs 7.
       01 ic-index-eof       pic x.

       01 report-header-line.
         03 filler            pic x(40)
            value "Cross-file integrity exceptions".
           perform check-store-consultants
           perform check-waitlist-entries
           perform check-freeid-pools
           perform check-date-index

           close exceptions-report

           end-if
           .

      *> the date-range batches trust the date index to name every
      *> week in range - a missing day drops bookings off their
      *> reports without a word. both directions are checked; the
      *> cure for either is a rerun of apptdatebuild.cbl
        check-date-index.
           open input apptdate-file
           if not fs-okay
              move 0 to rpt-store-id
              move spaces to rpt-text
              string "Appointment date index not built - "
                 "run apptdatebuild"
                 delimited by size into rpt-text
              perform write-exception-line
              exit paragraph
           end-if

           open input appointment-file
           if not fs-okay
              close apptdate-file
              exit paragraph
           end-if

           move low-values to appointment-key
           start appointment-file
               key >= appointment-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read appointment-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform check-week-in-date-index
              end-if
           end-perform

           move low-values to apptdate-key
           start apptdate-file
               key >= apptdate-key
               invalid key move "y" to ic-index-eof
               not invalid key move "n" to ic-index-eof
           end-start

           perform until ic-index-eof equals "y"
              read apptdate-file next record
                 at end move "y" to ic-index-eof
              end-read
              if not fs-okay or ic-index-eof equals "y"
                 move "y" to ic-index-eof
              else
                 perform check-date-entry-has-week
              end-if
           end-perform

           close appointment-file
           close apptdate-file
           .

        check-week-in-date-index.
           move app-year to ic-wd-year
           move app-week to ic-wd-week
           call "weekdates" using ic-week-request
           end-call

           perform varying day-counter from 1 by 1 until
                day-counter > 7
              move ic-wd-date(day-counter) to ad-date
              move app-store-id to ad-store-id
              move app-consultant-id to ad-consultant-id
              move app-year to ad-year
              move app-week to ad-week
              read apptdate-file
                 invalid key
                    move app-store-id to rpt-store-id
                    move day-counter to ic-day-str
                    move spaces to rpt-text
                    string "Date index missing wk " app-week "/"
                       app-year " day " ic-day-str
                       " consultant " app-consultant-id
                       delimited by size into rpt-text
                    perform write-exception-line
              end-read
           end-perform
           .

        check-date-entry-has-week.
           move ad-store-id to app-store-id
           move ad-year to app-year
           move ad-week to app-week
           move ad-consultant-id to app-consultant-id
           read appointment-file
              invalid key
                 move ad-store-id to rpt-store-id
                 move spaces to rpt-text
                 string "Date index entry " ad-date
                    " for missing week " ad-week "/" ad-year
                    " consultant " ad-consultant-id
                    delimited by size into rpt-text
                 perform write-exception-line
           end-read
           .

        write-exception-line.
           write report-line from report-detail-line
           add 1 to exception-count
