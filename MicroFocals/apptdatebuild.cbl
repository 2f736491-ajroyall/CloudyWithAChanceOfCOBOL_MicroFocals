       identification division.
       program-id. apptdatebuild.

      *> rebuilds the appointment date index (apptdate-fd.cpy) from
      *> scratch by scanning every week record in the appointment
      *> file - run it once to seed the index on an existing
      *> installation, after an appointment conversion (appconvert,
      *> idconvert), and again any time integrity.cbl reports the
      *> index out of step. headless, so it can sit in the overnight
      *> run-control list ahead of the date-range batches.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "app-fc.cpy".
       copy "apptdate-fc.cpy".

       data division.
       copy "app-fd.cpy".
       copy "apptdate-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 eof                pic x.
       01 day-counter        binary-long.
       01 ab-entry-count     binary-long value 0.
       01 ab-week-count      binary-long value 0.

       01 ab-week-request.
         03 ab-wd-year          pic 9999.
         03 ab-wd-week          pic 99.
         03 ab-wd-date          pic 9(8) occurs 7.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
      *> start from empty - a rebuild has to drop stale entries, not
      *> just add missing ones
           open output apptdate-file
           move "apptdate-file" to fs-current-file
           perform check-file-status

           open input appointment-file
           if ws-file-status equals "35"
              close apptdate-file
              display "apptdatebuild: no appointment file - "
                 "date index left empty"
              goback
           end-if
           move "appointment-file" to fs-current-file
           perform check-file-status

           move low-values to appointment-key
           start appointment-file
               key >= appointment-key
               invalid key move "y" to eof
           end-start

           if not fs-okay
              move "y" to eof
           else
              move "n" to eof
           end-if

           perform until eof equals "y"
              read appointment-file next record
                 at end move "y" to eof
              end-read

              if fs-no-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 perform index-week-record
              end-if
           end-perform

           close appointment-file
           close apptdate-file

           display "apptdatebuild: " ab-week-count " week(s), "
              ab-entry-count " entries written"
           goback.

        index-week-record.
           move app-year to ab-wd-year
           move app-week to ab-wd-week
           call "weekdates" using ab-week-request
           end-call
           add 1 to ab-week-count

           perform varying day-counter from 1 by 1 until
                day-counter > 7
              move ab-wd-date(day-counter) to ad-date
              move app-store-id to ad-store-id
              move app-consultant-id to ad-consultant-id
              move app-year to ad-year
              move app-week to ad-week
              move day-counter to ad-day
              write apptdate-entry
              if fs-okay
                 add 1 to ab-entry-count
              else
                 if not fs-key-already-exists
                    perform check-file-status
                 end-if
              end-if
           end-perform
           .

       copy "common.cpy".
