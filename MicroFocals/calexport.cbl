       identification division.
       program-id. calexport.

      *> consultant diary calendar feed - one iCalendar file per
      *> consultant (calNNNNNNNNN.ics, NNNNNNNNN the consultant id)
      *> in the calfeed folder under MFOCALDIR, where the email
      *> gateway collects them for the consultants' phones. each
      *> covers CX-DAYS-AHEAD days from today: every booked slot in
      *> every store's appointment weeks, timed off that store's own
      *> time grid, with the appointment type, the store's address
      *> and the patient's customer number - never the name, the
      *> file leaves the building. booked leave (consultleave.cbl)
      *> and dated closures (closuremaint.cbl) of the consultant's
      *> stores go in as all-day blocks. every consultant gets a
      *> file, empty or not, so a cancelled booking drops off the
      *> phone on the next run. headless, for the overnight
      *> run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "consultants-fc.cpy".
       copy "stores-fc.cpy".
       copy "app-fc.cpy".
       copy "consultleave-fc.cpy".
       copy "apptype-fc.cpy".

       select calendar-file assign to dynamic cx-ics-path
        organization is line sequential
        status is ws-file-status.

       data division.
       fd consultants-file.
       01 cf-consultant.
       copy "consultants.cpy" replacing ==:Prefix-:== by ==cf-==.

       copy "stores-fd.cpy".
       copy "app-fd.cpy".
       copy "consultleave-fd.cpy".
       copy "apptype-fd.cpy".

       fd calendar-file.
       01 calendar-line         pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       copy "timegrid.cpy" replacing ==:Prefix-:== by ==tg-==.
       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

       78 CX-DAYS-AHEAD         value 28.

       01 cx-feed-dir           pic x(80).
       01 cx-ics-path           pic x(80).
       01 cx-mkdir-flags        pic x(4) comp-5.

       01 eof                   pic x.
       01 store-eof             pic x.
       01 leave-eof             pic x.
       01 cx-file-count         binary-long value 0.
       01 cx-event-count        binary-long value 0.

       01 cx-today-num          pic 9(9).
       01 cx-last-num           pic 9(9).
       01 cx-scan-num           pic 9(9).
       01 cx-offset             binary-long.
       01 cx-slot               binary-long.
       01 cx-end-slot           binary-long.
       01 cx-stamp              pic x(15).
       01 cx-now                pic 9(8).

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.
       01 cx-end-date           pic 9(8).
       01 cx-from-num           pic 9(9).
       01 cx-to-num             pic 9(9).

      *> the appointment week in the record area, so a week's
      *> record is read once for its seven days
       01 cx-week-key.
         03 cx-week-store       pic 9(5).
         03 cx-week-year        pic 9999.
         03 cx-week-num         pic 99.
       01 cx-week-found         pic x.

      *> the store being walked - works there (on its consultant
      *> list) or had a booking there in the window
       01 cx-store-address      pic x(100).
       01 cx-store-linked       pic x.
       01 cx-idx                binary-long.

       01 closure-request.
         03 ck-store-id       pic 9(5).
         03 ck-date           pic 9(8).
         03 ck-description    pic x(30).

       01 cx-type-text          pic x(30).
       01 cx-patient-ref        pic 9(9).
       01 cx-time-hhmm          pic 9999.

       01 cx-uid-slot           pic 99.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform init-env

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to sf-date
           move function integer-of-date(sf-date) to cx-today-num
           compute cx-last-num = cx-today-num + CX-DAYS-AHEAD - 1
           accept cx-now from time
           move spaces to cx-stamp
           string date-today-temp "T" cx-now(1:6)
              delimited by size into cx-stamp
           end-string

           move spaces to cx-feed-dir
           string ws-mfocaldir delimited by space
              "/calfeed" delimited by size
              into cx-feed-dir
           end-string
           move 0 to cx-mkdir-flags
           call "CBL_CREATE_DIR" using cx-feed-dir
           end-call

           open input consultants-file
           if not fs-okay
              display "calexport: no consultants on file"
              goback
           end-if
           open input store-file
           if not fs-okay
              close consultants-file
              display "calexport: store file unavailable"
              goback
           end-if
           open input appointment-file
           open input apptype-file

           move 0 to cf-Consultant-Id
           start consultants-file
               key >= cf-Consultant-Id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read consultants-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and cf-Consultant-Id not equals 0
                 perform write-consultant-calendar
              end-if
           end-perform

           close apptype-file
           close appointment-file
           close store-file
           close consultants-file

           display cx-file-count " calendar file(s), " cx-event-count
              " event(s) written to " cx-feed-dir
           goback.

        write-consultant-calendar.
           move spaces to cx-ics-path
           string cx-feed-dir delimited by space
              "/cal" cf-Consultant-Id ".ics" delimited by size
              into cx-ics-path
           end-string
           open output calendar-file
           if not fs-okay
              display "calexport: can't write " cx-ics-path
              exit paragraph
           end-if
           add 1 to cx-file-count

           move "BEGIN:VCALENDAR" to calendar-line
           write calendar-line
           move "VERSION:2.0" to calendar-line
           write calendar-line
           move "PRODID:-//MicroFocals//Consultant diary//EN"
              to calendar-line
           write calendar-line
           move "CALSCALE:GREGORIAN" to calendar-line
           write calendar-line
           move spaces to calendar-line
           string "X-WR-CALNAME:" cf-FullName delimited by "  "
              " - appointments" delimited by size
              into calendar-line
           end-string
           write calendar-line

           move 0 to sf-id
           start store-file
               key >= sf-id
               invalid key move "y" to store-eof
               not invalid key move "n" to store-eof
           end-start
           perform until store-eof equals "y"
              read store-file next record
                 at end move "y" to store-eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to store-eof
              end-if
              if store-eof not equals "y"
                 perform walk-one-store
              end-if
           end-perform

           perform write-leave-blocks

           move "END:VCALENDAR" to calendar-line
           write calendar-line
           close calendar-file
           .

      *> the consultant's bookings at this store over the window,
      *> then the store's closures if they work there at all
        walk-one-store.
           move "n" to cx-store-linked
           perform varying cx-idx from 1 by 1
                until cx-idx > MAX-CONSULTANTS-PER-STORE
              if sf-consultants-id(cx-idx) equals cf-Consultant-Id
                 move "y" to cx-store-linked
              end-if
           end-perform

           move spaces to cx-store-address
           string sf-name-of-store delimited by "  "
              "\, " delimited by size
              sf-province delimited by "  "
              "\, " delimited by size
              sf-county delimited by "  "
              "\, " delimited by size
              sf-postcode delimited by "  "
              into cx-store-address
           end-string

           call "buildtimegrid" using sf-Slot-Length-Mins,
                   sf-Day-Start-Time,
                   sf-Day-End-Time,
                   tg-time-grid
           end-call

           move zeroes to cx-week-key
           perform varying cx-offset from 0 by 1
                until cx-offset >= CX-DAYS-AHEAD
              compute cx-scan-num = cx-today-num + cx-offset
              move function date-of-integer(cx-scan-num) to sf-date
              call "dateinfo" using sf-date di-date-info
              perform load-appointment-week
              if cx-week-found equals "y"
                 perform varying cx-slot from 1 by 1
                      until cx-slot > tg-num-slots
                    perform consider-one-slot
                 end-perform
              end-if
           end-perform

           if cx-store-linked equals "y"
              perform write-closure-blocks
           end-if
           .

        load-appointment-week.
           if cx-week-store equals sf-id
              and cx-week-year equals sf-yyyy
              and cx-week-num equals di-week-num
              exit paragraph
           end-if
           move sf-id to cx-week-store
           move sf-yyyy to cx-week-year
           move di-week-num to cx-week-num

           move sf-id to app-store-id
           move sf-yyyy to app-year
           move di-week-num to app-week
           move cf-Consultant-Id to app-consultant-id
           move "n" to cx-week-found
           read appointment-file
              invalid key move "n" to cx-week-found
              not invalid key move "y" to cx-week-found
           end-read
           .

      *> a slot booked to a customer - free and blocked-out slots
      *> aren't appointments, and the second half of a double
      *> booking is covered by the event for the first
        consider-one-slot.
           move app-cust-id of app-days(di-day-of-week-num cx-slot)
              to cx-patient-ref
           if cx-patient-ref equals invalid-custid
              or cx-patient-ref equals ignore-custid
              or cx-patient-ref equals blocked-slot-id
              or app-slot-double-cont(di-day-of-week-num cx-slot)
              exit paragraph
           end-if
           move "y" to cx-store-linked

           move cx-slot to cx-end-slot
           if app-slot-double-first(di-day-of-week-num cx-slot)
              and cx-slot < tg-num-slots
              add 1 to cx-end-slot
           end-if

           move "Appointment" to cx-type-text
           if app-appt-type of app-days(di-day-of-week-num cx-slot)
                 not equals spaces
              move app-appt-type of
                 app-days(di-day-of-week-num cx-slot) to at-type-code
              read apptype-file
                 invalid key
                    move at-type-code to cx-type-text
                 not invalid key
                    move at-description to cx-type-text
              end-read
           end-if

           move "BEGIN:VEVENT" to calendar-line
           write calendar-line
           move cx-slot to cx-uid-slot
           move spaces to calendar-line
           string "UID:" sf-id "-" sf-date "-" cx-uid-slot "-"
                  cf-Consultant-Id "@mfocal" delimited by size
              into calendar-line
           end-string
           write calendar-line
           perform write-stamp-line
           move tg-slot-lower(cx-slot) to cx-time-hhmm
           move spaces to calendar-line
           string "DTSTART:" sf-date "T" cx-time-hhmm "00"
              delimited by size into calendar-line
           end-string
           write calendar-line
           move tg-slot-upper(cx-end-slot) to cx-time-hhmm
           move spaces to calendar-line
           string "DTEND:" sf-date "T" cx-time-hhmm "00"
              delimited by size into calendar-line
           end-string
           write calendar-line
           move spaces to calendar-line
           string "SUMMARY:" cx-type-text delimited by "  "
              " - patient " cx-patient-ref delimited by size
              into calendar-line
           end-string
           write calendar-line
           move spaces to calendar-line
           string "LOCATION:" cx-store-address
              delimited by size into calendar-line
           end-string
           write calendar-line
           move "END:VEVENT" to calendar-line
           write calendar-line
           add 1 to cx-event-count
           .

      *> each dated closure of the store inside the window is an
      *> all-day block
        write-closure-blocks.
           perform varying cx-offset from 0 by 1
                until cx-offset >= CX-DAYS-AHEAD
              compute cx-scan-num = cx-today-num + cx-offset
              move function date-of-integer(cx-scan-num) to sf-date
              move sf-id to ck-store-id
              move sf-date to ck-date
              call "closurechk" using closure-request
              end-call
              if return-code equals CLOSURECHK-CLOSED
                 compute cx-end-date = function date-of-integer(
                    cx-scan-num + 1)
                 move "BEGIN:VEVENT" to calendar-line
                 write calendar-line
                 move spaces to calendar-line
                 string "UID:closed-" sf-id "-" sf-date "-"
                        cf-Consultant-Id "@mfocal" delimited by size
                    into calendar-line
                 end-string
                 write calendar-line
                 perform write-stamp-line
                 move spaces to calendar-line
                 string "DTSTART;VALUE=DATE:" sf-date
                    delimited by size into calendar-line
                 end-string
                 write calendar-line
                 move spaces to calendar-line
                 string "DTEND;VALUE=DATE:" cx-end-date
                    delimited by size into calendar-line
                 end-string
                 write calendar-line
                 move spaces to calendar-line
                 string "SUMMARY:Store closed - "
                        delimited by size
                        sf-name-of-store delimited by "  "
                        " " delimited by size
                        ck-description delimited by "  "
                    into calendar-line
                 end-string
                 write calendar-line
                 move "TRANSP:OPAQUE" to calendar-line
                 write calendar-line
                 move "END:VEVENT" to calendar-line
                 write calendar-line
                 add 1 to cx-event-count
              end-if
           end-perform
           .

      *> every leave period reaching into the window, as one
      *> all-day block across its whole span
        write-leave-blocks.
           open input consult-leave-file
           if not fs-okay
              exit paragraph
           end-if
           move cf-Consultant-Id to cl-consultant-id
           start consult-leave-file
               key = cl-consultant-id
               invalid key move "y" to leave-eof
               not invalid key move "n" to leave-eof
           end-start

           perform until leave-eof equals "y"
              read consult-leave-file next record
                 at end move "y" to leave-eof
              end-read
              if fs-no-record or leave-eof equals "y"
                 or cl-consultant-id not equals cf-Consultant-Id
                 move "y" to leave-eof
              else
                 move cl-from-date to sf-date
                 move function integer-of-date(sf-date)
                    to cx-from-num
                 move cl-to-date to sf-date
                 move function integer-of-date(sf-date)
                    to cx-to-num
                 if cx-from-num <= cx-last-num
                    and cx-to-num >= cx-today-num
                    perform write-one-leave-block
                 end-if
              end-if
           end-perform
           close consult-leave-file
           .

        write-one-leave-block.
           compute cx-end-date =
              function date-of-integer(cx-to-num + 1)
           move "BEGIN:VEVENT" to calendar-line
           write calendar-line
           move spaces to calendar-line
           string "UID:leave-" cl-leave-id "@mfocal"
              delimited by size into calendar-line
           end-string
           write calendar-line
           perform write-stamp-line
           move spaces to calendar-line
           string "DTSTART;VALUE=DATE:" cl-from-date
              delimited by size into calendar-line
           end-string
           write calendar-line
           move spaces to calendar-line
           string "DTEND;VALUE=DATE:" cx-end-date
              delimited by size into calendar-line
           end-string
           write calendar-line
           move spaces to calendar-line
           if cl-reason equals spaces
              move "SUMMARY:Leave" to calendar-line
           else
              string "SUMMARY:Leave - " cl-reason
                 delimited by size into calendar-line
              end-string
           end-if
           write calendar-line
           move "TRANSP:OPAQUE" to calendar-line
           write calendar-line
           move "END:VEVENT" to calendar-line
           write calendar-line
           add 1 to cx-event-count
           .

        write-stamp-line.
           move spaces to calendar-line
           string "DTSTAMP:" cx-stamp delimited by size
              into calendar-line
           end-string
           write calendar-line
           .

       copy "common.cpy".
