       identification division.
       program-id. riskcall.

      *> nightly phone round - every booking over the next
      *> RC-DAYS-AHEAD days whose predicted no-show risk
      *> (noshowrisk.cbl) is in the high band goes onto the store's
      *> call queue as a follow-up task (taskadd.cbl), assigned to
      *> NOSHOW-CALLS-QUEUE plus the store id and due the day before
      *> the appointment, so the counter staff see it in the task
      *> diary (taskdiary.cbl) and ring to confirm or rebook. the
      *> same list goes to riskcall.txt for the run-control file.
      *> an open call already on the queue for the same customer,
      *> date and time is not raised again, so a re-run (or the
      *> second night a booking is inside the window) adds nothing.
      *>
      *> headless, for the overnight run-control list after the
      *> reminder export (remindexport.cbl). the phone numbers on
      *> riskcall.txt are always masked as set for "riskcall" in
      *> masking.dat (piimask.cbl) - nobody is there to ask for them
      *> in full, and the call itself is made from the task diary,
      *> which opens the customer record.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "app-fc.cpy".
       copy "customer-fc.cpy".
       copy "task-fc.cpy".

       select call-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "app-fd.cpy".
       copy "customer-fd.cpy".
       copy "task-fd.cpy".

       fd call-report.
       01 report-line           pic x(100).

       working-storage section.
       copy "common_ws.cpy".
       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

       01 rpt-filename          pic x(20) value "riskcall.txt".
       01 eof                   pic x.
       01 day-counter           binary-long.
       01 counter               binary-long.
       01 rc-index              binary-long.
       01 rc-cust-id            pic 9(9).

      *> identifier masking for riskcall.txt
       01 pii-call-request.
       copy "piireq.cpy" replacing ==:Prefix-:== by ==mq-==.

      *> tomorrow and the day after - the reminder has gone by then,
      *> and there is still time to offer the slot to someone else
       78 RC-DAYS-AHEAD         value 2.

       01 today-temp.
         03 yyyy                pic xxxx.
         03 mm                  pic xx.
         03 dd                  pic xx.
       01 sf-date               pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy             pic 9999.
         03 sf-mm               pic 99.
         03 sf-dd               pic 99.
       01 sf-date-num           pic 9(9).
       01 sf-target-date        pic 99999999.
       01 redefines sf-target-date.
         03 sf-target-yyyy      pic 9999.
         03 sf-target-mm        pic 99.
         03 sf-target-dd        pic 99.

      *> the dates being looked at, in the year/week/day the
      *> appointment file is keyed and indexed by
       01 rc-target-count       binary-long.
       01 rc-targets occurs RC-DAYS-AHEAD.
         03 rc-target-year      pic 9999.
         03 rc-target-week      pic 99.
         03 rc-target-day       pic 9.
         03 rc-target-date      pic 9(8).
         03 rc-target-date-str  pic x(10).
         03 rc-target-due       pic 9(8).

      *> open calls already on a queue, customer and the opening of
      *> the text (up to and including the time) - what makes two
      *> calls the same call
       78 RC-MAX-OPEN           value 500.
       78 RC-REF-LEN            value 38.
       01 rc-open-count         binary-long value 0.
       01 rc-open-idx           binary-long.
       01 rc-open-calls occurs RC-MAX-OPEN.
         03 rc-open-cust-id     pic 9(9).
         03 rc-open-ref         pic x(RC-REF-LEN).
       01 rc-call-ref           pic x(RC-REF-LEN).
       01 rc-found              pic x.

       01 rc-bookings-scored    binary-long value 0.
       01 rc-high-count         binary-long value 0.
       01 rc-raised-count       binary-long value 0.

       01 risk-request.
         03 nr-customer-id       pic 9(9).
         03 nr-store-id          pic 9(5).
         03 nr-year              pic 9999.
         03 nr-week              pic 99.
         03 nr-consultant-id     pic 9(9).
         03 nr-day               pic 9.
         03 nr-slot              pic 99.
         03 nr-slot-date         pic 9(8).
         03 nr-confirmed         pic x.
         03 nr-score             pic 99.
         03 nr-band              pic x.

       01 task-request.
         03 ta-rq-customer-id    pic 9(9).
         03 ta-rq-customer-name  pic x(60).
         03 ta-rq-task-text      pic x(60).
         03 ta-rq-due-date       pic 9(8).
         03 ta-rq-assigned-to    pic x(10).
         03 ta-rq-raised-by      pic x(10).

       01 report-header-line.
         03 filler              pic x(40)
            value "High no-show risk bookings, run ".
         03 rpt-hdr-dd          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-column-line.
         03 filler              pic x(48) value
            "Store Date       Time        Risk Customer  Name".
         03 filler              pic x(27) value spaces.
         03 filler              pic x(25) value
            "Telephone            Call".

       01 report-detail-line.
         03 rpt-store           pic 9(5).
         03 filler              pic x     value spaces.
         03 rpt-date            pic x(10).
         03 filler              pic x     value spaces.
         03 rpt-slot            pic x(APP-TIME-SLOT-LEN).
         03 filler              pic x     value spaces.
         03 rpt-score           pic z9.
         03 filler              pic x(3)  value spaces.
         03 rpt-customer        pic 9(9).
         03 filler              pic x     value spaces.
         03 rpt-name            pic x(30).
         03 filler              pic x     value spaces.
         03 rpt-tel             pic x(20).
         03 filler              pic x     value spaces.
         03 rpt-call            pic x(7).

       01 report-none-line.
         03 filler              pic x(40)
            value "No high risk bookings in the next two days".

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform build-target-dates
           perform load-open-calls

           move "O" to mq-action
           move "riskcall" to mq-output
           move "N" to mq-in-full
           move "riskcall" to mq-operator
           move space to mq-role
           call "piimask" using pii-call-request
           end-call

           open output call-report
           move sf-dd to rpt-hdr-dd
           move sf-mm to rpt-hdr-mm
           move sf-yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line
           write report-line from report-column-line

           open input appointment-file
           move "appointment-file" to fs-current-file
           perform check-file-status
           open input cust-file
           move "cust-file" to fs-current-file
           perform check-file-status

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
                 perform scan-appointment-week
              end-if
           end-perform
           close appointment-file
           close cust-file

           if rc-high-count equals 0
              move spaces to report-line
              write report-line
              write report-line from report-none-line
           end-if
           close call-report

           display rc-bookings-scored " booking(s) scored, "
              rc-high-count " high risk, " rc-raised-count
              " call(s) raised - see " rpt-filename
           goback.

      *> each target date resolved to its week and day, with the
      *> call due the day before - never before today
        build-target-dates.
           accept today-temp from date yyyymmdd
           move yyyy to sf-yyyy
           move mm to sf-mm
           move dd to sf-dd
           move 0 to rc-target-count
           perform varying counter from 1 by 1
                until counter > RC-DAYS-AHEAD
              compute sf-date-num =
                 function integer-of-date(sf-date) + counter
              move function date-of-integer(sf-date-num)
                 to sf-target-date
              call "dateinfo" using sf-target-date di-date-info
              add 1 to rc-target-count
              move sf-target-yyyy to rc-target-year(rc-target-count)
              move di-week-num to rc-target-week(rc-target-count)
              move di-day-of-week-num to rc-target-day(rc-target-count)
              move sf-target-date to rc-target-date(rc-target-count)
              string sf-target-dd "/" sf-target-mm "/" sf-target-yyyy
                 delimited by size
                 into rc-target-date-str(rc-target-count)
              move function date-of-integer(sf-date-num - 1)
                 to rc-target-due(rc-target-count)
           end-perform
           .

        load-open-calls.
           move 0 to rc-open-count
           open input task-file
           if not fs-okay
              exit paragraph
           end-if
           move 0 to td-task-id
           start task-file
               key > td-task-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read task-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and td-status-open
                 and td-assigned-to(1:length of NOSHOW-CALLS-QUEUE)
                     equals NOSHOW-CALLS-QUEUE
                 and rc-open-count < RC-MAX-OPEN
                 add 1 to rc-open-count
                 move td-customer-id to rc-open-cust-id(rc-open-count)
                 move td-task-text to rc-open-ref(rc-open-count)
              end-if
           end-perform
           close task-file
           .

        scan-appointment-week.
           perform varying rc-index from 1 by 1
                until rc-index > rc-target-count
              if app-year equals rc-target-year(rc-index)
                 and app-week equals rc-target-week(rc-index)
                 move rc-target-day(rc-index) to day-counter
                 perform scan-day-bookings
              end-if
           end-perform
           .

        scan-day-bookings.
           perform varying counter from 1 by 1
                until counter > MAX-SLOTS-PER-DAY
              move app-cust-id of app-days(day-counter counter)
                 to rc-cust-id
              if rc-cust-id not equal invalid-custid
                 and rc-cust-id not equal ignore-custid
                 and rc-cust-id not equal blocked-slot-id
                 perform score-booking
              end-if
           end-perform
           .

        score-booking.
           move rc-cust-id to nr-customer-id
           move app-store-id to nr-store-id
           move app-year to nr-year
           move app-week to nr-week
           move app-consultant-id to nr-consultant-id
           move day-counter to nr-day
           move counter to nr-slot
           move rc-target-date(rc-index) to nr-slot-date
           move app-confirmed(day-counter counter) to nr-confirmed
           call "noshowrisk" using risk-request
           end-call
           add 1 to rc-bookings-scored
           if nr-band not equals "H"
              exit paragraph
           end-if
           add 1 to rc-high-count

           move spaces to f-FullName f-Home-Tel f-Work-Tel
           move rc-cust-id to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
           end-read
           if f-Home-Tel equals spaces
              move f-Work-Tel to f-Home-Tel
           end-if

           move spaces to rc-call-ref
           string "Ring to confirm " delimited by size
                  rc-target-date-str(rc-index) delimited by size
                  " " delimited by size
                  bt-label(counter) delimited by size
                  into rc-call-ref
           end-string

           move app-store-id to rpt-store
           move rc-target-date-str(rc-index) to rpt-date
           move bt-label(counter) to rpt-slot
           move nr-score to rpt-score
           move rc-cust-id to rpt-customer
           move f-FullName to rpt-name
           move "M" to mq-action
           move "P" to mq-kind
           move rc-cust-id to mq-customer-id
           move f-Home-Tel to mq-value
           call "piimask" using pii-call-request
           end-call
           move mq-value to rpt-tel

           perform find-open-call
           if rc-found equals "y"
              move "on list" to rpt-call
           else
              perform raise-call-task
              move "raised" to rpt-call
           end-if
           write report-line from report-detail-line
           .

        find-open-call.
           move "n" to rc-found
           perform varying rc-open-idx from 1 by 1
                until rc-open-idx > rc-open-count
              if rc-open-cust-id(rc-open-idx) equals rc-cust-id
                 and rc-open-ref(rc-open-idx) equals rc-call-ref
                 move "y" to rc-found
                 exit perform
              end-if
           end-perform
           .

        raise-call-task.
           move rc-cust-id to ta-rq-customer-id
           move f-FullName to ta-rq-customer-name
           move spaces to ta-rq-task-text
           string rc-call-ref delimited by size
                  " (risk " delimited by size
                  nr-score delimited by size
                  ")" delimited by size
                  into ta-rq-task-text
           end-string
           move rc-target-due(rc-index) to ta-rq-due-date
           if ta-rq-due-date < sf-date
              move sf-date to ta-rq-due-date
           end-if
           move spaces to ta-rq-assigned-to
           string NOSHOW-CALLS-QUEUE app-store-id delimited by size
              into ta-rq-assigned-to
           end-string
           move "riskcall" to ta-rq-raised-by
           call "taskadd" using task-request
           end-call
           add 1 to rc-raised-count
           .

       copy "common.cpy".
