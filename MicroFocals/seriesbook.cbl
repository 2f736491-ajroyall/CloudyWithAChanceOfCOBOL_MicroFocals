       identification division.
       program-id. seriesbook.

      *> recurring appointment series - books, cancels and moves a
      *> customer's run of visits (seriesdef-fd.cpy) with one
      *> consultant, each visit kept on the series register
      *> (serbook-fd.cpy). operations:
      *>   "B" - book: every step of sr-series-code, counted from the
      *>         first visit's date. each visit takes the first free
      *>         slot on its due day from the first visit's time of
      *>         day onward (then the earlier slots), or failing that
      *>         on the following days up to the series' window. it
      *>         is placed through bookapptrest.cbl, so leave,
      *>         closures, working patterns, session templates and
      *>         every other booking rule apply. a visit that cannot
      *>         be placed is recorded as unplaced and reported back.
      *>   "Q" - query: is the booking at sr-year/week/day/slot one
      *>         visit of a series, and how many visits follow it
      *>   "C" - cancelled: that booking was cancelled on the grid.
      *>         the register marks it, and with sr-apply-rest "Y"
      *>         the later visits are unbooked with the same reason
      *>   "M" - moved: that booking went to sr-new-date/slot. the
      *>         register follows it, and with sr-apply-rest "Y"
      *>         each later visit is re-placed the same number of
      *>         days on - booked in its new slot first, then its old
      *>         slot freed as a reschedule - so a visit that cannot
      *>         be moved keeps the slot it had
      *> sr-results comes back with every visit of the series as it
      *> now stands. headless; the schedule grid releases its own
      *> hold on the appointment file around the call, as it does
      *> for moveappt.cbl.

       environment division.
       input-output section.
       file-control.
       copy "app-fc.cpy".
       copy "seriesdef-fc.cpy".
       copy "serbook-fc.cpy".

       data division.
       copy "app-fd.cpy".
       copy "seriesdef-fd.cpy".
       copy "serbook-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

      *> this store's appointment slot grid - see scheduleapp.cbl
       copy "timegrid.cpy" replacing ==:Prefix-:== by ==sw-==.

       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       01 sw-result             binary-long.
       01 sw-today-num          pic 9(9).
       01 sw-anchor-num         pic 9(9).
       01 sw-target-num         pic 9(9).
       01 sw-try-num            pic 9(9).
       01 sw-month-end-num      pic 9(9).
       01 sw-month-total        binary-long.
       01 sw-keep-dd            pic 99.
       01 sw-shift              pic s9(9).
       01 sw-day-offset         binary-long.
       01 sw-slot-pass          binary-long.
       01 sw-slot               binary-long.
       01 sw-first-slot         binary-long.
       01 sw-step               binary-long.
       01 sw-consultant-id      pic 9(9).
       01 sw-window-days        pic 99.
       01 sw-appt-type          pic x(3).
       01 sw-slot-free          pic x occurs MAX-SLOTS-PER-DAY.
       01 sw-placed             pic x.
       01 sw-give-up            pic x.
       01 sw-next-day           pic x.
       01 sw-eof                pic x.
       01 sw-found              pic x.
       01 sw-found-step         pic 9.
       01 sw-highest-seq        pic 9(3).
       01 sw-week-held          pic x.
       01 sw-unbooked           pic x.

      *> where a visit was placed
       01 sw-new-date           pic 9(8).
       01 sw-new-year           pic 9999.
       01 sw-new-week           pic 99.
       01 sw-new-day            pic 9.
       01 sw-new-slot           pic 99.

      *> the slot a visit is being taken out of
       01 sw-old-store-id       pic 9(5).
       01 sw-old-consultant-id  pic 9(9).
       01 sw-old-year           pic 9999.
       01 sw-old-week           pic 99.
       01 sw-old-day            pic 9.
       01 sw-old-slot           pic 99.
       01 sw-old-reason         pic x(2).
       01 sw-old-booked         pic x.
       01 sw-unbook-slot        binary-long.
       01 sw-unbook-double      pic x.

      *> request block handed to bookapptrest - see its linkage
       01 br-request.
         03 br-consultant-id       pic 9(9).
         03 br-customer-id         pic 9(9).
         03 br-date.
           05 br-dd    pic 99.
           05 filler   pic x value "/".
           05 br-mm    pic 99.
           05 filler   pic x value "/".
           05 br-yyyy  pic 9999.
         03 br-slot-number         pic 99.
         03 br-nhs-funded          pic x.
         03 br-resource-id         pic 9(3).
         03 br-appt-type           pic x(3).
         03 br-series-booking      pic x.
       01 br-response.
         03 br-medical-alert       pic x.
         03 br-other-consultant    pic x(60).

      *> request block for the lockreg registry - a week on another
      *> operator's schedule grid is left alone
       01 lock-request.
         03 lk-rq-op            pic x.
         03 lk-rq-file-tag      pic x(12).
         03 lk-rq-record-key    pic x(30).
         03 lk-rq-operator      pic x(10).
         03 lk-rq-taken-date    pic 9(8).
         03 lk-rq-taken-time    pic 9(8).

      *> request block handed to jrnlwrite - a visit unbooked here is
      *> journalled like any other week record rewrite
       01 journal-request.
         03 jw-file-tag     pic x(12).
         03 jw-operation    pic x.
         03 jw-operator     pic x(10).
         03 jw-key          pic x(30).
         03 jw-before       pic x(13600).
         03 jw-after        pic x(13600).

      *> request block handed to xrefmaint - the cross reference
      *> drops each visit unbooked here
       01 xref-request.
         03 xq-op            pic x.
         03 xq-customer-id   pic 9(9).
         03 xq-store-id      pic 9(5).
         03 xq-year          pic 9999.
         03 xq-week          pic 99.
         03 xq-consultant-id pic 9(9).
         03 xq-day           pic 9.
         03 xq-slot          pic 99.

       linkage section.
       copy "common_lnk.cpy".

       01 series-request.
         03 sr-op                  pic x.
         03 sr-customer-id         pic 9(9).
         03 sr-consultant-id       pic 9(9).
      *> "B": the series, and its first visit's date and slot
         03 sr-series-code         pic x(6).
         03 sr-anchor-date         pic 9(8).
         03 sr-anchor-slot         pic 99.
      *> "Q"/"C"/"M": the booking cancelled or moved on the grid -
      *> its start slot, at this store with sr-consultant-id
         03 sr-year                pic 9999.
         03 sr-week                pic 99.
         03 sr-day                 pic 9.
         03 sr-slot                pic 99.
      *> "M": where it went
         03 sr-new-consultant-id   pic 9(9).
         03 sr-new-date            pic 9(8).
         03 sr-new-slot            pic 99.
      *> "C"/"M": "Y" to take the later visits with it
         03 sr-apply-rest          pic x.
         03 sr-cancel-reason       pic x(2).
      *> what came of it
         03 sr-series-seq          pic 9(3).
         03 sr-later-count         pic 9.
         03 sr-placed-count        pic 9.
         03 sr-unplaced-count      pic 9.
         03 sr-step-count          pic 9.
         03 sr-results occurs SERIES-MAX-STEPS.
           05 sr-res-target-date   pic 9(8).
           05 sr-res-slot-date     pic 9(8).
           05 sr-res-slot          pic 99.
           05 sr-res-status        pic x.

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info, lnk-operator-info,
               series-request.
           accept date-today-temp from date YYYYMMDD
           move yyyy to sf-yyyy
           move mm to sf-mm
           move dd to sf-dd
           compute sw-today-num = function integer-of-date(sf-date)

           call "buildtimegrid" using lnk-Slot-Length-Mins,
                   lnk-Day-Start-Time,
                   lnk-Day-End-Time,
                   sw-time-grid
           end-call

           move 0 to sr-later-count sr-placed-count sr-unplaced-count
                     sr-step-count
           perform varying sw-step from 1 by 1
                until sw-step > SERIES-MAX-STEPS
              move 0 to sr-res-target-date(sw-step)
                        sr-res-slot-date(sw-step)
                        sr-res-slot(sw-step)
              move space to sr-res-status(sw-step)
           end-perform
           move SERIESBOOK-OK to sw-result

           if sr-op equals "B"
              perform book-series
           else
              perform find-series-booking
              if sw-found not equals "y"
                 goback returning SERIESBOOK-NOT-IN-SERIES
              end-if
              evaluate sr-op
                 when "C"
                    perform cancel-later-visits
                 when "M"
                    perform move-later-visits
              end-evaluate
           end-if

           if sw-result equals SERIESBOOK-OK
              perform load-series-results
           end-if
           cancel "bookapptrest"
           goback returning sw-result.

      *> -------------------------------------------------------------
      *> book a whole series
      *> -------------------------------------------------------------
        book-series.
           move "n" to sw-found
           open input seriesdef-file
           if fs-okay
              move sr-series-code to sd-series-code
              read seriesdef-file
                 invalid key continue
                 not invalid key move "y" to sw-found
              end-read
              close seriesdef-file
           end-if
           if sw-found not equals "y" or sd-step-count equals 0
              move SERIESBOOK-UNKNOWN-SERIES to sw-result
              exit paragraph
           end-if
           move sd-window-days to sw-window-days
           move sd-appt-type to sw-appt-type
           move sr-consultant-id to sw-consultant-id

           perform find-next-series-seq

           move sr-anchor-date to sf-date
           compute sw-anchor-num = function integer-of-date(sf-date)

           open i-o serbook-file
           if ws-file-status equals "35"
              open output serbook-file
           end-if
           if not fs-okay
              move SERIESBOOK-FILE-ERROR to sw-result
              exit paragraph
           end-if

           perform varying sw-step from 1 by 1
                until sw-step > sd-step-count
                   or sw-step > SERIES-MAX-STEPS
              perform work-out-step-due-date
              move sr-anchor-slot to sw-first-slot
              perform place-visit

              move sr-customer-id to sb-customer-id
              move sr-series-seq to sb-series-seq
              move sw-step to sb-step
              move sd-series-code to sb-series-code
              move lnk-id to sb-store-id
              move sw-consultant-id to sb-consultant-id
              move function date-of-integer(sw-target-num)
                 to sb-target-date
              if sw-placed equals "y"
                 perform note-visit-placed
                 add 1 to sr-placed-count
              else
                 perform note-visit-unplaced
                 add 1 to sr-unplaced-count
              end-if
              move function date-of-integer(sw-today-num)
                 to sb-created-date
              move lnk-Operator-Id to sb-created-by
              write serbook-entry
              perform check-file-status
           end-perform

           close serbook-file
           .

      *> the customer's series are numbered 1 up; this one is next
        find-next-series-seq.
           move 0 to sw-highest-seq
           open input serbook-file
           if fs-okay
              move sr-customer-id to sb-customer-id
              move 0 to sb-series-seq sb-step
              start serbook-file
                  key >= sb-key
                  invalid key move "y" to sw-eof
                  not invalid key move "n" to sw-eof
              end-start
              perform until sw-eof equals "y"
                 read serbook-file next record
                    at end move "y" to sw-eof
                 end-read
                 if not fs-okay or sw-eof equals "y"
                    or sb-customer-id not equals sr-customer-id
                    move "y" to sw-eof
                 else
                    move sb-series-seq to sw-highest-seq
                 end-if
              end-perform
              close serbook-file
           end-if
           compute sr-series-seq = sw-highest-seq + 1
           .

      *> the step's due date - days and weeks count straight on from
      *> the first visit; months land on the same day of the month,
      *> or the month's last day when it is shorter
        work-out-step-due-date.
           evaluate true
              when sd-unit-weeks(sw-step)
                 compute sw-target-num = sw-anchor-num
                    + sd-step-offset(sw-step) * 7
              when sd-unit-months(sw-step)
                 move sr-anchor-date to sf-date
                 move sf-dd to sw-keep-dd
                 compute sw-month-total = sf-yyyy * 12 + sf-mm
                    + sd-step-offset(sw-step)
                 compute sf-yyyy = sw-month-total / 12
                 compute sf-mm = function mod(sw-month-total, 12) + 1
                 move 1 to sf-dd
                 compute sw-month-end-num =
                    function integer-of-date(sf-date) - 1
                 move function date-of-integer(sw-month-end-num)
                    to sf-date
                 if sw-keep-dd < sf-dd
                    move sw-keep-dd to sf-dd
                 end-if
                 compute sw-target-num =
                    function integer-of-date(sf-date)
              when other
                 compute sw-target-num = sw-anchor-num
                    + sd-step-offset(sw-step)
           end-evaluate
           .

      *> -------------------------------------------------------------
      *> finding a slot for one visit - its due day first, then each
      *> day after up to the window; a day already past is skipped
      *> -------------------------------------------------------------
        place-visit.
           move "n" to sw-placed sw-give-up
           perform varying sw-day-offset from 0 by 1
                until sw-day-offset > sw-window-days
                   or sw-placed equals "y"
                   or sw-give-up equals "y"
              compute sw-try-num = sw-target-num + sw-day-offset
              if sw-try-num >= sw-today-num
                 perform try-visit-day
              end-if
           end-perform
           .

        try-visit-day.
           move function date-of-integer(sw-try-num) to sf-date
           call "dateinfo" using sf-date di-date-info
           end-call
           perform load-free-slots

           if sw-first-slot < 1 or sw-first-slot > sw-num-slots
              move 1 to sw-first-slot
           end-if
           move "n" to sw-next-day
           perform varying sw-slot-pass from 0 by 1
                until sw-slot-pass >= sw-num-slots
                   or sw-placed equals "y"
                   or sw-give-up equals "y"
                   or sw-next-day equals "y"
              compute sw-slot = function mod(
                 sw-first-slot - 1 + sw-slot-pass, sw-num-slots) + 1
              if sw-slot-free(sw-slot) equals "y"
                 perform try-visit-slot
              end-if
           end-perform
           .

      *> the consultant's week as it stands - a slot is worth trying
      *> when it is free, or already holds this customer (their own
      *> booking that day is taken as the visit). no week record yet
      *> means every slot is free.
        load-free-slots.
           perform varying sw-slot from 1 by 1
                until sw-slot > MAX-SLOTS-PER-DAY
              move "y" to sw-slot-free(sw-slot)
           end-perform
           open input appointment-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-id to app-store-id
           move sf-yyyy to app-year
           move di-week-num to app-week
           move sw-consultant-id to app-consultant-id
           read appointment-file
              invalid key continue
              not invalid key
                 perform varying sw-slot from 1 by 1
                      until sw-slot > MAX-SLOTS-PER-DAY
                    if app-cust-id of
                          app-days(di-day-of-week-num sw-slot)
                          not equals invalid-custid
                       and app-cust-id of
                          app-days(di-day-of-week-num sw-slot)
                          not equals sr-customer-id
                       move "n" to sw-slot-free(sw-slot)
                    end-if
                 end-perform
           end-read
           close appointment-file
           .

      *> a refusal that holds for the whole day moves on a day; one
      *> that no other date would cure gives the visit up; anything
      *> else is about this slot, so the next slot is tried
        try-visit-slot.
           move sw-consultant-id to br-consultant-id
           move sr-customer-id to br-customer-id
           move sf-dd to br-dd
           move sf-mm to br-mm
           move sf-yyyy to br-yyyy
           move sw-slot to br-slot-number
           move "N" to br-nhs-funded
           move 0 to br-resource-id
           move sw-appt-type to br-appt-type
           move "Y" to br-series-booking
           call "bookapptrest" using lnk-store-info, lnk-operator-info,
                br-request, br-response
           end-call
           evaluate return-code
              when BOOKAPPTREST-OK
              when BOOKAPPTREST-ALREADY-BOOKED
                 move "y" to sw-placed
                 move sf-date to sw-new-date
                 move sf-yyyy to sw-new-year
                 move di-week-num to sw-new-week
                 move di-day-of-week-num to sw-new-day
                 move sw-slot to sw-new-slot
              when BOOKAPPTREST-STORE-CLOSED
              when BOOKAPPTREST-CONSULTANT-ON-LEAVE
              when BOOKAPPTREST-LOCUM-EXPIRED
              when BOOKAPPTREST-WEEK-LOCKED
                 move "y" to sw-next-day
              when BOOKAPPTREST-FILE-ERROR
              when BOOKAPPTREST-OUTSIDE-BOOKING-WINDOW
              when BOOKAPPTREST-UNKNOWN-CUSTOMER
              when BOOKAPPTREST-CUSTOMER-DECEASED
              when BOOKAPPTREST-UNKNOWN-CONSULTANT
              when BOOKAPPTREST-BAD-CHECK-DIGIT
              when BOOKAPPTREST-UNKNOWN-APPTYPE
              when BOOKAPPTREST-WRONG-SPECIALTY
              when BOOKAPPTREST-REGISTRATION-LAPSED
                 move "y" to sw-give-up
           end-evaluate
           .

        note-visit-placed.
           move "B" to sb-status
           move sw-new-date to sb-slot-date
           move sw-new-year to sb-year
           move sw-new-week to sb-week
           move sw-new-day to sb-day
           move sw-new-slot to sb-slot
           .

        note-visit-unplaced.
           move "U" to sb-status
           move 0 to sb-slot-date sb-year sb-week sb-day sb-slot
           .

      *> -------------------------------------------------------------
      *> the series visit a cancelled or moved booking belongs to,
      *> and how many visits after it are still booked or waiting
      *> -------------------------------------------------------------
        find-series-booking.
           move "n" to sw-found
           open input serbook-file
           if not fs-okay
              exit paragraph
           end-if
           move sr-customer-id to sb-customer-id
           move 0 to sb-series-seq sb-step
           start serbook-file
               key >= sb-key
               invalid key move "y" to sw-eof
               not invalid key move "n" to sw-eof
           end-start
           perform until sw-eof equals "y"
              read serbook-file next record
                 at end move "y" to sw-eof
              end-read
              if not fs-okay or sw-eof equals "y"
                 or sb-customer-id not equals sr-customer-id
                 move "y" to sw-eof
              else
                 if sw-found equals "y"
                    if sb-series-seq equals sr-series-seq
                       and (sb-status-booked or sb-status-unplaced)
                       add 1 to sr-later-count
                    end-if
                 else
                    if sb-status-booked
                       and sb-store-id equals lnk-id
                       and sb-consultant-id equals sr-consultant-id
                       and sb-year equals sr-year
                       and sb-week equals sr-week
                       and sb-day equals sr-day
                       and sb-slot equals sr-slot
                       move "y" to sw-found
                       move sb-series-seq to sr-series-seq
                       move sb-step to sw-found-step
                    end-if
                 end-if
              end-if
           end-perform
           close serbook-file
           .

      *> -------------------------------------------------------------
      *> a visit cancelled on the grid, and with it the later ones
      *> -------------------------------------------------------------
        cancel-later-visits.
           open i-o serbook-file
           perform check-file-status
           move sr-customer-id to sb-customer-id
           move sr-series-seq to sb-series-seq
           move sw-found-step to sb-step
           read serbook-file
              invalid key continue
              not invalid key
                 move "X" to sb-status
                 rewrite serbook-entry
           end-read

           if sr-apply-rest equals "Y"
              perform varying sw-step from sw-found-step by 1
                   until sw-step >= SERIES-MAX-STEPS
                 move sr-customer-id to sb-customer-id
                 move sr-series-seq to sb-series-seq
                 compute sb-step = sw-step + 1
                 read serbook-file
                    invalid key continue
                    not invalid key
                       perform cancel-one-later-visit
                 end-read
              end-perform
           end-if
           close serbook-file
           perform check-file-status
           .

        cancel-one-later-visit.
           evaluate true
              when sb-status-booked
                 move sr-cancel-reason to sw-old-reason
                 perform take-old-slot-from-register
                 perform unbook-visit
                 if sw-unbooked equals "y"
                    move "X" to sb-status
                    rewrite serbook-entry
                 else
                    add 1 to sr-unplaced-count
                 end-if
              when sb-status-unplaced
                 move "X" to sb-status
                 rewrite serbook-entry
           end-evaluate
           .

      *> -------------------------------------------------------------
      *> a visit moved on the grid, and the later ones after it
      *> -------------------------------------------------------------
        move-later-visits.
           open i-o serbook-file
           perform check-file-status
           move sr-customer-id to sb-customer-id
           move sr-series-seq to sb-series-seq
           move sw-found-step to sb-step
           read serbook-file
              invalid key
                 close serbook-file
                 exit paragraph
           end-read

           move sb-slot-date to sf-date
           compute sw-shift = function integer-of-date(sr-new-date)
              - function integer-of-date(sf-date)
           move sr-new-date to sf-date
           call "dateinfo" using sf-date di-date-info
           end-call
           move sr-new-date to sb-slot-date
           move sf-yyyy to sb-year
           move di-week-num to sb-week
           move di-day-of-week-num to sb-day
           move sr-new-slot to sb-slot
           move sr-new-consultant-id to sb-consultant-id
           rewrite serbook-entry

           if sr-apply-rest equals "Y"
              move 7 to sw-window-days
              move spaces to sw-appt-type
              move sb-series-code to sd-series-code
              open input seriesdef-file
              if fs-okay
                 read seriesdef-file
                    invalid key continue
                    not invalid key
                       move sd-window-days to sw-window-days
                       move sd-appt-type to sw-appt-type
                 end-read
                 close seriesdef-file
              end-if
              move sr-new-consultant-id to sw-consultant-id
              move sr-new-slot to sw-first-slot

              perform varying sw-step from sw-found-step by 1
                   until sw-step >= SERIES-MAX-STEPS
                 move sr-customer-id to sb-customer-id
                 move sr-series-seq to sb-series-seq
                 compute sb-step = sw-step + 1
                 read serbook-file
                    invalid key continue
                    not invalid key
                       if sb-status-booked or sb-status-unplaced
                          perform move-one-later-visit
                       end-if
                 end-read
              end-perform
           end-if
           close serbook-file
           perform check-file-status
           .

        move-one-later-visit.
           move sb-target-date to sf-date
           compute sw-target-num = function integer-of-date(sf-date)
              + sw-shift
           if sb-status-booked
              move "y" to sw-old-booked
              perform take-old-slot-from-register
           else
              move "n" to sw-old-booked
           end-if

           perform place-visit
           if sw-placed not equals "y"
              add 1 to sr-unplaced-count
              if sb-status-unplaced
                 move function date-of-integer(sw-target-num)
                    to sb-target-date
                 rewrite serbook-entry
              end-if
              exit paragraph
           end-if

           if sw-old-booked equals "y"
              and (sw-old-consultant-id not equals sw-consultant-id
                   or sw-old-year not equals sw-new-year
                   or sw-old-week not equals sw-new-week
                   or sw-old-day not equals sw-new-day
                   or sw-old-slot not equals sw-new-slot)
              move CANCEL-REASON-RESCHED to sw-old-reason
              perform unbook-visit
           end-if

           move function date-of-integer(sw-target-num)
              to sb-target-date
           move sw-consultant-id to sb-consultant-id
           perform note-visit-placed
           rewrite serbook-entry
           add 1 to sr-placed-count
           .

        take-old-slot-from-register.
           move sb-store-id to sw-old-store-id
           move sb-consultant-id to sw-old-consultant-id
           move sb-year to sw-old-year
           move sb-week to sw-old-week
           move sb-day to sw-old-day
           move sb-slot to sw-old-slot
           .

      *> -------------------------------------------------------------
      *> frees one visit's slot (both halves of a double-length one)
      *> the way the grid's own cancellation does, stamped with
      *> sw-old-reason. a week on another operator's grid, or a slot
      *> no longer holding this customer, is left as it is.
      *> -------------------------------------------------------------
        unbook-visit.
           move "n" to sw-unbooked
           open i-o appointment-file
           if not fs-okay
              exit paragraph
           end-if
           move sw-old-store-id to app-store-id
           move sw-old-year to app-year
           move sw-old-week to app-week
           move sw-old-consultant-id to app-consultant-id

           perform check-week-being-edited
           if sw-week-held equals "y"
              close appointment-file
              exit paragraph
           end-if

           read appointment-file
              invalid key
                 close appointment-file
                 exit paragraph
           end-read
           if app-cust-id of app-days(sw-old-day sw-old-slot)
              not equals sr-customer-id
              close appointment-file
              exit paragraph
           end-if

           move appointment to jw-before
           move "n" to sw-unbook-double
           if app-slot-double-first(sw-old-day sw-old-slot)
              and sw-old-slot < MAX-SLOTS-PER-DAY
              move "y" to sw-unbook-double
           end-if
           move sw-old-slot to sw-unbook-slot
           perform clear-visit-slot
           if sw-unbook-double equals "y"
              add 1 to sw-unbook-slot
              perform clear-visit-slot
           end-if

           rewrite appointment
           if not fs-okay
              close appointment-file
              exit paragraph
           end-if
           move spaces to jw-key
           move appointment-key to jw-key(1:20)
           move appointment to jw-after
           close appointment-file

           move JRNL-FILE-APP to jw-file-tag
           move "R" to jw-operation
           move lnk-Operator-Id to jw-operator
           call "jrnlwrite" using journal-request
           end-call

           move "D" to xq-op
           move sr-customer-id to xq-customer-id
           move sw-old-store-id to xq-store-id
           move sw-old-year to xq-year
           move sw-old-week to xq-week
           move sw-old-consultant-id to xq-consultant-id
           move sw-old-day to xq-day
           move sw-old-slot to xq-slot
           call "xrefmaint" using xref-request
           end-call
           if sw-unbook-double equals "y"
              compute xq-slot = sw-old-slot + 1
              call "xrefmaint" using xref-request
              end-call
           end-if
           move "y" to sw-unbooked
           .

      *> same field-clearing as scheduleapp.cbl's
      *> unbook-appointment-slot
        clear-visit-slot.
           move invalid-custid to app-cust-id of
                  app-days(sw-old-day sw-unbook-slot)
           move sw-old-reason to app-cancel-reason of
                  app-days(sw-old-day sw-unbook-slot)
           move "N" to app-attended of
                  app-days(sw-old-day sw-unbook-slot)
           move 0 to app-checkin-time of
                  app-days(sw-old-day sw-unbook-slot)
           move lnk-Operator-Id to app-booked-by of
                  app-days(sw-old-day sw-unbook-slot)
           move spaces to app-double-length
                  (sw-old-day sw-unbook-slot)
           move spaces to app-nhs-funded of
                  app-days(sw-old-day sw-unbook-slot)
           move 0 to app-resource-id of
                  app-days(sw-old-day sw-unbook-slot)
           move spaces to app-appt-type of
                  app-days(sw-old-day sw-unbook-slot)
           move spaces to app-called of
                  app-days(sw-old-day sw-unbook-slot)
           move spaces to app-confirmed of
                  app-days(sw-old-day sw-unbook-slot)
           .

        check-week-being-edited.
           move "n" to sw-week-held
           move "Q" to lk-rq-op
           move JRNL-FILE-APP to lk-rq-file-tag
           move spaces to lk-rq-record-key
           move appointment-key to lk-rq-record-key(1:20)
           move spaces to lk-rq-operator
           call "lockreg" using lock-request
           end-call
           if return-code equals 0
              and lk-rq-operator not equals lnk-Operator-Id
              move "y" to sw-week-held
           end-if
           .

      *> every visit of the series as it now stands, for the caller
      *> to show
        load-series-results.
           open input serbook-file
           if not fs-okay
              exit paragraph
           end-if
           perform varying sw-step from 1 by 1
                until sw-step > SERIES-MAX-STEPS
              move sr-customer-id to sb-customer-id
              move sr-series-seq to sb-series-seq
              move sw-step to sb-step
              read serbook-file
                 invalid key continue
                 not invalid key
                    move sw-step to sr-step-count
                    move sb-target-date to sr-res-target-date(sw-step)
                    move sb-slot-date to sr-res-slot-date(sw-step)
                    move sb-slot to sr-res-slot(sw-step)
                    move sb-status to sr-res-status(sw-step)
              end-read
           end-perform
           close serbook-file
           .

       copy "common.cpy".
