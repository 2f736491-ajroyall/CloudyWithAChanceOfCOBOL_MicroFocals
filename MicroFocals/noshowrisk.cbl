       identification division.
       program-id. noshowrisk.

      *> predicted no-show risk for one booked slot - a score out of
      *> 99 and a band (H/M/L against NOSHOW-RISK-HIGH/MEDIUM in
      *> common_78.cpy) worked out from:
      *>   history  - the customer's own past bookings, attended or
      *>              not, through the cross reference (custxref-
      *>              fd.cpy) into the live appointment file and the
      *>              indexed archive (archidx-fd.cpy); the share not
      *>              attended carries most of the weight, a miss
      *>              last time adds to it, and a customer with no
      *>              history at all starts from a modest figure
      *>   lead     - how far ahead the slot was booked (the cross
      *>              reference's booked date): the longer ago, the
      *>              likelier it has been forgotten
      *>   reminder - a reminder bounced in the last year means the
      *>              one for this slot may not have reached them
      *>              either (the comms queue, comms-fd.cpy)
      *>   reply    - a C reply to the reminder (app-confirmed)
      *>              takes a good deal off; no reply with the slot
      *>              two days off or less adds a little
      *> called by the schedule grid (scheduleapp.cbl), the day list
      *> (schedread.cbl) and the nightly phone round (riskcall.cbl).
      *> each customer's history is worked out once and kept for the
      *> rest of the run, since a day's grid asks about the same
      *> customers again and again.

       environment division.
       input-output section.
       file-control.
       copy "custxref-fc.cpy".
       copy "archidx-fc.cpy".
       copy "app-fc.cpy".
       copy "comms-fc.cpy".

       data division.
       copy "custxref-fd.cpy".
       copy "archidx-fd.cpy".
       copy "app-fd.cpy".
       copy "comms-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

      *> the weights - the history share, a miss last time, booked
      *> far ahead (six weeks / a fortnight), a bounced reminder, a
      *> customer never seen before, a C reply, and no reply with
      *> the slot close in
       78 NR-WT-HISTORY         value 70.
       78 NR-WT-LAST-MISSED     value 10.
       78 NR-LONG-LEAD-DAYS     value 42.
       78 NR-WT-LEAD-LONG       value 15.
       78 NR-MID-LEAD-DAYS      value 14.
       78 NR-WT-LEAD-MID        value 8.
       78 NR-WT-BOUNCED         value 15.
       78 NR-WT-NO-HISTORY      value 15.
       78 NR-WT-CONFIRMED       value 25.
       78 NR-UNCONFIRMED-DAYS   value 2.
       78 NR-WT-UNCONFIRMED     value 5.
       78 NR-BOUNCE-DAYS        value 365.

      *> customers already weighed this run
       78 NR-MAX-CACHE          value 300.
       01 nr-cache-count        binary-long value 0.
       01 nr-cache-next         binary-long value 0.
       01 nr-cache occurs NR-MAX-CACHE.
         03 nr-c-customer-id    pic 9(9).
         03 nr-c-attended       pic 9(5).
         03 nr-c-missed         pic 9(5).
         03 nr-c-last-missed    pic x.
         03 nr-c-bounced        pic x.
       01 nr-idx                binary-long.
       01 nr-found              binary-long.

       01 nr-attended           pic 9(5).
       01 nr-missed             pic 9(5).
       01 nr-last-missed        pic x.
       01 nr-last-date          pic 9(8).
       01 nr-bounced            pic x.

       01 nr-today              pic 9(8).
       01 nr-today-num          pic 9(9).
       01 nr-slot-num           pic 9(9).
       01 nr-booked-num         pic 9(9).
       01 nr-entry-date         pic 9(8).
       01 nr-entry-num          pic 9(9).
       01 nr-jan1               pic 9(8).
       01 nr-jan1-num           pic 9(9).
       01 nr-score-work         pic s9(5).
       01 nr-eof                pic x.
       01 nr-no-app             pic x.
       01 nr-have-week          pic x.
       01 nr-week-key           pic x(20).

       linkage section.
       01 risk-request.
         03 nr-customer-id       pic 9(9).
      *> the booked slot, as the cross reference keys it
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

       screen section.
       copy "common_ss.cpy".

       procedure division using risk-request.
           accept nr-today from date YYYYMMDD
           compute nr-today-num = function integer-of-date(nr-today)

           perform find-cached-customer
           if nr-found equals 0
              perform weigh-customer-history
              perform check-reminder-bounces
              perform cache-customer
           else
              move nr-c-attended(nr-found) to nr-attended
              move nr-c-missed(nr-found) to nr-missed
              move nr-c-last-missed(nr-found) to nr-last-missed
              move nr-c-bounced(nr-found) to nr-bounced
           end-if

           if nr-attended + nr-missed equals 0
              move NR-WT-NO-HISTORY to nr-score-work
           else
              compute nr-score-work =
                 nr-missed * NR-WT-HISTORY
                 / (nr-attended + nr-missed)
           end-if
           if nr-last-missed equals "y"
              add NR-WT-LAST-MISSED to nr-score-work
           end-if
           if nr-bounced equals "y"
              add NR-WT-BOUNCED to nr-score-work
           end-if

           compute nr-slot-num = function integer-of-date(nr-slot-date)
           perform find-booked-date
           if nr-booked-num > 0 and nr-booked-num < nr-slot-num
              evaluate true
                 when nr-slot-num - nr-booked-num >= NR-LONG-LEAD-DAYS
                    add NR-WT-LEAD-LONG to nr-score-work
                 when nr-slot-num - nr-booked-num >= NR-MID-LEAD-DAYS
                    add NR-WT-LEAD-MID to nr-score-work
              end-evaluate
           end-if

           if nr-confirmed equals "Y"
              subtract NR-WT-CONFIRMED from nr-score-work
           else
              if nr-slot-num - nr-today-num <= NR-UNCONFIRMED-DAYS
                 add NR-WT-UNCONFIRMED to nr-score-work
              end-if
           end-if

           if nr-score-work < 0
              move 0 to nr-score-work
           end-if
           if nr-score-work > 99
              move 99 to nr-score-work
           end-if
           move nr-score-work to nr-score

           evaluate true
              when nr-score >= NOSHOW-RISK-HIGH
                 move "H" to nr-band
              when nr-score >= NOSHOW-RISK-MEDIUM
                 move "M" to nr-band
              when other
                 move "L" to nr-band
           end-evaluate

           goback returning 0.

        find-cached-customer.
           move 0 to nr-found
           perform varying nr-idx from 1 by 1
                until nr-idx > nr-cache-count
              if nr-c-customer-id(nr-idx) equals nr-customer-id
                 move nr-idx to nr-found
                 exit perform
              end-if
           end-perform
           .

      *> a full cache just recycles its oldest entries
        cache-customer.
           if nr-cache-count < NR-MAX-CACHE
              add 1 to nr-cache-count
              move nr-cache-count to nr-idx
           else
              add 1 to nr-cache-next
              if nr-cache-next > NR-MAX-CACHE
                 move 1 to nr-cache-next
              end-if
              move nr-cache-next to nr-idx
           end-if
           move nr-customer-id to nr-c-customer-id(nr-idx)
           move nr-attended to nr-c-attended(nr-idx)
           move nr-missed to nr-c-missed(nr-idx)
           move nr-last-missed to nr-c-last-missed(nr-idx)
           move nr-bounced to nr-c-bounced(nr-idx)
           .

      *> every past booking the customer has: live ones through the
      *> cross reference (attended, or kept on the slot as a no-show
      *> - a cancellation frees the slot and is not counted), and
      *> archived ones (anything not attended was missed)
        weigh-customer-history.
           move 0 to nr-attended nr-missed nr-last-date
           move "n" to nr-last-missed

           open input custxref-file
           if fs-okay
              move "n" to nr-no-app nr-have-week
              open input appointment-file
              if not fs-okay
                 move "y" to nr-no-app
              end-if
              move nr-customer-id to xr-customer-id
              move 0 to xr-store-id xr-year xr-week
                        xr-consultant-id xr-day xr-slot
              start custxref-file
                  key >= custxref-key
                  invalid key move "y" to nr-eof
                  not invalid key move "n" to nr-eof
              end-start
              perform until nr-eof equals "y"
                 read custxref-file next record
                    at end move "y" to nr-eof
                 end-read
                 if not fs-okay or nr-eof equals "y"
                    or xr-customer-id not equals nr-customer-id
                    move "y" to nr-eof
                 else
                    if nr-no-app not equals "y"
                       perform weigh-live-booking
                    end-if
                 end-if
              end-perform
              if nr-no-app not equals "y"
                 close appointment-file
              end-if
              close custxref-file
           end-if

           open input archidx-file
           if fs-okay
              move nr-customer-id to ah-customer-id
              move 0 to ah-date ah-store-id ah-slot
              start archidx-file
                  key >= ah-key
                  invalid key move "y" to nr-eof
                  not invalid key move "n" to nr-eof
              end-start
              perform until nr-eof equals "y"
                 read archidx-file next record
                    at end move "y" to nr-eof
                 end-read
                 if not fs-okay or nr-eof equals "y"
                    or ah-customer-id not equals nr-customer-id
                    move "y" to nr-eof
                 else
                    move ah-date to nr-entry-date
                    if ah-attended equals "Y" or ah-attended equals "y"
                       add 1 to nr-attended
                       perform note-last-outcome-attended
                    else
                       add 1 to nr-missed
                       perform note-last-outcome-missed
                    end-if
                 end-if
              end-perform
              close archidx-file
           end-if
           .

      *> the slot's calendar date from year/week/day - week 1 starts
      *> on the Sunday on or before 1 January, as dateinfo.cbl
      *> counts them
        weigh-live-booking.
           move xr-year to nr-jan1(1:4)
           move "0101" to nr-jan1(5:4)
           compute nr-jan1-num = function integer-of-date(nr-jan1)
           compute nr-entry-num = nr-jan1-num
              - function mod(nr-jan1-num, 7)
              + (xr-week - 1) * 7 + xr-day - 1
           if nr-entry-num >= nr-today-num
              exit paragraph
           end-if
           move function date-of-integer(nr-entry-num)
              to nr-entry-date

           move spaces to nr-week-key
           string xr-store-id xr-year xr-week xr-consultant-id
              delimited by size into nr-week-key
           end-string
           if nr-have-week not equals "y"
              or nr-week-key not equals appointment-key
              move xr-store-id to app-store-id
              move xr-year to app-year
              move xr-week to app-week
              move xr-consultant-id to app-consultant-id
              read appointment-file
                 invalid key
                    move "n" to nr-have-week
                    exit paragraph
              end-read
              move "y" to nr-have-week
           end-if

           if app-cust-id(xr-day xr-slot)
              not equals nr-customer-id
              exit paragraph
           end-if
           evaluate true
              when app-attended(xr-day xr-slot) equals "Y"
              when app-attended(xr-day xr-slot) equals "y"
                 add 1 to nr-attended
                 perform note-last-outcome-attended
              when app-cancel-reason(xr-day xr-slot)
                 equals CANCEL-REASON-NO-SHOW
                 add 1 to nr-missed
                 perform note-last-outcome-missed
           end-evaluate
           .

        note-last-outcome-attended.
           if nr-entry-date > nr-last-date
              move nr-entry-date to nr-last-date
              move "n" to nr-last-missed
           end-if
           .

        note-last-outcome-missed.
           if nr-entry-date > nr-last-date
              move nr-entry-date to nr-last-date
              move "y" to nr-last-missed
           end-if
           .

      *> a reminder to this customer bounced within the last year
        check-reminder-bounces.
           move "n" to nr-bounced
           open input comms-file
           if not fs-okay
              exit paragraph
           end-if
           move nr-customer-id to cq-customer-id
           start comms-file
               key = cq-customer-id
               invalid key move "y" to nr-eof
               not invalid key move "n" to nr-eof
           end-start
           perform until nr-eof equals "y"
              read comms-file next record
                 at end move "y" to nr-eof
              end-read
              if not fs-okay or nr-eof equals "y"
                 or cq-customer-id not equals nr-customer-id
                 move "y" to nr-eof
              else
                 if cq-status-bounced
                    and cq-doc-type equals "REMINDER"
                    move cq-created-date to nr-entry-date
                    if function integer-of-date(nr-entry-date)
                       + NR-BOUNCE-DAYS >= nr-today-num
                       move "y" to nr-bounced
                       move "y" to nr-eof
                    end-if
                 end-if
              end-if
           end-perform
           close comms-file
           .

      *> the cross reference entry for the slot being weighed
        find-booked-date.
           move 0 to nr-booked-num
           open input custxref-file
           if not fs-okay
              exit paragraph
           end-if
           move nr-customer-id to xr-customer-id
           move nr-store-id to xr-store-id
           move nr-year to xr-year
           move nr-week to xr-week
           move nr-consultant-id to xr-consultant-id
           move nr-day to xr-day
           move nr-slot to xr-slot
           read custxref-file
              invalid key continue
              not invalid key
                 if xr-booked-date > 0
                    compute nr-booked-num =
                       function integer-of-date(xr-booked-date)
                 end-if
           end-read
           close custxref-file
           .

       copy "common.cpy".
