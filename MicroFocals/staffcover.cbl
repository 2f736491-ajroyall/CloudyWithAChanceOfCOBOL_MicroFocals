       identification division.
       program-id. staffcover.

      *> staff cover check - the store's non-clinical rota
      *> (staffrota-fd.cpy, less anyone on holiday in
      *> staffhol-fd.cpy or no longer an active operator) against
      *> its minimum cover rules (covrule-fd.cpy), slot by slot over
      *> the next SC-DAYS-AHEAD days the store is open. a rule's
      *> "while clinics have bookings" figure applies to any slot
      *> where one of the store's consultants has a customer booked
      *> in the appointment file; its "while open" figure applies to
      *> every slot of the store's day. each run of slots short of a
      *> rule is written to staffcover.txt as one line, so the gap
      *> is seen two weeks out rather than on the morning.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "app-fc.cpy".
       copy "staffrota-fc.cpy".
       copy "staffhol-fc.cpy".
       copy "covrule-fc.cpy".
       copy "operator-fc.cpy".

       select cover-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "app-fd.cpy".
       copy "staffrota-fd.cpy".
       copy "staffhol-fd.cpy".
       copy "covrule-fd.cpy".
       copy "operator-fd.cpy".

       fd cover-report.
       01 report-line           pic x(90).

       working-storage section.
       copy "common_ws.cpy".

      *> this store's appointment slot grid - see scheduleapp.cbl
       copy "timegrid.cpy" replacing ==:Prefix-:== by ==ws-==.

       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

       copy "getconsults.cpy".
       01 sc-con-count          binary-long.

       01 rpt-filename          pic x(20) value "staffcover.txt".
       01 eof                   pic x.

       78 SC-DAYS-AHEAD         value 14.
       78 SC-MAX-STAFF          value 40.
       78 SC-MAX-RULES          value 4.

       01 date-today-temp.
         03 yyyy                pic xxxx.
         03 mm                  pic xx.
         03 dd                  pic xx.
       01 sf-date               pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy             pic 9999.
         03 sf-mm               pic 99.
         03 sf-dd               pic 99.
       01 sc-today-num          pic 9(9).
       01 sc-day-offset         binary-long.
       01 sc-slot               binary-long.
       01 sc-con                binary-long.
       01 sc-idx                binary-long.
       01 sc-rule               binary-long.
       01 sc-end-slot           binary-long.
       01 sc-have               pic 99.
       01 sc-need               pic 9.
       01 sc-store-closed       pic x.
       01 sc-store-days-configured pic x.
       01 sc-shortfall-count    binary-long value 0.
       01 sc-time               pic 9999.
       01 redefines sc-time.
         03 sc-time-hh          pic 99.
         03 sc-time-mm          pic 99.

      *> the rota as it stands, active operators only
       01 sc-staff-count        binary-long value 0.
       01 sc-staff occurs SC-MAX-STAFF.
         03 sc-st-operator      pic x(10).
         03 sc-st-duty          pic x.
         03 sc-st-shifts occurs 7.
           05 sc-st-start       pic 9999.
           05 sc-st-end         pic 9999.
         03 sc-st-away          pic x.

      *> the store's rules, each with the run of short slots being
      *> built up for the day
       01 sc-rule-count         binary-long value 0.
       01 sc-rules occurs SC-MAX-RULES.
         03 sc-ru-duty          pic x.
         03 sc-ru-min-open      pic 9.
         03 sc-ru-min-clinic    pic 9.
         03 sc-ru-run-on        pic x.
         03 sc-ru-run-start     binary-long.
         03 sc-ru-run-have      pic 99.
         03 sc-ru-run-need      pic 9.
         03 sc-ru-run-clinic    pic x.

       01 sc-clinic-booked      pic x occurs MAX-SLOTS-PER-DAY.

      *> request block handed to closurechk
       01 closure-request.
         03 ck-store-id         pic 9(5).
         03 ck-date             pic 9(8).
         03 ck-description      pic x(30).

       01 report-header-line.
         03 filler              pic x(26)
            value "Staff cover check, store ".
         03 rpt-hdr-store       pic 9(5).
         03 filler              pic x(7) value ", run ".
         03 rpt-hdr-dd          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-column-line.
         03 filler              pic x(50) value
            "Date           From  To    Duty        On   Needed".
         03 filler              pic x(8)  value " While".

       01 report-detail-line.
         03 rpt-date            pic x(10).
         03 filler              pic x     value spaces.
         03 rpt-day             pic x(3).
         03 filler              pic x     value spaces.
         03 rpt-from            pic x(5).
         03 filler              pic x     value spaces.
         03 rpt-to              pic x(5).
         03 filler              pic x     value spaces.
         03 rpt-duty            pic x(12).
         03 rpt-have            pic z9.
         03 filler              pic x(3)  value spaces.
         03 rpt-need            pic z9.
         03 filler              pic x(5)  value spaces.
         03 rpt-while           pic x(16).

       01 report-total-line.
         03 rpt-total           pic zzz9.
         03 filler              pic x(40)
            value " periods short of the cover rules".

       01 report-none-line.
         03 filler              pic x(60) value
            "The rota meets every cover rule over the next 14 days".

       01 report-no-rules-line.
         03 filler              pic x(60) value
            "No minimum cover rules are set for this store".

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info.
           accept date-today-temp from date YYYYMMDD
           move yyyy to sf-yyyy
           move mm to sf-mm
           move dd to sf-dd
           compute sc-today-num = function integer-of-date(sf-date)

           call "buildtimegrid" using lnk-Slot-Length-Mins,
                   lnk-Day-Start-Time,
                   lnk-Day-End-Time,
                   ws-time-grid
           end-call
           call "getconsults" using lnk-store-info, cp-consultants
             returning sc-con-count
           end-call

           open output cover-report
           move lnk-id to rpt-hdr-store
           move sf-dd to rpt-hdr-dd
           move sf-mm to rpt-hdr-mm
           move sf-yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           perform load-cover-rules
           if sc-rule-count equals 0
              write report-line from report-no-rules-line
              close cover-report
              goback
           end-if
           write report-line from report-column-line

           perform load-rota-staff

           open input appointment-file
           open input staffhol-file
           perform varying sc-day-offset from 0 by 1
                until sc-day-offset >= SC-DAYS-AHEAD
              move function date-of-integer(sc-today-num
                 + sc-day-offset) to sf-date
              call "dateinfo" using sf-date di-date-info
              end-call
              perform check-store-open-that-day
              if sc-store-closed not equals "y"
                 perform load-clinic-bookings
                 perform mark-staff-away
                 perform check-day-cover
              end-if
           end-perform
           close appointment-file
           close staffhol-file

           move spaces to report-line
           write report-line
           if sc-shortfall-count equals 0
              write report-line from report-none-line
           else
              move sc-shortfall-count to rpt-total
              write report-line from report-total-line
           end-if
           close cover-report
           goback.

        load-cover-rules.
           open input covrule-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-id to cv-store-id
           move low-values to cv-duty
           start covrule-file
               key > cv-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read covrule-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y"
                 or cv-store-id not equals lnk-id
                 or sc-rule-count >= SC-MAX-RULES
                 move "y" to eof
              else
                 add 1 to sc-rule-count
                 move cv-duty to sc-ru-duty(sc-rule-count)
                 move cv-min-open to sc-ru-min-open(sc-rule-count)
                 move cv-min-clinic to sc-ru-min-clinic(sc-rule-count)
              end-if
           end-perform
           close covrule-file
           .

      *> an operator barred from signing on has left - their rota
      *> row no longer counts
        load-rota-staff.
           open input operator-file
           open input staffrota-file
           if not fs-okay
              close operator-file
              exit paragraph
           end-if
           move lnk-id to rt-store-id
           move low-values to rt-operator-id
           start staffrota-file
               key > rt-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read staffrota-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y"
                 or rt-store-id not equals lnk-id
                 or sc-staff-count >= SC-MAX-STAFF
                 move "y" to eof
              else
                 move rt-operator-id to op-operator-id
                 read operator-file
                    invalid key move "N" to op-active
                 end-read
                 if op-is-active
                    add 1 to sc-staff-count
                    move rt-operator-id
                       to sc-st-operator(sc-staff-count)
                    move rt-duty to sc-st-duty(sc-staff-count)
                    perform varying sc-idx from 1 by 1
                         until sc-idx > 7
                       move rt-shift-start(sc-idx)
                          to sc-st-start(sc-staff-count sc-idx)
                       move rt-shift-end(sc-idx)
                          to sc-st-end(sc-staff-count sc-idx)
                    end-perform
                 end-if
              end-if
           end-perform
           close staffrota-file
           close operator-file
           .

      *> same weekly open-days test as storeoccupancy.cbl, then the
      *> dated closures through closurechk
        check-store-open-that-day.
           move "n" to sc-store-closed
           move "n" to sc-store-days-configured
           perform varying sc-idx from 1 by 1 until sc-idx > 7
              if lnk-Store-Open-Day(sc-idx) not equal space
                 move "y" to sc-store-days-configured
              end-if
           end-perform
           if sc-store-days-configured equals "y"
              and not lnk-Store-Open-On-Day(di-day-of-week-num)
              move "y" to sc-store-closed
              exit paragraph
           end-if

           move lnk-id to ck-store-id
           move sf-date to ck-date
           call "closurechk" using closure-request
           end-call
           if return-code equals CLOSURECHK-CLOSED
              move "y" to sc-store-closed
           end-if
           .

      *> a slot has a clinic running when any of the store's
      *> consultants has a customer booked in it
        load-clinic-bookings.
           perform varying sc-slot from 1 by 1
                until sc-slot > MAX-SLOTS-PER-DAY
              move "n" to sc-clinic-booked(sc-slot)
           end-perform
           perform varying sc-con from 1 by 1
                until sc-con > sc-con-count
              move lnk-id to app-store-id
              move sf-yyyy to app-year
              move di-week-num to app-week
              move cp-consultant-id(sc-con) to app-consultant-id
              read appointment-file
                 invalid key continue
                 not invalid key
                    perform varying sc-slot from 1 by 1
                         until sc-slot > ws-num-slots
                       evaluate app-cust-id of
                             app-days(di-day-of-week-num sc-slot)
                          when invalid-custid
                          when blocked-slot-id
                          when ignore-custid
                             continue
                          when other
                             move "y" to sc-clinic-booked(sc-slot)
                       end-evaluate
                    end-perform
              end-read
           end-perform
           .

        mark-staff-away.
           perform varying sc-idx from 1 by 1
                until sc-idx > sc-staff-count
              move "n" to sc-st-away(sc-idx)
              move sc-st-operator(sc-idx) to sh-operator-id
              move 0 to sh-from-date
              start staffhol-file
                  key > sh-key
                  invalid key move "y" to eof
                  not invalid key move "n" to eof
              end-start
              perform until eof equals "y"
                 read staffhol-file next record
                    at end move "y" to eof
                 end-read
                 if not fs-okay or eof equals "y"
                    or sh-operator-id not equals sc-st-operator(sc-idx)
                    or sh-from-date > sf-date
                    move "y" to eof
                 else
                    if sh-to-date >= sf-date
                       move "y" to sc-st-away(sc-idx)
                       move "y" to eof
                    end-if
                 end-if
              end-perform
           end-perform
           .

      *> slot by slot, each rule's cover against what it needs; a
      *> run of short slots with the same figures is one line
        check-day-cover.
           perform varying sc-rule from 1 by 1
                until sc-rule > sc-rule-count
              move "n" to sc-ru-run-on(sc-rule)
           end-perform

           perform varying sc-slot from 1 by 1
                until sc-slot > ws-num-slots
              perform varying sc-rule from 1 by 1
                   until sc-rule > sc-rule-count
                 perform check-slot-cover
              end-perform
           end-perform

           move ws-num-slots to sc-end-slot
           perform varying sc-rule from 1 by 1
                until sc-rule > sc-rule-count
              if sc-ru-run-on(sc-rule) equals "y"
                 perform write-shortfall
              end-if
           end-perform
           .

        check-slot-cover.
           move 0 to sc-have
           perform varying sc-idx from 1 by 1
                until sc-idx > sc-staff-count
              if sc-st-away(sc-idx) not equals "y"
                 and (sc-ru-duty(sc-rule) equals "A"
                      or sc-st-duty(sc-idx) equals sc-ru-duty(sc-rule))
                 and sc-st-end(sc-idx di-day-of-week-num) > 0
                 and sc-st-start(sc-idx di-day-of-week-num)
                     <= ws-slot-lower(sc-slot)
                 and sc-st-end(sc-idx di-day-of-week-num)
                     > ws-slot-lower(sc-slot)
                 add 1 to sc-have
              end-if
           end-perform

           move sc-ru-min-open(sc-rule) to sc-need
           if sc-clinic-booked(sc-slot) equals "y"
              and sc-ru-min-clinic(sc-rule) > sc-need
              move sc-ru-min-clinic(sc-rule) to sc-need
           end-if

           compute sc-end-slot = sc-slot - 1
           if sc-have < sc-need
              if sc-ru-run-on(sc-rule) equals "y"
                 and (sc-have not equals sc-ru-run-have(sc-rule)
                      or sc-need not equals sc-ru-run-need(sc-rule))
                 perform write-shortfall
              end-if
              if sc-ru-run-on(sc-rule) not equals "y"
                 move "y" to sc-ru-run-on(sc-rule)
                 move sc-slot to sc-ru-run-start(sc-rule)
                 move sc-have to sc-ru-run-have(sc-rule)
                 move sc-need to sc-ru-run-need(sc-rule)
                 if sc-need > sc-ru-min-open(sc-rule)
                    move "y" to sc-ru-run-clinic(sc-rule)
                 else
                    move "n" to sc-ru-run-clinic(sc-rule)
                 end-if
              end-if
           else
              if sc-ru-run-on(sc-rule) equals "y"
                 perform write-shortfall
              end-if
           end-if
           .

      *> the run for sc-rule, from its start slot to sc-end-slot
        write-shortfall.
           move "n" to sc-ru-run-on(sc-rule)
           add 1 to sc-shortfall-count

           move spaces to rpt-date
           string sf-dd "/" sf-mm "/" sf-yyyy
              delimited by size into rpt-date
           end-string
           move day-of-week-name(di-day-of-week-num) to rpt-day
           move ws-slot-lower(sc-ru-run-start(sc-rule)) to sc-time
           string sc-time-hh ":" sc-time-mm
              delimited by size into rpt-from
           end-string
           move ws-slot-upper(sc-end-slot) to sc-time
           string sc-time-hh ":" sc-time-mm
              delimited by size into rpt-to
           end-string
           evaluate sc-ru-duty(sc-rule)
              when "R"
                 move "Reception" to rpt-duty
              when "D"
                 move "Dispensing" to rpt-duty
              when "M"
                 move "Manager" to rpt-duty
              when other
                 move "Any staff" to rpt-duty
           end-evaluate
           move sc-ru-run-have(sc-rule) to rpt-have
           move sc-ru-run-need(sc-rule) to rpt-need
           if sc-ru-run-clinic(sc-rule) equals "y"
              move "clinics booked" to rpt-while
           else
              move "open" to rpt-while
           end-if
           write report-line from report-detail-line
           .

       copy "common.cpy".
