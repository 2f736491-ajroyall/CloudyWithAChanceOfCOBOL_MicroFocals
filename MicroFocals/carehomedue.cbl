       identification division.
       program-id. carehomedue.

      *> care home visiting-cycle check - every active home on the
      *> register (carehome-fd.cpy) with a visiting cycle expects us
      *> every so many weeks. one pass of the appointment file finds,
      *> per home, the last attended DOM visit to any of its
      *> residents and the next DOM booking still to come; the last
      *> visit is written back onto the register, and any home whose
      *> cycle falls due within the next fortnight (or already has)
      *> with nothing booked is listed with the manager's number, so
      *> the office rings to arrange the visit before the home rings
      *> us. a home never visited is due now. headless, for the
      *> overnight run-control list; domrounds.cbl also runs it on
      *> demand.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "carehome-fc.cpy".
       copy "app-fc.cpy".
       copy "customer-fc.cpy".

       select due-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "carehome-fd.cpy".
       copy "app-fd.cpy".
       copy "customer-fd.cpy".

       fd due-report.
       01 report-line          pic x(110).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename         pic x(20) value "carehomedue.txt".
       01 eof                  pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

      *> how far ahead a falling-due home is flagged - long enough
      *> to ring the home and fit the visit into a round
       78 CD-HORIZON-DAYS      value 14.

       78 CD-MAX-HOMES         value 200.
       01 cd-home occurs CD-MAX-HOMES.
         03 cd-hm-id           pic 9(5).
         03 cd-hm-cycle        pic 9(3).
         03 cd-hm-last-num     pic 9(9).
         03 cd-hm-next-num     pic 9(9).
       01 cd-home-count        binary-long value 0.
       01 cd-idx               binary-long.
       01 cd-found             binary-long.

       01 cd-today-num         pic 9(9).
       01 cd-horizon-num       pic 9(9).
       01 cd-due-num           pic 9(9).
       01 cd-slot-num          pic 9(9).
       01 cd-week-base-num     pic 9(9).
       01 cd-jan1-num          pic 9(9).
       01 cd-jan1-dow          pic 9.
       01 cd-year-tmp          pic 9(9).
       01 cd-day               binary-long.
       01 cd-slot              binary-long.
       01 cd-flagged           binary-long value 0.
       01 cd-count-display     pic z(8)9.

       01 report-header-line.
         03 filler             pic x(37)
            value "Care homes due a visit, none booked ".
         03 rpt-hdr-dd         pic 99.
         03 filler             pic x value "/".
         03 rpt-hdr-mm         pic 99.
         03 filler             pic x value "/".
         03 rpt-hdr-yyyy       pic 9999.

       01 report-column-line.
         03 filler             pic x(58) value
            "   Id  Home                            Store  Last visit".
         03 filler             pic x(52) value
            "Due                 Manager tel".

       01 report-detail-line.
         03 rpt-id             pic zzzz9.
         03 filler             pic x(2)  value spaces.
         03 rpt-name           pic x(30).
         03 filler             pic x(2)  value spaces.
         03 rpt-store          pic zzzz9.
         03 filler             pic x(2)  value spaces.
         03 rpt-last           pic x(10).
         03 filler             pic x(2)  value spaces.
         03 rpt-due            pic x(10).
         03 filler             pic x(1)  value spaces.
         03 rpt-status         pic x(8).
         03 filler             pic x(1)  value spaces.
         03 rpt-tel            pic x(20).

       01 report-none-line.
         03 filler             pic x(40)
            value "No care home visits falling due unbooked".

       01 cd-date-edit.
         03 cd-ed-dd           pic 99.
         03 filler             pic x value "/".
         03 cd-ed-mm           pic 99.
         03 filler             pic x value "/".
         03 cd-ed-yyyy         pic 9999.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move yyyy of date-today-temp to sf-yyyy
           move mm of date-today-temp to sf-mm
           move dd of date-today-temp to sf-dd
           compute cd-today-num = function integer-of-date(sf-date)
           compute cd-horizon-num = cd-today-num + CD-HORIZON-DAYS

           perform load-active-homes
           if cd-home-count > 0
              perform scan-dom-bookings
              perform record-last-visits
           end-if
           perform write-due-report

           move cd-flagged to cd-count-display
           display cd-count-display
              " care home(s) due a visit with none booked - see "
              rpt-filename
           goback.

      *> every active home with a cycle - an ad hoc home (cycle 0)
      *> is never due
        load-active-homes.
           move 0 to cd-home-count
           open input carehome-file
           if not fs-okay
              exit paragraph
           end-if
           move 0 to hm-home-id
           start carehome-file
               key > hm-home-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read carehome-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and hm-is-active
                 and hm-cycle-weeks > 0
                 and cd-home-count < CD-MAX-HOMES
                 add 1 to cd-home-count
                 move hm-home-id to cd-hm-id(cd-home-count)
                 move hm-cycle-weeks to cd-hm-cycle(cd-home-count)
                 move 0 to cd-hm-next-num(cd-home-count)
                 if hm-last-visit equals 0
                    move 0 to cd-hm-last-num(cd-home-count)
                 else
                    compute cd-hm-last-num(cd-home-count) =
                       function integer-of-date(hm-last-visit)
                 end-if
              end-if
           end-perform
           close carehome-file
           .

      *> one pass over every week record - each DOM slot whose
      *> patient lives in a registered home moves that home's last
      *> attended visit forward, or its next booking back
        scan-dom-bookings.
           open input appointment-file
           if not fs-okay
              exit paragraph
           end-if
           open input cust-file
           if not fs-okay
              close appointment-file
              exit paragraph
           end-if

           move "n" to eof
           perform until eof equals "y"
              read appointment-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform compute-week-base
                 perform varying cd-day from 1 by 1 until cd-day > 7
                    perform varying cd-slot from 1 by 1
                         until cd-slot > MAX-SLOTS-PER-DAY
                       if app-appt-type of app-days(cd-day cd-slot)
                             equals "DOM"
                          and app-cust-id of app-days(cd-day cd-slot)
                             not equals invalid-custid
                          and app-cust-id of app-days(cd-day cd-slot)
                             not equals blocked-slot-id
                          and not app-slot-double-cont(cd-day cd-slot)
                          perform weigh-dom-slot
                       end-if
                    end-perform
                 end-perform
              end-if
           end-perform

           close cust-file
           close appointment-file
           .

      *> the integer date of day 1 of this record's week - the
      *> inverse of dateinfo.cbl's week numbering, where week 1 runs
      *> from the Sunday on or before 1 January
        compute-week-base.
           move app-year to sf-yyyy
           move 1 to sf-mm sf-dd
           compute cd-jan1-num = function integer-of-date(sf-date)
           divide cd-jan1-num by 7 giving cd-year-tmp
              remainder cd-jan1-dow
           add 1 to cd-jan1-dow
           compute cd-week-base-num =
              cd-jan1-num + (app-week - 1) * 7
           if cd-jan1-dow < 7
              compute cd-week-base-num =
                 cd-week-base-num - (7 - cd-jan1-dow)
           end-if
           .

        weigh-dom-slot.
           compute cd-slot-num = cd-week-base-num + cd-day - 1

           move app-cust-id of app-days(cd-day cd-slot)
              to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key
                 exit paragraph
           end-read
           if not fs-okay or f-Care-Home-Id equals 0
              exit paragraph
           end-if

           move 0 to cd-found
           perform varying cd-idx from 1 by 1
                until cd-idx > cd-home-count
              if cd-hm-id(cd-idx) equals f-Care-Home-Id
                 move cd-idx to cd-found
                 exit perform
              end-if
           end-perform
           if cd-found equals 0
              exit paragraph
           end-if

           if cd-slot-num < cd-today-num
              if app-attended of app-days(cd-day cd-slot)
                    equals APP-STATUS-ATTENDED
                 and cd-slot-num > cd-hm-last-num(cd-found)
                 move cd-slot-num to cd-hm-last-num(cd-found)
              end-if
           else
              if cd-hm-next-num(cd-found) equals 0
                 or cd-slot-num < cd-hm-next-num(cd-found)
                 move cd-slot-num to cd-hm-next-num(cd-found)
              end-if
           end-if
           .

      *> the register keeps the last visit so the maintenance screen
      *> and the next run see it, even once the week records age out
      *> to the archive
        record-last-visits.
           open i-o carehome-file
           if not fs-okay
              exit paragraph
           end-if
           perform varying cd-idx from 1 by 1
                until cd-idx > cd-home-count
              if cd-hm-last-num(cd-idx) > 0
                 move cd-hm-id(cd-idx) to hm-home-id
                 read carehome-file
                    invalid key
                       continue
                    not invalid key
                       move function date-of-integer
                          (cd-hm-last-num(cd-idx)) to sf-date
                       if sf-date not equals hm-last-visit
                          move sf-date to hm-last-visit
                          rewrite carehome-record
                       end-if
                 end-read
              end-if
           end-perform
           close carehome-file
           .

        write-due-report.
           open output due-report
           move dd of date-today-temp to rpt-hdr-dd
           move mm of date-today-temp to rpt-hdr-mm
           move yyyy of date-today-temp to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line
           write report-line from report-column-line

           if cd-home-count > 0
              open input carehome-file
              perform varying cd-idx from 1 by 1
                   until cd-idx > cd-home-count
                 if cd-hm-last-num(cd-idx) equals 0
                    move cd-today-num to cd-due-num
                 else
                    compute cd-due-num = cd-hm-last-num(cd-idx)
                       + cd-hm-cycle(cd-idx) * 7
                 end-if
                 if cd-due-num <= cd-horizon-num
                    and cd-hm-next-num(cd-idx) equals 0
                    perform write-due-home
                 end-if
              end-perform
              close carehome-file
           end-if

           if cd-flagged equals 0
              write report-line from report-none-line
           end-if
           close due-report
           .

        write-due-home.
           move cd-hm-id(cd-idx) to hm-home-id
           read carehome-file
              invalid key
                 exit paragraph
           end-read

           add 1 to cd-flagged
           move hm-home-id to rpt-id
           move hm-name to rpt-name
           move hm-store-id to rpt-store
           if cd-hm-last-num(cd-idx) equals 0
              move "never" to rpt-last
           else
              move function date-of-integer(cd-hm-last-num(cd-idx))
                 to sf-date
              perform edit-sf-date
              move cd-date-edit to rpt-last
           end-if
           move function date-of-integer(cd-due-num) to sf-date
           perform edit-sf-date
           move cd-date-edit to rpt-due
           if cd-due-num < cd-today-num
              move "OVERDUE" to rpt-status
           else
              move "DUE" to rpt-status
           end-if
           move hm-manager-tel to rpt-tel
           write report-line from report-detail-line
           .

        edit-sf-date.
           move sf-dd to cd-ed-dd
           move sf-mm to cd-ed-mm
           move sf-yyyy to cd-ed-yyyy
           .

       copy "common.cpy".
