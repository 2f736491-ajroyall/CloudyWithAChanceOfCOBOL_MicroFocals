      *> through linkage (no SCREEN SECTION, no popups) so it can be
      *> driven by a rest-mode front end. deliberately covers only the
      *> "book a free slot" path - unbooking, check-in and attendance
      *> stay console-only in scheduleapp.cbl. a customer booked this
      *> way with no referral source recorded is stamped WEB. the
      *> recurring series booker (seriesbook.cbl) places each visit
      *> of a series through here too, flagged as a series booking.

       environment division.
       input-output section.
         03 xq-day           pic 9.
         03 xq-slot          pic 99.

      *> request block handed to apptdatemaint - the week record's
      *> days stay on the date index, same as scheduleapp.cbl
       01 apptdate-request.
         03 dq-op            pic x.
         03 dq-store-id      pic 9(5).
         03 dq-year          pic 9999.
         03 dq-week          pic 99.
         03 dq-consultant-id pic 9(9).

       linkage section.
       copy "common_lnk.cpy".

      *> type also takes the next slot. added at the end of the
      *> request, same reasoning as br-resource-id.
         03 br-appt-type           pic x(3).
      *> "Y" when the recurring series booker is placing a step -
      *> staff are booking it, so the type need not be bookable
      *> online and the customer is not stamped as a web booking,
      *> and the booking window stretches to SERIES-MAX-ADVANCE-DAYS
      *> for the later visits. added at the end of the request,
      *> same reasoning as br-resource-id.
         03 br-series-booking      pic x.

       01 br-response.
         03 br-medical-alert       pic x.
           move function integer-of-date(sf-tmp-date) to br-today-num

           compute br-days-ahead = br-date-num - br-today-num
           if br-days-ahead < 0
              goback returning BOOKAPPTREST-OUTSIDE-BOOKING-WINDOW
           end-if
           if br-series-booking equals "Y"
              if br-days-ahead > SERIES-MAX-ADVANCE-DAYS
                 goback returning BOOKAPPTREST-OUTSIDE-BOOKING-WINDOW
              end-if
           else
              if br-days-ahead > SA-MAX-ADVANCE-BOOKING-DAYS
                 goback returning BOOKAPPTREST-OUTSIDE-BOOKING-WINDOW
              end-if
           end-if

           call "dateinfo" using sf-date, di-date-info
           end-call
                 goback returning BOOKAPPTREST-UNKNOWN-APPTYPE
              end-if
              if not at-online-bookable
                 and br-series-booking not equals "Y"
                 close appointment-file
                 goback returning BOOKAPPTREST-TYPE-NOT-ONLINE
              end-if
              end-call
           end-if

           move "A" to dq-op
           move lnk-id to dq-store-id
           move br-yyyy to dq-year
           move di-week-num to dq-week
           move cp-consultant-id(br-con-idx) to dq-consultant-id
           call "apptdatemaint" using apptdate-request
           end-call

           if br-series-booking not equals "Y"
              perform stamp-web-referral-source
           end-if

           goback returning BOOKAPPTREST-OK
           .

      *> a customer booking online with no referral source on their
      *> record came to us through the web - say so, for the
      *> acquisition report. one already recorded is left alone. a
      *> customer rewrite like any other, so it is journalled.
        stamp-web-referral-source.
           open i-o cust-file
           if not fs-okay
              exit paragraph
           end-if
           move br-customer-id to f-Customer-Id
           read cust-file
              invalid key
                 close cust-file
                 exit paragraph
           end-read
           if f-Referral-Source not equals spaces
              close cust-file
              exit paragraph
           end-if

           move spaces to jw-before
           move f-CustomerInformation to jw-before
           move "WEB" to f-Referral-Source
           rewrite f-CustomerInformation
           if not fs-okay
              close cust-file
              exit paragraph
           end-if
           move spaces to jw-after
           move f-CustomerInformation to jw-after
           close cust-file

           move JRNL-FILE-CUST to jw-file-tag
           move "R" to jw-operation
           move lnk-Operator-Id to jw-operator
           move spaces to jw-key
           move br-customer-id to jw-key(1:9)
           call "jrnlwrite" using journal-request
           end-call
           .

        check-urgent-protected-rest.
           move "y" to br-urgent-ok
           if lnk-Urgent-Slots-Count equals 0
