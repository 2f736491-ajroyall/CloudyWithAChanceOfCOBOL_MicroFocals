        organization is sequential
        status is ws-file-status.

      *> urgent symptom triage log - an urgent type booked for a
      *> customer with a call awaiting its appointment links to it
       copy "triage-fc.cpy".

      *> calibration overrides - who decided to keep using an
      *> overdue instrument, same idiom as the NHS overrides
       select calovr-file assign "$MFOCALDIR/calovr.dat"
         03 Highest-Ledger-Id     pic 9(9).

       copy "interp-fd.cpy".
       copy "triage-fd.cpy".

       fd interp-id-file.
       01 InterpIdInformation.
        01 booked-status       pic x(10) occurs MAX-SLOTS-PER-DAY.
        01 attended-status     pic x(10) occurs MAX-SLOTS-PER-DAY.
        01 checkin-status      pic x(4) occurs MAX-SLOTS-PER-DAY.
      *> predicted no-show score for each booking still to come,
      *> from noshowrisk.cbl - a high-band score shows in red
        01 risk-status         pic x(2) occurs MAX-SLOTS-PER-DAY.
        01 risk-band           pic x occurs MAX-SLOTS-PER-DAY.
        01 sa-risk-today       pic 9(8).
      *> paging over a day longer than one screenful - the grid
      *> shows MAX-APPS-PER-DAY rows from sa-page-base + 1 onward,
      *> and the +/- keys (or just arrowing off the page) move the
        01 sa-urgent-released   pic x.
        01 sa-urgent-first-slot binary-long.
        01 sa-urgent-is-urgent  pic x.
        01 sa-triage-eof        pic x.
        01 sa-now-time          pic 9(8).
        01 redefines sa-now-time.
          03 sa-now-hhmm        pic 9999.
         03 xq-day           pic 9.
         03 xq-slot          pic 99.

      *> request block handed to apptdatemaint - the week record's
      *> days are kept on the date index so the date-range batches
      *> can read just the weeks they need
       01 apptdate-request.
         03 dq-op            pic x.
         03 dq-store-id      pic 9(5).
         03 dq-year          pic 9999.
         03 dq-week          pic 99.
         03 dq-consultant-id pic 9(9).

      *> request block handed to noshowrisk - the slot being scored
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

      *> lock handling - how long and how often to retry an exclusive
      *> open before giving up and naming the holder
       78 SA-LOCK-RETRIES        value 5.
        01 fe-eof            pic x.
        01 fe-next-id        pic 9(9).
        01 ip-next-id        pic 9(9).
        *> request block handed to periodchk - a fee goes onto the
        *> ledger only while the ledger period can take it
        01 period-request.
          03 pr-date           pic 9(8).
          03 pr-post-date      pic 9(8).
        01 pr-result           binary-long.

        *> late-cancellation / no-show fee policy - the per-store
        *> fees, notice-window arithmetic in minutes, and the waive
          03 cr-day            pic 9.
          03 cr-slot           pic 99.
          03 cr-customer-id    pic 9(9).
          03 cr-appt-type      pic x(3).
          03 cr-visit-date     pic 9(8).

        *> one-step reschedule - target keyed for the M key's move,
        *> and the request/response blocks handed to moveappt.cbl
        01 mv-result            binary-long.
        01 mv-result-display    pic z9.

        *> recurring series - the S key books a whole series from the
        *> selected slot, and cancelling or moving one of its visits
        *> offers to take the later ones along (seriesbook.cbl)
        01 sa-series-code       pic x(6).
        01 sa-series-pending    pic x value "n".
        01 sa-series-slot       pic 99.
        01 sa-series-row        binary-long.
        01 sa-series-due        pic 9(8).
        01 redefines sa-series-due.
          03 sa-series-due-yyyy pic 9999.
          03 sa-series-due-mm   pic 99.
          03 sa-series-due-dd   pic 99.
        01 sa-series-count-disp pic 9.
        01 sa-series-unplaced-disp pic 9.
        01 series-request.
          03 sr-op                  pic x.
          03 sr-customer-id         pic 9(9).
          03 sr-consultant-id       pic 9(9).
          03 sr-series-code         pic x(6).
          03 sr-anchor-date         pic 9(8).
          03 sr-anchor-slot         pic 99.
          03 sr-year                pic 9999.
          03 sr-week                pic 99.
          03 sr-day                 pic 9.
          03 sr-slot                pic 99.
          03 sr-new-consultant-id   pic 9(9).
          03 sr-new-date            pic 9(8).
          03 sr-new-slot            pic 99.
          03 sr-apply-rest          pic x.
          03 sr-cancel-reason       pic x(2).
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
        01 sr-result            binary-long.

        *> consultant-specialty vs customer-condition mismatch warning
        01 cm-mismatch          pic x(76).
        01 cm-dr-flag           pic x(22).
        copy "dateinfo.cpy" replacing  ==:Prefix-:== by ==di-==.
        copy "gettimeslot.cpy" replacing  ==:Prefix-:== by ==ap-==.

        *> the customer's usual consultant, offered ahead of the
        *> consultant list when they work at this store
        copy "getconsults.cpy".
        01 pc-con-count         binary-long.
        01 pc-con-idx           binary-long.
        01 pc-taken             pic x.

        linkage section.
        copy "common_lnk.cpy".
        SCREEN SECTION.
            03 line 24 col 53 pic x(15) value "slot (0 quits):".
            03 line 24 col 69 pic 99 using sa-move-slot.

        01 g-seriesask.
            03 line 24 col 1 pic x(32) value
               "Book series (code, blank quits):".
            03 line 24 col 34 pic x(6) using sa-series-code.

        procedure division using lnk-store-info, lnk-operator-info.
           perform open-appointment-file-with-retry
           if sa-open-ok not equals "y"
           perform show-outstanding-balance-notice
           move wsc-fullname to sa-cust-fullname

           perform offer-preferred-consultant
           if pc-taken not equals "y"
              call "consultpopup" using lnk-store-info, ws-Consultant
              if return-code equals -1
                   perform release-appointment-lock
                   close appointment-file
                   perform check-file-status
                   goback
              end-if
           end-if
           move ws-fullname to sa-con-fullname


           move "n" to fields-valid
           perform until fields-valid equals "y"
            perform idle-accept-start
            accept g-schedapp timeout after idle-accept-secs
            perform f1-or-quit

            call "valdated" using
           perform move-to-first-free
           perform display-row-highite
           perform until time-to-leave equals "y"
      *> an unattended booking grid locks the terminal and is left
      *> as a confirmed Escape leaves it
           perform idle-key-wait
           if idle-timed-out equals "y"
              perform release-appointment-lock
              close appointment-file
              perform check-file-status
              goback
           end-if
           call x"AF" using    get-single-char-func key-status
           move key-code-1 to key-code-1-display

                     if selected-item >= ap-time-slot
                      perform book-or-unbook-selected
                      perform write-appointment
                      if sa-series-pending equals "y"
                         perform offer-series-cancel
                      end-if
                      perform setup-appointments
                      perform display-row-highite
                     end-if
                      perform setup-appointments
                      perform display-row-highite
                     end-if
                    when 's'
                    when 'S'
                     if selected-item >= ap-time-slot
                      perform book-series-from-selected
                      perform setup-appointments
                      perform display-row-highite
                     end-if
                    when '+'
                     if sa-page-base + MAX-APPS-PER-DAY < ws-num-slots
                      add MAX-APPS-PER-DAY to sa-page-base
           move appointment to jw-after
           call "jrnlwrite" using journal-request
           end-call

           move "A" to dq-op
           move app-store-id to dq-store-id
           move app-year to dq-year
           move app-week to dq-week
           move app-consultant-id to dq-consultant-id
           call "apptdatemaint" using apptdate-request
           end-call
           end-if
        .

              exit paragraph
           end-if

           perform check-ledger-period
           if pr-result equals PERIODCHK-CLOSED
              exit paragraph
           end-if

           perform load-next-fee-ledger-id

           open i-o ledger-file
              to lg-customer-id
           move lnk-id to lg-store-id
           move "I" to lg-entry-type
           perform date-ledger-entry
           move app-store-id to lg-app-store-id
           move app-year to lg-app-year
           move app-week to lg-app-week
           move 0 to lg-orig-entry-id
           move spaces to lg-reason-code
           move spaces to lg-approved-by
           move 0 to lg-order-id
           move spaces to lg-campaign-code
           move spaces to lg-discount-code
           move 0 to lg-patient-id

           write ledger-entry
           perform check-file-status
           .

        raise-policy-fee.
           perform check-ledger-period
           if pr-result equals PERIODCHK-CLOSED
              exit paragraph
           end-if

           perform load-next-fee-ledger-id

           open i-o ledger-file
              to lg-customer-id
           move lnk-id to lg-store-id
           move "I" to lg-entry-type
           perform date-ledger-entry
           move app-store-id to lg-app-store-id
           move app-year to lg-app-year
           move app-week to lg-app-week
           move 0 to lg-orig-entry-id
           move spaces to lg-reason-code
           move spaces to lg-approved-by
           move 0 to lg-order-id
           move spaces to lg-campaign-code
           move spaces to lg-discount-code
           move 0 to lg-patient-id

           write ledger-entry
           perform check-file-status
           close ledger-file
           .

      *> the ledger period control (periodchk.cbl) - today's date
      *> posts as it is unless its period has been closed, and with
      *> the current period closed no fee is raised at all
        check-ledger-period.
           move date-today-temp to pr-date
           call "periodchk" using period-request
           end-call
           move return-code to pr-result
           if pr-result equals PERIODCHK-CLOSED
              move "Ledger period" to popup-title
              move "The current ledger period is closed -"
                 to popup-message-1
              move "no fee has been raised on the ledger"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

        date-ledger-entry.
           move pr-post-date to lg-entry-date
           if pr-result equals PERIODCHK-LATE
              move pr-date to lg-late-orig-date
           else
              move 0 to lg-late-orig-date
           end-if
           .

      *> same read-increment-rewrite idiom as posledger.cbl's
      *> load-next-ledger-id
        load-next-fee-ledger-id.
           .

      *> marking a visit back to not-attended takes its clinical
      *> record with it - results must not sit against a no-show.
      *> a result already signed off is kept, and the operator told
        remove-clinical-results.
           move app-store-id to cr-store-id
           move app-year to cr-year
           move app-cust-id of
                app-days(di-day-of-week-num selected-item)
              to cr-customer-id
           perform move-slot-type-and-date
           call "clinrecdel" using clinrec-slot
           end-call
           if return-code equals 1
              move "Clinical record kept" to popup-title
              move "The results for this visit are signed off"
                 to popup-message-1
              move "and stay on the record" to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           cancel "clinrec"
           .

              move app-cust-id of
                   app-days(di-day-of-week-num selected-item)
                 to cr-customer-id
              perform move-slot-type-and-date
              call "clinrec" using clinrec-slot, lnk-operator-info
              end-call
              cancel "clinrec"
           end-if
           .

      *> the visit's appointment type (off the start slot of a
      *> double-length booking) and its calendar date, so clinrec
      *> can record a MECS episode against the right day
        move-slot-type-and-date.
           move app-appt-type of app-days(di-day-of-week-num cr-slot)
              to cr-appt-type
           move sa-yyyy to cr-visit-date(1:4)
           move sa-mm to cr-visit-date(5:2)
           move sa-dd to cr-visit-date(7:2)
           .

      *> asks the operator why a booked slot is being freed/marked
      *> not-attended, and records the chosen code on the slot -
      *> same accept-until-valid idiom as validate-leave-input
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-cancelreasonpopup
              perform idle-accept-start
              accept g-cancelreasonpopup timeout after idle-accept-secs
              perform f1-or-quit
              if sa-cancel-reason-choice > 0
                 and sa-cancel-reason-choice < 5
                  move wsc-customer-id to xq-customer-id
                  move selected-item to xq-slot
                  perform update-customer-xref
                  perform link-triage-booking
                  perform ask-nhs-funded
                  if sa-type-slots equals 2
                     perform book-typed-second-slot
                  perform unbook-appointment-slot
               end-if

               move sa-pair-start to sa-series-slot
               move "y" to sa-series-pending

               move sa-pair-start to wl-slot
               perform offer-freed-slot-to-waiting-customer
         end-if
           move sa-date to sa-move-date
           move 0 to sa-move-slot
           display g-moveask
           perform idle-accept-start
           accept g-moveask timeout after idle-accept-secs
           perform f1-or-quit

           if sa-move-slot equals 0
           if sa-move-con-id equals 0
              move ws-consultant-id to sa-move-con-id
           end-if
           move selected-item to sa-series-slot
           if app-slot-double-cont(di-day-of-week-num selected-item)
              subtract 1 from sa-series-slot
           end-if

           perform write-appointment
           perform release-appointment-lock
                   popup-button-1
           end-call

           if mv-result equals MOVEAPPT-OK
              perform offer-series-move
           end-if

           move selected-item to sa-saved-item
           perform clr-screen
           display g-menuheader
           display g-schedapp
           perform display-all-appointments
           move sa-saved-item to selected-item
           .

      *> recurring series - books every visit of a keyed series
      *> (seriesmaint.cbl) for the selected customer with this
      *> consultant, the first on the selected day from the selected
      *> slot and each later one as near its due date and this time
      *> of day as the diary allows, then lists where each landed.
      *> the week is handed over to seriesbook.cbl for the duration,
      *> as for a move, since the first visits may well fall in it.
        book-series-from-selected.
           move spaces to sa-series-code
           display g-seriesask
           perform idle-accept-start
           accept g-seriesask timeout after idle-accept-secs
           perform f1-or-quit
           move function upper-case(sa-series-code) to sa-series-code
           if sa-series-code equals spaces
              exit paragraph
           end-if

           move "B" to sr-op
           move wsc-customer-id to sr-customer-id
           move ws-consultant-id to sr-consultant-id
           move sa-series-code to sr-series-code
           compute sr-anchor-date = sa-yyyy * 10000 + sa-mm * 100
              + sa-dd
           move selected-item to sr-anchor-slot

           perform hand-week-to-series
           call "seriesbook" using lnk-store-info, lnk-operator-info,
                series-request
           end-call
           move return-code to sr-result
           cancel "seriesbook"
           perform take-week-back-from-series

           if sr-result not equals SERIESBOOK-OK
              move "Book series" to popup-title
              if sr-result equals SERIESBOOK-UNKNOWN-SERIES
                 move "No such appointment series" to popup-message-1
              else
                 move "The series could not be booked"
                    to popup-message-1
              end-if
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           else
              perform show-series-results
           end-if

           move selected-item to sa-saved-item
           perform clr-screen
           display g-menuheader
           move sa-saved-item to selected-item
           .

        show-series-results.
           perform clr-screen
           display g-menuheader
           display "Series " at line 3 column 4
           display sa-series-code at line 3 column 11
           display "for" at line 3 column 18
           display wsc-fullname at line 3 column 22
           display "Visit Due        Booked" at line 4 column 4
           display "Time" at line 4 column 31

           perform varying sa-series-row from 1 by 1
                until sa-series-row > sr-step-count
              move sa-series-row to sa-series-count-disp
              display sa-series-count-disp
                 at line sa-series-row + 4 column 6
              move sr-res-target-date(sa-series-row) to sa-series-due
              display sa-series-due-dd "/" sa-series-due-mm "/"
                 sa-series-due-yyyy at line sa-series-row + 4 column 10
              if sr-res-status(sa-series-row) equals "B"
                 move sr-res-slot-date(sa-series-row) to sa-series-due
                 display sa-series-due-dd "/" sa-series-due-mm "/"
                    sa-series-due-yyyy
                    at line sa-series-row + 4 column 21
                 display ws-slot-label(sr-res-slot(sa-series-row))
                    at line sa-series-row + 4 column 31
              else
                 display "not placed - book by hand"
                    at line sa-series-row + 4 column 21
              end-if
           end-perform

           move spaces to popup-l-message
           move sr-placed-count to sa-series-count-disp
           move sr-unplaced-count to sa-series-unplaced-disp
           if sr-unplaced-count equals 0
              string sa-series-count-disp " visits booked"
                 delimited by size into popup-l-message
              end-string
           else
              string sa-series-count-disp " visits booked, "
                 sa-series-unplaced-disp " could not be placed"
                 delimited by size into popup-l-message
              end-string
           end-if
           move "Press any key" to popup-l-button
           perform display-lower-popup
           .

      *> a cancelled booking that is one visit of a series: the
      *> register always notes it, and when later visits are still
      *> to come the operator may cancel those too, with the same
      *> reason - bar a no-show, which says nothing of visits not yet
      *> due
        offer-series-cancel.
           move "n" to sa-series-pending
           perform query-series-visit
           if sr-result not equals SERIESBOOK-OK
              exit paragraph
           end-if

           move "N" to sr-apply-rest
           if sr-later-count > 0
              move sr-later-count to sa-series-count-disp
              move spaces to popup-l-message
              string "This visit is part of a series - cancel the "
                 sa-series-count-disp " later visits too?"
                 delimited by size into popup-l-message
              end-string
              move "[Y] or [N]" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x equals "y" or
                 scr-af-key-code-1x equals "Y"
                 move "Y" to sr-apply-rest
              end-if
           end-if

           move "C" to sr-op
           move sa-pair-cancel-reason to sr-cancel-reason
           if sa-pair-cancel-reason equals CANCEL-REASON-NO-SHOW
              move CANCEL-REASON-OTHER to sr-cancel-reason
           end-if
           if sr-apply-rest equals "Y"
              perform hand-week-to-series
           end-if
           call "seriesbook" using lnk-store-info, lnk-operator-info,
                series-request
           end-call
           cancel "seriesbook"
           if sr-apply-rest not equals "Y"
              exit paragraph
           end-if
           perform take-week-back-from-series

           if sr-unplaced-count > 0
              move sr-unplaced-count to sa-series-count-disp
              move spaces to popup-l-message
              string sa-series-count-disp
                 " later visits are open on another grid - "
                 "cancel them there" delimited by size
                 into popup-l-message
              end-string
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if
           move selected-item to sa-saved-item
           perform clr-screen
           display g-menuheader
           display g-schedapp
           perform display-all-appointments
           move sa-saved-item to selected-item
           .

      *> a moved booking that is one visit of a series: the register
      *> follows it, and when later visits are still to come the
      *> operator may move those on by the same number of days
        offer-series-move.
           perform query-series-visit
           if sr-result not equals SERIESBOOK-OK
              exit paragraph
           end-if

           move "N" to sr-apply-rest
           if sr-later-count > 0
              move sr-later-count to sa-series-count-disp
              move spaces to popup-l-message
              string "This visit is part of a series - move the "
                 sa-series-count-disp " later visits on too?"
                 delimited by size into popup-l-message
              end-string
              move "[Y] or [N]" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x equals "y" or
                 scr-af-key-code-1x equals "Y"
                 move "Y" to sr-apply-rest
              end-if
           end-if

           move "M" to sr-op
           move sa-move-con-id to sr-new-consultant-id
           compute sr-new-date =
              function numval(sa-move-date(7:4)) * 10000
              + function numval(sa-move-date(4:2)) * 100
              + function numval(sa-move-date(1:2))
           move sa-move-slot to sr-new-slot
           if sr-apply-rest equals "Y"
              perform hand-week-to-series
           end-if
           call "seriesbook" using lnk-store-info, lnk-operator-info,
                series-request
           end-call
           cancel "seriesbook"
           if sr-apply-rest not equals "Y"
              exit paragraph
           end-if
           perform take-week-back-from-series

           move spaces to popup-l-message
           if sr-unplaced-count equals 0
              move "Later visits of the series moved"
                 to popup-l-message
           else
              move sr-unplaced-count to sa-series-count-disp
              string sa-series-count-disp
                 " later visits could not be moved and keep their"
                 " slots" delimited by size into popup-l-message
              end-string
           end-if
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> is the visit at sa-series-slot (this consultant, selected
      *> day) part of a series - sr-later-count visits follow it
        query-series-visit.
           move "Q" to sr-op
           move wsc-customer-id to sr-customer-id
           move ws-consultant-id to sr-consultant-id
           move sa-yyyy to sr-year
           move di-week-num to sr-week
           move di-day-of-week-num to sr-day
           move sa-series-slot to sr-slot
           move "N" to sr-apply-rest
           call "seriesbook" using lnk-store-info, lnk-operator-info,
                series-request
           end-call
           move return-code to sr-result
           cancel "seriesbook"
           .

      *> the grid's hold on the week is released and the file closed
      *> while seriesbook.cbl books or frees slots, then taken back
      *> the way move-selected-booking does
        hand-week-to-series.
           perform write-appointment
           perform release-appointment-lock
           close appointment-file
           perform check-file-status
           .

        take-week-back-from-series.
           perform open-appointment-file-with-retry
           if sa-open-ok not equals "y"
              goback returning 1
           end-if
           move lnk-id to app-store-id
           move ws-fullname to app-consultant-name
           move ws-consultant-id to app-consultant-id
           move sa-yyyy to app-year
           move di-week-num to app-week
           perform read-appointment
           perform acquire-week-lock
           if sa-week-locked not equals "y"
              close appointment-file
              perform check-file-status
              goback
           end-if
           .

        checkin-toggle-selected.
         if app-cust-id of app-days(di-day-of-week-num selected-item)
            equals invalid-custid or blocked-slot-id
           move spaces to sa-appt-type
           move 1 to sa-type-slots
           display g-apptypeask
           perform idle-accept-start
           accept g-apptypeask timeout after idle-accept-secs
           perform f1-or-quit

           if sa-appt-type equals spaces
           end-call
           .

      *> a triage call still awaiting its appointment is answered by
      *> the first urgent type booked for that customer - the oldest
      *> open call is linked to the slot, so the exceptions report
      *> (triagerpt.cbl) can tell whether the target was met
        link-triage-booking.
           if sa-appt-type equals spaces or not at-urgent-type
              exit paragraph
           end-if

           open i-o triage-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to ug-customer-id
           start triage-file
               key = ug-customer-id
               invalid key move "y" to sa-triage-eof
               not invalid key move "n" to sa-triage-eof
           end-start

           perform until sa-triage-eof equals "y"
              read triage-file next record
                 at end move "y" to sa-triage-eof
              end-read
              if sa-triage-eof not equals "y"
                 if ug-customer-id not equals wsc-customer-id
                    move "y" to sa-triage-eof
                 else
                    if ug-status-awaiting
                       move "B" to ug-status
                       move app-store-id to ug-app-store-id
                       move app-year to ug-app-year
                       move app-week to ug-app-week
                       move app-consultant-id to ug-app-consultant-id
                       move di-day-of-week-num to ug-app-day
                       move selected-item to ug-app-slot
                       move sa-yyyy to ug-app-date(1:4)
                       move sa-mm to ug-app-date(5:2)
                       move sa-dd to ug-app-date(7:2)
                       move date-today-temp to ug-booked-on
                       rewrite triage-entry
                       perform check-file-status
                       move "y" to sa-triage-eof
                    end-if
                 end-if
              end-if
           end-perform
           close triage-file
           .

      *> a slot inside a clinic session template only takes the
      *> reserved type - the Tuesday contact lens clinic stays a
      *> contact lens clinic. both halves of a two-slot booking are
           move "y" to sa-resource-ok
           move 0 to sa-resource-id
           display g-resourceask
           perform idle-accept-start
           accept g-resourceask timeout after idle-accept-secs
           perform f1-or-quit

           if sa-resource-id equals 0
           end-if
           .

      *> a customer with a usual consultant (custmaint.cbl) who
      *> works at this store is offered them before the consultant
      *> list - continuity of care for the glaucoma and diabetic
      *> patients depends on it. declining goes to the list as
      *> before.
        offer-preferred-consultant.
           move "n" to pc-taken
           if wsc-Preferred-Consultant-Id equals 0
              exit paragraph
           end-if

           call "getconsults" using lnk-store-info, cp-consultants
              returning pc-con-count
           end-call
           perform varying pc-con-idx from 1 by 1
                until pc-con-idx > pc-con-count
              if cp-Consultant-Id(pc-con-idx)
                    equals wsc-Preferred-Consultant-Id
                 exit perform
              end-if
           end-perform
           if pc-con-idx > pc-con-count
              exit paragraph
           end-if

           move spaces to popup-l-message
           string "Book with usual consultant "
              cp-FullName(pc-con-idx) delimited by "  "
              "?" delimited by size into popup-l-message
           end-string
           move "[Y]es or [N]o to choose" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x equals "Y" or
              scr-af-key-code-1x equals "y"
              move cp-consultants(pc-con-idx) to ws-Consultant
              move "y" to pc-taken
           end-if
           .

        show-support-needs.
           move spaces to sn-needs-text
           if wsc-Need-Interpreter equals "y" or "Y"
           .

        setup-appointments.
          accept sa-risk-today from date YYYYMMDD
          perform varying counter from 1 by 1
          	until counter > MAX-SLOTS-PER-DAY
               if counter > ws-num-slots
                  move not-working-msg to booked-status(counter)
                  move spaces to attended-status(counter)
                  move spaces to checkin-status(counter)
                  move spaces to risk-status(counter)
                  move space to risk-band(counter)
               else
               if app-checkin-time of
                    app-days(di-day-of-week-num counter)
                   move sa-cust-id-display to sa-cust-id-edited
                   move sa-cust-id-edited to booked-status(counter)
               end-evaluate
               perform set-risk-display
               end-if
           end-perform
        .

      *> scores a real customer's booking that has yet to happen -
      *> free, blocked and past slots carry no score
        set-risk-display.
           move spaces to risk-status(counter)
           move space to risk-band(counter)
           if app-cust-id of app-days(di-day-of-week-num counter)
                 equals invalid-custid
              or app-cust-id of app-days(di-day-of-week-num counter)
                 equals blocked-slot-id
              or app-cust-id of app-days(di-day-of-week-num counter)
                 equals ignore-custid
              or sf-date < sa-risk-today
              or (sf-date equals sa-risk-today
                  and counter <= ap-time-slot)
              exit paragraph
           end-if
           move app-cust-id of app-days(di-day-of-week-num counter)
              to nr-customer-id
           move app-store-id to nr-store-id
           move app-year to nr-year
           move app-week to nr-week
           move app-consultant-id to nr-consultant-id
           move di-day-of-week-num to nr-day
           move counter to nr-slot
           move sf-date to nr-slot-date
           move app-confirmed(di-day-of-week-num counter)
              to nr-confirmed
           call "noshowrisk" using risk-request
           end-call
           move nr-score to risk-status(counter)
           move nr-band to risk-band(counter)
           .

      *> a store may be shut on some days regardless of what any one
      *> consultant's own Working-Days says - spaces across all seven
      *> Store-Open-Day flags means the store record predates this
            display checkin-status(selected-item)
            	 at line bt-row column bt-col
                 with background-color mf-app-background-colour
            add length of checkin-status(selected-item) to bt-col
            if risk-band(selected-item) equals "H"
               display risk-status(selected-item)
                   at line bt-row column bt-col
                   with background-color mf-app-background-colour
                   with foreground-colour mf-app-booked-colour
            else
               display risk-status(selected-item)
                   at line bt-row column bt-col
                   with background-color mf-app-background-colour
            end-if
        .

        display-row-highite.
            display checkin-status(selected-item)
                   at line bt-row column bt-col
                   with background-color mf-app-revbg-colour
            add length of checkin-status(selected-item) to bt-col
            display risk-status(selected-item)
                   at line bt-row column bt-col
                   with background-color mf-app-revbg-colour
        .

       copy "common.cpy".
