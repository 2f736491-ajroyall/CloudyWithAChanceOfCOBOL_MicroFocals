       identification division.
       program-id. dayclose.

      *> end-of-day clinic close - before the till is cashed up,
      *> every slot booked for the day must have an outcome. a slot
      *> still sitting at its booked state (app-attended "N" with no
      *> cancel reason) is neither a visit nor a no-show, and leaves
      *> the DNA report, the no-show fee and the GOS claims guessing.
      *> the supervisor gets the store's unresolved slots for the
      *> day, every consultant, and marks a run of them attended,
      *> did-not-attend (with a reason) or cancelled in one go. a
      *> did-not-attend for no-show picks up the store's no-show fee
      *> exactly as the schedule screen would charge it, and an
      *> attended private slot invoices its type fee the same way.
      *> once nothing is left unresolved the day is recorded closed
      *> (dayclose-fd.cpy) - cashup.cbl warns on a day that isn't,
      *> and the never-closed report (daycloserpt.cbl) is run from
      *> the same menu option.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "app-fc.cpy".
       copy "customer-fc.cpy".
       copy "apptype-fc.cpy".
       copy "ledger-fc.cpy".
       copy "dayclose-fc.cpy".

       select ledger-id-file assign "$MFOCALDIR/ledgerid.dat"
        organization is sequential
        status is ws-file-status.

       data division.
       copy "app-fd.cpy".
       copy "customer-fd.cpy".
       copy "apptype-fd.cpy".
       copy "ledger-fd.cpy".
       copy "dayclose-fd.cpy".

       fd ledger-id-file.
       01 LedgerIdInformation.
         03 Highest-Ledger-Id     pic 9(9).

       working-storage section.
       copy "common_ws.cpy".

       copy "getconsults.cpy".
       copy "timegrid.cpy" replacing ==:Prefix-:== by ==dy-==.
       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

       78 DY-MAX-LIST           value 14.
       01 dy-list-count         binary-long value 0.
       01 dy-unresolved-total   binary-long value 0.
       01 dy-list occurs DY-MAX-LIST.
         03 dy-list-consultant  pic 9(9).
         03 dy-list-con-name    pic x(20).
         03 dy-list-slot        binary-long.
         03 dy-list-cust-id     pic 9(9).
         03 dy-list-flags       pic x(12).

       01 dy-con-count          binary-long.
       01 dy-con-idx            binary-long.
       01 dy-row                binary-long.
       01 dy-slot               binary-long.
       01 dy-next-slot          binary-long.
       01 dy-day                binary-long.
       01 dy-cust-name          pic x(25).
       01 dy-flags              pic x(12).
       01 dy-ptr                binary-long.
       01 dy-done               pic x.
       01 dy-week-absent        pic x.
       01 dy-unresolved         pic x.
       01 dy-charge-fee         pic x.
       01 dy-period-closed      pic x.
       01 dy-lock-taken         pic x.
       01 fields-valid          pic x.
       01 dy-count-disp         pic zz9.
       01 dy-checkin-disp       pic 9999.

      *> what this close session has resolved - carried onto the
      *> day's close record
       01 dy-marked-attended    binary-long value 0.
       01 dy-marked-dna         binary-long value 0.
       01 dy-marked-cancelled   binary-long value 0.
       01 dy-fees-raised        binary-long value 0.
       01 dy-skipped-held       binary-long value 0.

       01 dy-in-date.
          03 dy-in-dd    pic 99.
          03 filler      pic x value "/".
          03 dy-in-mm    pic 99.
          03 filler      pic x value "/".
          03 dy-in-yyyy  pic 9999.
       01 dy-in-from            pic 99.
       01 dy-in-to              pic 99.
       01 dy-in-action          pic x.
          88 dy-action-attended value "A".
          88 dy-action-dna      value "D".
          88 dy-action-cancel   value "C".
       01 dy-in-reason          pic x(2).

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 dy-today              pic 9(8).

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

      *> fee invoicing - the same policy and type-fee rules the
      *> schedule screen applies when a single slot is marked
       01 fe-fee-net            pic 9(5)v99.
       01 fe-fee-vat            pic 9(5)v99.
       01 fe-description        pic x(30).
       01 fe-found              pic x.
       01 fe-eof                pic x.
       01 fe-next-id            pic 9(9).
       01 lf-fee-edited         pic zz9.99.

       01 period-request.
         03 pr-date             pic 9(8).
         03 pr-post-date        pic 9(8).
       01 pr-result             binary-long.

      *> request block handed to jrnlwrite - every week record the
      *> close rewrites is journalled like the schedule screen's
       01 journal-request.
         03 jw-file-tag     pic x(12).
         03 jw-operation    pic x.
         03 jw-operator     pic x(10).
         03 jw-key          pic x(30).
         03 jw-before       pic x(13600).
         03 jw-after        pic x(13600).

      *> request block handed to xrefmaint - a cancelled slot leaves
      *> the customer-to-appointment cross reference
       01 xref-request.
         03 xq-op            pic x.
         03 xq-customer-id   pic 9(9).
         03 xq-store-id      pic 9(5).
         03 xq-year          pic 9999.
         03 xq-week          pic 99.
         03 xq-consultant-id pic 9(9).
         03 xq-day           pic 9.
         03 xq-slot          pic 99.

      *> request block for the lockreg registry - a week another
      *> operator has open on their grid is left alone
       01 lock-request.
         03 lk-rq-op            pic x.
         03 lk-rq-file-tag      pic x(12).
         03 lk-rq-record-key    pic x(30).
         03 lk-rq-operator      pic x(10).
         03 lk-rq-taken-date    pic 9(8).
         03 lk-rq-taken-time    pic 9(8).

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".
       copy "dayclosepopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "End-of-day Clinic Close" to Menu-Name
           move "DC_M01" to Menu-Id

           perform clr-screen
           display g-menuheader

           if not lnk-Role-Supervisor-Up
              move "End-of-day close" to popup-title
              move "Closing the clinic day needs a supervisor"
                 to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              goback
           end-if

           move "[C]lose a day or [R]eport of days never closed"
              to popup-l-message
           move "[C], [R] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "r"
              when "R"
                 call "daycloserpt"
                 end-call
                 cancel "daycloserpt"
                 move "Days never closed written to daycloserpt.txt"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
                 goback
              when "c"
              when "C"
                 continue
              when other
                 goback
           end-evaluate

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to dy-today
           move dd of date-today-temp to dy-in-dd
           move mm of date-today-temp to dy-in-mm
           move yyyy of date-today-temp to dy-in-yyyy

           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform clr-screen
              display g-menuheader
              display g-dayclosedate
              perform idle-accept-start
              accept g-dayclosedate timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-close-date
           end-perform

           move dy-in-yyyy to sf-yyyy
           move dy-in-mm to sf-mm
           move dy-in-dd to sf-dd
           call "dateinfo" using sf-date di-date-info
           move di-day-of-week-num to dy-day

           call "getconsults" using lnk-store-info, cp-consultants
              returning dy-con-count
           end-call

           call "buildtimegrid" using lnk-Slot-Length-Mins,
                   lnk-Day-Start-Time,
                   lnk-Day-End-Time,
                   dy-time-grid
           end-call

           move "n" to dy-done
           perform until dy-done equals "y"
              perform load-unresolved-list
              perform show-unresolved-list
              if dy-list-count equals 0
                 perform offer-day-close
                 move "y" to dy-done
              else
                 move 0 to dy-in-from dy-in-to
                 move space to dy-in-action
                 move spaces to dy-in-reason
                 display g-dayclosepick
                 perform idle-accept-start
                 accept g-dayclosepick timeout after idle-accept-secs
                 perform f1-or-quit
                 if dy-in-from equals 0
                    perform leave-day-open
                    move "y" to dy-done
                 else
                    perform validate-pick
                    if fields-valid equals "y"
                       perform apply-bulk-action
                    end-if
                 end-if
              end-if
           end-perform

           goback.
      $end

      *> today, or an earlier day that was missed - never a day that
      *> hasn't happened yet
        validate-close-date.
           move "y" to fields-valid
           move spaces to popup-message-2

           call "valdated" using
              by reference z"dd/mm/yyyy"
              by reference dy-in-date
           end-call
           if return-code not equal 0
              move "Enter a valid date" to popup-message-2
           else
              move dy-in-yyyy to sf-yyyy
              move dy-in-mm to sf-mm
              move dy-in-dd to sf-dd
              if sf-date > dy-today
                 move "A day cannot be closed before it happens"
                    to popup-message-2
              end-if
           end-if

           if popup-message-2 not equals spaces
              move "n" to fields-valid
              move "Field validation error" to popup-title
              move spaces to popup-message-1
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> every consultant's slots for the day that were booked and
      *> never given an outcome - the first half of a double-length
      *> booking stands for both. the first screenful is listed, the
      *> total is counted
        load-unresolved-list.
           move 0 to dy-list-count dy-unresolved-total
           open input appointment-file
           if not fs-okay
              exit paragraph
           end-if
           open input cust-file

           perform varying dy-con-idx from 1 by 1
                until dy-con-idx > dy-con-count
              if cp-Consultant-Id(dy-con-idx) not equals 0
                 perform load-one-consultants-day
              end-if
           end-perform

           close cust-file
           close appointment-file
           .

        load-one-consultants-day.
           move lnk-id to app-store-id
           move sf-yyyy to app-year
           move di-week-num to app-week
           move cp-Consultant-Id(dy-con-idx) to app-consultant-id
           read appointment-file
              invalid key move "y" to dy-week-absent
              not invalid key move "n" to dy-week-absent
           end-read
           if dy-week-absent equals "y"
              exit paragraph
           end-if

           perform varying dy-slot from 1 by 1
                until dy-slot > dy-num-slots
              perform check-slot-unresolved
              if dy-unresolved equals "y"
                 add 1 to dy-unresolved-total
                 if dy-list-count < DY-MAX-LIST
                    perform add-slot-to-list
                 end-if
              end-if
           end-perform
           .

        check-slot-unresolved.
           move "n" to dy-unresolved
           if app-cust-id of app-days(dy-day dy-slot)
                 not equals invalid-custid
              and app-cust-id of app-days(dy-day dy-slot)
                 not equals blocked-slot-id
              and app-cust-id of app-days(dy-day dy-slot)
                 not equals ignore-custid
              and not app-slot-double-cont(dy-day dy-slot)
              and app-attended of app-days(dy-day dy-slot)
                 not equals "y"
              and app-attended of app-days(dy-day dy-slot)
                 not equals "Y"
              and app-cancel-reason of app-days(dy-day dy-slot)
                 equals CANCEL-REASON-NONE
              move "y" to dy-unresolved
           end-if
           .

        add-slot-to-list.
           add 1 to dy-list-count
           move app-consultant-id
              to dy-list-consultant(dy-list-count)
           move cp-FullName(dy-con-idx)
              to dy-list-con-name(dy-list-count)
           move dy-slot to dy-list-slot(dy-list-count)
           move app-cust-id of app-days(dy-day dy-slot)
              to dy-list-cust-id(dy-list-count)

      *> a patient who was checked in very probably was seen - the
      *> flag is there to make the supervisor look twice
           move spaces to dy-flags
           move 1 to dy-ptr
           if app-checkin-time of app-days(dy-day dy-slot)
                 not equals 0
              move app-checkin-time of app-days(dy-day dy-slot)(1:4)
                 to dy-checkin-disp
              string "IN " dy-checkin-disp " " delimited by size
                 into dy-flags with pointer dy-ptr
              end-string
           end-if
           if app-nhs-funded of app-days(dy-day dy-slot)
                 equals "Y"
              string "NHS" delimited by size
                 into dy-flags with pointer dy-ptr
              end-string
           end-if
           move dy-flags to dy-list-flags(dy-list-count)
           .

        show-unresolved-list.
           perform clr-screen
           display g-menuheader
           display "Booked slots with no outcome for " at line 3
              column 4
           display dy-in-date at line 3 column 37
           move dy-unresolved-total to dy-count-disp
           display dy-count-disp at line 3 column 50
           display "in all" at line 3 column 54

           perform varying dy-row from 1 by 1
               until dy-row > dy-list-count
              move dy-list-slot(dy-row) to dy-slot
              move spaces to dy-cust-name
              perform look-up-customer-name
              display dy-row at line dy-row + 4 column 2
              display dy-slot-label(dy-slot)
                 at line dy-row + 4 column 6
              display dy-list-con-name(dy-row)
                 at line dy-row + 4 column 19
              display dy-cust-name
                 at line dy-row + 4 column 41
              display dy-list-flags(dy-row)
                 at line dy-row + 4 column 68
           end-perform
           .

        look-up-customer-name.
           open input cust-file
           if not fs-okay
              exit paragraph
           end-if
           move dy-list-cust-id(dy-row)
              to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
              not invalid key move f-FullName to dy-cust-name
           end-read
           close cust-file
           .

      *> a run of listed lines, one action, and the reason a DNA or
      *> a cancellation needs - a did-not-attend with no reason given
      *> is a plain no-show
        validate-pick.
           move "y" to fields-valid
           move spaces to popup-message-2
           move function upper-case(dy-in-action) to dy-in-action
           move function upper-case(dy-in-reason) to dy-in-reason
           if dy-in-to equals 0
              move dy-in-from to dy-in-to
           end-if
           if dy-action-dna and dy-in-reason equals spaces
              move CANCEL-REASON-NO-SHOW to dy-in-reason
           end-if

           evaluate true
              when dy-in-from > dy-list-count
                 or dy-in-to > dy-list-count
                 or dy-in-to < dy-in-from
                 move "Pick lines from the list shown"
                    to popup-message-2
              when not dy-action-attended and not dy-action-dna
                 and not dy-action-cancel
                 move "Action must be A, D or C" to popup-message-2
              when dy-action-dna
                 and dy-in-reason not equals CANCEL-REASON-NO-SHOW
                 and dy-in-reason not equals CANCEL-REASON-CLINIC
                 and dy-in-reason not equals CANCEL-REASON-OTHER
                 move "A DNA reason is NS, CL or OT"
                    to popup-message-2
              when dy-action-cancel
                 and dy-in-reason not equals CANCEL-REASON-CUST-REQ
                 and dy-in-reason not equals CANCEL-REASON-CLINIC
                 and dy-in-reason not equals CANCEL-REASON-OTHER
                 move "A cancellation reason is CX, CL or OT"
                    to popup-message-2
           end-evaluate

           if popup-message-2 not equals spaces
              move "n" to fields-valid
              move "Field validation error" to popup-title
              move spaces to popup-message-1
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> the lines picked, one week record at a time - each re-read
      *> and re-checked under the lock registry, since the schedule
      *> screen may have given the slot an outcome since the list
      *> was drawn
        apply-bulk-action.
           move "n" to dy-charge-fee
           move "n" to dy-period-closed
           if dy-action-attended or
              (dy-action-dna
               and dy-in-reason equals CANCEL-REASON-NO-SHOW)
              perform check-ledger-period
           end-if
           if dy-action-dna
              and dy-in-reason equals CANCEL-REASON-NO-SHOW
              and lnk-No-Show-Fee not equals 0
              and dy-period-closed equals "n"
              move lnk-No-Show-Fee to lf-fee-edited
              move spaces to popup-l-message
              string "Charge the no-show fee of " lf-fee-edited
                 " on private slots?" delimited by size
                 into popup-l-message
              end-string
              move "[Y]es or [N]o waive" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x equals "Y" or
                 scr-af-key-code-1x equals "y"
                 move "y" to dy-charge-fee
              end-if
           end-if

           move 0 to dy-skipped-held
           open i-o appointment-file
           move "appointment-file" to fs-current-file
           perform check-file-status

           perform varying dy-row from dy-in-from by 1
                until dy-row > dy-in-to
              perform resolve-one-slot
           end-perform

           close appointment-file

           if dy-skipped-held > 0
              move dy-skipped-held to dy-count-disp
              move spaces to popup-l-message
              string dy-count-disp " slot(s) left - the week is open"
                 " on another operator's grid" delimited by size
                 into popup-l-message
              end-string
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if
           .

        resolve-one-slot.
           move lnk-id to app-store-id
           move sf-yyyy to app-year
           move di-week-num to app-week
           move dy-list-consultant(dy-row) to app-consultant-id
           move dy-list-slot(dy-row) to dy-slot
           read appointment-file
              invalid key
                 exit paragraph
           end-read

           move "Q" to lk-rq-op
           move JRNL-FILE-APP to lk-rq-file-tag
           move spaces to lk-rq-record-key
           move appointment-key to lk-rq-record-key(1:20)
           move spaces to lk-rq-operator
           call "lockreg" using lock-request
           end-call
           move "n" to dy-lock-taken
           if return-code equals 0
              if lk-rq-operator not equals lnk-Operator-Id
                 add 1 to dy-skipped-held
                 exit paragraph
              end-if
           else
              move "R" to lk-rq-op
              move lnk-Operator-Id to lk-rq-operator
              call "lockreg" using lock-request
              end-call
              move "y" to dy-lock-taken
           end-if

           perform check-slot-unresolved
           if dy-unresolved equals "y"
              and app-cust-id of app-days(dy-day dy-slot)
                 equals dy-list-cust-id(dy-row)
              evaluate true
                 when dy-action-attended
                    perform mark-slot-attended
                 when dy-action-dna
                    perform mark-slot-dna
                 when dy-action-cancel
                    perform mark-slot-cancelled
              end-evaluate
              perform rewrite-week
           end-if

           if dy-lock-taken equals "y"
              move "X" to lk-rq-op
              move spaces to lk-rq-operator
              call "lockreg" using lock-request
              end-call
           end-if
           .

        mark-slot-attended.
           move APP-STATUS-ATTENDED to app-attended of
                  app-days(dy-day dy-slot)
           move CANCEL-REASON-NONE to app-cancel-reason of
                  app-days(dy-day dy-slot)
           move spaces to app-called of app-days(dy-day dy-slot)
           add 1 to dy-marked-attended
           if dy-period-closed equals "n"
              perform raise-type-fee-invoice
           end-if
           .

        mark-slot-dna.
           move APP-STATUS-UNATTENDED to app-attended of
                  app-days(dy-day dy-slot)
           move dy-in-reason to app-cancel-reason of
                  app-days(dy-day dy-slot)
           move spaces to app-called of app-days(dy-day dy-slot)
           add 1 to dy-marked-dna
           if dy-charge-fee equals "y"
              and app-nhs-funded of app-days(dy-day dy-slot)
                 not equals "Y"
              perform check-slot-already-invoiced
              if fe-found not equals "y"
                 move lnk-No-Show-Fee to fe-fee-net
                 move 0 to fe-fee-vat
                 move "No-show fee" to lg-description
                 perform raise-slot-invoice
              end-if
           end-if
           .

      *> a cancellation frees the slot, both halves of a double-
      *> length booking, the way the schedule screen's unbook does
        mark-slot-cancelled.
           compute dy-next-slot = dy-slot + 1
           if app-slot-double-first(dy-day dy-slot)
              and dy-next-slot <= dy-num-slots
              and app-slot-double-cont(dy-day dy-next-slot)
              move dy-next-slot to dy-slot
              perform unbook-slot
              move dy-list-slot(dy-row) to dy-slot
           end-if
           perform unbook-slot
           add 1 to dy-marked-cancelled
           .

        unbook-slot.
           move "D" to xq-op
           move app-cust-id of app-days(dy-day dy-slot)
              to xq-customer-id
           move app-store-id to xq-store-id
           move app-year to xq-year
           move app-week to xq-week
           move app-consultant-id to xq-consultant-id
           move dy-day to xq-day
           move dy-slot to xq-slot
           call "xrefmaint" using xref-request
           end-call

           move invalid-custid to app-cust-id of
                  app-days(dy-day dy-slot)
           move APP-STATUS-UNATTENDED to app-attended of
                  app-days(dy-day dy-slot)
           move 0 to app-checkin-time of app-days(dy-day dy-slot)
           move lnk-Operator-Id to app-booked-by of
                  app-days(dy-day dy-slot)
           move dy-in-reason to app-cancel-reason of
                  app-days(dy-day dy-slot)
           move spaces to app-double-length(dy-day dy-slot)
           move spaces to app-nhs-funded of app-days(dy-day dy-slot)
           move 0 to app-resource-id of app-days(dy-day dy-slot)
           move spaces to app-appt-type of app-days(dy-day dy-slot)
           move spaces to app-called of app-days(dy-day dy-slot)
           move spaces to app-confirmed of app-days(dy-day dy-slot)
           .

        rewrite-week.
           rewrite appointment
           move "appointment-file" to fs-current-file
           perform check-file-status

           move JRNL-FILE-APP to jw-file-tag
           move "R" to jw-operation
           move lnk-Operator-Id to jw-operator
           move spaces to jw-key
           move appointment-key to jw-key(1:20)
           move spaces to jw-before
           move appointment to jw-after
           call "jrnlwrite" using journal-request
           end-call
           .

      *> an attended private slot's type fee - NHS slots bill through
      *> the GOS claim batch, and a slot already invoiced never bills
      *> twice
        raise-type-fee-invoice.
           if app-nhs-funded of app-days(dy-day dy-slot) equals "Y"
              or app-appt-type of app-days(dy-day dy-slot)
                 equals spaces
              exit paragraph
           end-if

           move 0 to fe-fee-net fe-fee-vat
           move spaces to fe-description
           open input apptype-file
           if not fs-okay
              exit paragraph
           end-if
           move app-appt-type of app-days(dy-day dy-slot)
              to at-type-code
           read apptype-file
              invalid key continue
              not invalid key
                 move at-fee-net to fe-fee-net
                 move at-fee-vat to fe-fee-vat
                 move at-description to fe-description
           end-read
           close apptype-file

           if fe-fee-net equals 0 and fe-fee-vat equals 0
              exit paragraph
           end-if

           perform check-slot-already-invoiced
           if fe-found equals "y"
              exit paragraph
           end-if

           move spaces to lg-description
           string "Fee - " fe-description
              delimited by size into lg-description
           end-string
           perform raise-slot-invoice
           .

      *> one invoice line against the slot - fe-fee-net/fe-fee-vat
      *> and lg-description set by the caller
        raise-slot-invoice.
           perform load-next-fee-ledger-id

           open i-o ledger-file
           if ws-file-status equals "35"
              open output ledger-file
           end-if
           move "ledger-file" to fs-current-file
           perform check-file-status

           move fe-next-id to lg-entry-id
           move app-cust-id of app-days(dy-day dy-slot)
              to lg-customer-id
           move lnk-id to lg-store-id
           move "I" to lg-entry-type
           move pr-post-date to lg-entry-date
           if pr-result equals PERIODCHK-LATE
              move pr-date to lg-late-orig-date
           else
              move 0 to lg-late-orig-date
           end-if
           move app-store-id to lg-app-store-id
           move app-year to lg-app-year
           move app-week to lg-app-week
           move app-consultant-id to lg-app-consultant-id
           move dy-day to lg-app-day
           move dy-slot to lg-app-slot
           move fe-fee-net to lg-net-amount
           move fe-fee-vat to lg-vat-amount
           move lnk-Operator-Id to lg-taken-by
           move space to lg-pay-method
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
           perform check-file-status
           add 1 to dy-fees-raised
           .

      *> does an invoice already reference this exact slot - the
      *> customer's own ledger entries, keyed
        check-slot-already-invoiced.
           move "n" to fe-found
           open input ledger-file
           if not fs-okay
              exit paragraph
           end-if
           move app-cust-id of app-days(dy-day dy-slot)
              to lg-customer-id
           start ledger-file
               key = lg-customer-id
               invalid key move "y" to fe-eof
               not invalid key move "n" to fe-eof
           end-start

           perform until fe-eof equals "y"
              read ledger-file next record
                 at end move "y" to fe-eof
              end-read
              if not fs-okay or fe-eof equals "y"
                 or lg-customer-id not equals
                    app-cust-id of app-days(dy-day dy-slot)
                 move "y" to fe-eof
              else
                 if lg-type-invoice
                    and lg-app-store-id equals app-store-id
                    and lg-app-year equals app-year
                    and lg-app-week equals app-week
                    and lg-app-consultant-id
                        equals app-consultant-id
                    and lg-app-day equals dy-day
                    and lg-app-slot equals dy-slot
                    move "y" to fe-found
                    move "y" to fe-eof
                 end-if
              end-if
           end-perform
           close ledger-file
           .

      *> the ledger period control (periodchk.cbl) for the clinic
      *> day being closed - a late day posts into the open period
      *> carrying its own date, and with its period closed no fee
      *> is raised at all
        check-ledger-period.
           move sf-date to pr-date
           call "periodchk" using period-request
           end-call
           move return-code to pr-result
           if pr-result equals PERIODCHK-CLOSED
              move "y" to dy-period-closed
              move "Ledger period" to popup-title
              move "The ledger period for this day is closed -"
                 to popup-message-1
              move "no fees will be raised on the ledger"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> same read-increment-rewrite idiom as posledger.cbl's
      *> load-next-ledger-id
        load-next-fee-ledger-id.
           move 0 to Highest-Ledger-Id
           open i-o ledger-id-file with lock
           if ws-file-status equals "35"
              open output ledger-id-file
              perform check-file-status
              move 1 to Highest-Ledger-Id
              write LedgerIdInformation
              perform check-file-status
           else
              perform check-file-status
              read ledger-id-file
              perform check-file-status
              add 1 to Highest-Ledger-Id
              rewrite LedgerIdInformation
              perform check-file-status
           end-if
           close ledger-id-file
           perform check-file-status

           move Highest-Ledger-Id to fe-next-id
           .

      *> nothing left without an outcome - the day is recorded closed.
      *> closing the same day again (a late correction) adds this
      *> session's counts to the record already there
        offer-day-close.
           move "Every booked slot has an outcome - close the day?"
              to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "Y" and
              scr-af-key-code-1x not equals "y"
              exit paragraph
           end-if

           open i-o dayclose-file
           if ws-file-status equals "35"
              open output dayclose-file
              perform check-file-status
              close dayclose-file
              open i-o dayclose-file
           end-if
           move "dayclose-file" to fs-current-file
           perform check-file-status

           move lnk-id to dc-store-id
           move sf-date to dc-date
           read dayclose-file
              invalid key
                 move 0 to dc-marked-attended dc-marked-dna
                           dc-marked-cancelled dc-fees-raised
           end-read
           move lnk-Operator-Id to dc-closed-by
           move dy-today to dc-closed-date
           accept dc-closed-time from time
           add dy-marked-attended to dc-marked-attended
           add dy-marked-dna to dc-marked-dna
           add dy-marked-cancelled to dc-marked-cancelled
           add dy-fees-raised to dc-fees-raised

           write dayclose-entry
           if fs-key-already-exists
              rewrite dayclose-entry
           end-if
           perform check-file-status

           close dayclose-file

           move "Clinic day closed" to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        leave-day-open.
           move dy-unresolved-total to dy-count-disp
           move spaces to popup-l-message
           string "Day left open - " dy-count-disp
              " slot(s) still have no outcome" delimited by size
              into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

       copy "common.cpy".
