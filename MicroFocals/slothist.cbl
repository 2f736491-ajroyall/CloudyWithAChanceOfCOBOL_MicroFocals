       identification division.
       program-id. slothist.

      *> slot history - who did what to one appointment slot and
      *> when. app-booked-by only remembers the last operator to
      *> touch a slot; the transaction journal (jrnlwrite.cbl) holds
      *> every image of the consultant's week record, so replaying
      *> the slot through them, oldest first, gives each change in
      *> turn - booked, moved away, cancelled and why, blocked,
      *> checked in, attended or not - with the customer, the time
      *> and the operator. the journals rolled into the backup
      *> generations (backuputil.cbl) are read ahead of the live one,
      *> so a dispute from before the last few backups can still be
      *> answered. the schedule screen journals its rewrites without
      *> a before image, so a change is found by comparing each image
      *> with the one before it. supervisor and above.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
      *> the appointment record layout, to lay the journal images
      *> over - the appointment file itself is never opened
       copy "app-fc.cpy".
       copy "customer-fc.cpy".

       select journal-file assign to dynamic sh-journal-path
        organization is sequential
        access is sequential
        status is ws-file-status.

       select backupgen-file assign "$MFOCALDIR/backupgen.dat"
        organization is sequential
        status is ws-file-status.

       data division.
       copy "app-fd.cpy".
       copy "customer-fd.cpy".
       copy "journal-fd.cpy".

       fd backupgen-file.
       01 BackupGenInformation.
         03 bk-last-gen         pic 9.
         03 bk-last-date        pic 9(8).

       working-storage section.
       copy "common_ws.cpy".
       01 ws-Consultant.
       copy "consultants.cpy" replacing ==:Prefix-:== by ==ws-==.

       copy "timegrid.cpy" replacing ==:Prefix-:== by ==sh-==.
       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

      *> backup generations kept in rotation, as backuputil.cbl
       78 SH-GENERATIONS        value 5.
       01 sh-journal-path       pic x(40).
       01 sh-gen-step           binary-long.
       01 sh-gen-num            pic 9.
       01 sh-journals-read      binary-long value 0.
       01 sh-journals-disp      pic z9.

       01 sh-date.
          03 sh-dd    pic 99.
          03 filler   pic x value "/".
          03 sh-mm    pic 99.
          03 filler   pic x value "/".
          03 sh-yyyy  pic 9999.
       01 sh-slot-start        pic 9999 value 0.
       01 sh-slot              binary-long.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 date-today-temp-formatted.
         03 dd        pic xx.
         03 filler    pic x value "/".
         03 mm        pic xx.
         03 filler    pic x value "/".
         03 yyyy      pic xxxx.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       01 fields-valid         pic x.
       01 eof                  pic x.
       01 counter              binary-long.

      *> the week record the slot lives in, as the journal keys it
       01 sh-want-key.
         03 sh-wk-store-id      pic 9(5).
         03 sh-wk-year          pic 9999.
         03 sh-wk-week          pic 99.
         03 sh-wk-consultant-id pic 9(9).

      *> the slot as one journal image leaves it, and as the image
      *> before it left it - same layout, moved as groups
       01 sh-slot-state.
         03 sh-st-cust          pic 9(9).
         03 sh-st-attended      pic x.
         03 sh-st-checkin       pic 9(8).
         03 sh-st-reason        pic x(2).
         03 sh-st-confirmed     pic x.
       01 sh-prior-state.
         03 sh-pr-cust          pic 9(9).
         03 sh-pr-attended      pic x.
         03 sh-pr-checkin       pic 9(8).
         03 sh-pr-reason        pic x(2).
         03 sh-pr-confirmed     pic x.
       01 sh-prior-known       pic x.
       01 sh-checkin-part      pic 9(8).

      *> the changes found, oldest first - a slot with more history
      *> than the table holds keeps the latest
       78 SH-MAX-EVENTS        value 200.
       01 sh-event occurs SH-MAX-EVENTS.
         03 sh-ev-date          pic x(10).
         03 sh-ev-time          pic x(5).
         03 sh-ev-text          pic x(24).
         03 sh-ev-cust          pic 9(9).
         03 sh-ev-operator      pic x(10).
       01 sh-event-count       binary-long value 0.
       01 sh-event-idx         binary-long.
       01 sh-dropped           pic x value "n".
       01 sh-new-text          pic x(24).
       01 sh-new-cust          pic 9(9).
       01 sh-reason-text       pic x(10).
       01 sh-time-part         pic 9(8).

       78 SH-PAGE-ROWS         value 15.
       01 sh-row               binary-long.
       01 sh-name              pic x(15).

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".

       01 g-slothist.
           03 line 3  col 4  pic x(30) value
              "Slot history".
           03 line 5  col 4  pic x(20) value "Date (dd/mm/yyyy)".
           03 line 5  col 26 pic x(10) using sh-date.
           03 line 6  col 4  pic x(20) value "Slot start (hhmm)".
           03 line 6  col 26 pic 9999  using sh-slot-start.

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Slot History" to Menu-Name
           move "SH_V01" to Menu-Id

           perform clr-screen
           display g-menuheader

           if not lnk-Role-Supervisor-Up
              move "Access denied" to popup-title
              move "Slot history needs the supervisor role"
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

           call "consultpopup" using lnk-store-info, ws-Consultant
           if return-code equals -1
              goback
           end-if

           call "buildtimegrid" using lnk-Slot-Length-Mins,
                   lnk-Day-Start-Time,
                   lnk-Day-End-Time,
                   sh-time-grid
           end-call

           accept date-today-temp from date YYYYMMDD
           move corresponding date-today-temp
            to date-today-temp-formatted
           move date-today-temp-formatted to sh-date

           perform clr-screen
           display g-menuheader
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-slothist
              display ws-FullName at line 3 column 20
              perform idle-accept-start
              accept g-slothist timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-slot-input
           end-perform

           move lnk-id to sh-wk-store-id
           move sh-yyyy to sh-wk-year
           move di-week-num to sh-wk-week
           move ws-Consultant-Id to sh-wk-consultant-id

           perform read-all-journals
           perform show-slot-history

           goback.
      $end

        validate-slot-input.
           call "valdated" using
              by reference z"dd/mm/yyyy"
              by reference sh-date
           end-call
           if return-code not equals 0
              move "Invalid date" to popup-message-2
              perform show-input-error
              exit paragraph
           end-if

           move sh-yyyy to sf-yyyy
           move sh-mm to sf-mm
           move sh-dd to sf-dd
           call "dateinfo" using sf-date di-date-info

           move 0 to sh-slot
           perform varying counter from 1 by 1
                until counter > sh-num-slots
              if sh-slot-lower(counter) equals sh-slot-start
                 move counter to sh-slot
              end-if
           end-perform
           if sh-slot equals 0
              move "No slot starts at that time" to popup-message-2
              perform show-input-error
              exit paragraph
           end-if

           move "y" to fields-valid
           .

        show-input-error.
           move "Field validation error" to popup-title
           move spaces to popup-message-1
           move "Okay" to popup-button-1
           call "errpopup" using popup-title,
                   popup-message-1,
                   popup-message-2
                   popup-button-1
           end-call
           .

      *> the backup generations oldest first - the one after the
      *> newest in the rotation is the oldest - then the live journal
        read-all-journals.
           move 0 to bk-last-gen
           open input backupgen-file
           if ws-file-status equals "00"
              read backupgen-file
                 at end continue
              end-read
              close backupgen-file
           end-if

           move "n" to sh-prior-known
           if bk-last-gen not equals 0
              perform varying sh-gen-step from 0 by 1
                   until sh-gen-step >= SH-GENERATIONS
                 compute sh-gen-num = function mod
                    (bk-last-gen + sh-gen-step, SH-GENERATIONS) + 1
                 move spaces to sh-journal-path
                 string "$MFOCALDIR/backup" sh-gen-num
                    "/journal.dat" delimited by size
                    into sh-journal-path
                 end-string
                 perform read-one-journal
              end-perform
           end-if

           move "$MFOCALDIR/journal.dat" to sh-journal-path
           perform read-one-journal
           .

        read-one-journal.
           open input journal-file
           if ws-file-status not equals "00"
              exit paragraph
           end-if
           add 1 to sh-journals-read

           move "n" to eof
           perform until eof equals "y"
              read journal-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and jr-file-tag equals JRNL-FILE-APP
                 and jr-key(1:20) equals sh-want-key
                 perform replay-journal-image
              end-if
           end-perform
           close journal-file
           .

      *> a before image, where the writer kept one, is the better
      *> word on what the slot held; a fresh week record held nothing
        replay-journal-image.
           if jr-before-image not equals spaces
              move jr-before-image to appointment
              perform take-slot-state
              move sh-slot-state to sh-prior-state
              move "y" to sh-prior-known
           else
              if jr-op-write
                 initialize sh-prior-state
                 move "y" to sh-prior-known
              end-if
           end-if

           if jr-op-delete
              initialize sh-slot-state
           else
              move jr-after-image to appointment
              perform take-slot-state
           end-if

           perform weigh-slot-change
           move sh-slot-state to sh-prior-state
           move "y" to sh-prior-known
           .

        take-slot-state.
           move app-cust-id of app-days(di-day-of-week-num sh-slot)
              to sh-st-cust
           move app-attended of app-days(di-day-of-week-num sh-slot)
              to sh-st-attended
           move app-checkin-time of
                app-days(di-day-of-week-num sh-slot)
              to sh-st-checkin
           move app-cancel-reason of
                app-days(di-day-of-week-num sh-slot)
              to sh-st-reason
           move app-confirmed of app-days(di-day-of-week-num sh-slot)
              to sh-st-confirmed
           .

      *> what changed between the two images - most rewrites of the
      *> week record are for other slots and say nothing about this
      *> one. the first image seen, with nothing before it, can only
      *> say what the slot held at that point
        weigh-slot-change.
           if sh-prior-known not equals "y"
              evaluate sh-st-cust
                 when invalid-custid
                    continue
                 when blocked-slot-id
                    move "On file - blocked" to sh-new-text
                    move 0 to sh-new-cust
                    perform add-event
                 when other
                    move "On file - booked" to sh-new-text
                    move sh-st-cust to sh-new-cust
                    perform add-event
              end-evaluate
              exit paragraph
           end-if

           if sh-pr-cust not equals sh-st-cust
              perform weigh-occupant-change
              exit paragraph
           end-if
           if sh-st-cust equals invalid-custid
              or sh-st-cust equals blocked-slot-id
              exit paragraph
           end-if

           move sh-st-cust to sh-new-cust
           if sh-pr-checkin equals 0
              and sh-st-checkin not equals 0
              move sh-st-checkin to sh-checkin-part
              move spaces to sh-new-text
              string "Checked in " sh-checkin-part(1:2) ":"
                 sh-checkin-part(3:2) delimited by size
                 into sh-new-text
              end-string
              perform add-event
           end-if
           if sh-pr-attended not equals sh-st-attended
              evaluate sh-st-attended
                 when "y"
                 when "Y"
                    move "Attended" to sh-new-text
                 when "n"
                 when "N"
                    if sh-st-reason equals CANCEL-REASON-NO-SHOW
                       move "Did not attend" to sh-new-text
                    else
                       move "Marked not attended" to sh-new-text
                    end-if
                 when other
                    move "Attendance cleared" to sh-new-text
              end-evaluate
              perform add-event
           end-if
           if sh-pr-confirmed not equals "Y"
              and sh-st-confirmed equals "Y"
              move "Confirmed by customer" to sh-new-text
              perform add-event
           end-if
           .

      *> someone new in the slot, or no one - a vacated slot says
      *> why through its cancel reason, and a move leaves RS behind
        weigh-occupant-change.
           evaluate true
              when sh-st-cust equals blocked-slot-id
                 move "Blocked" to sh-new-text
                 move 0 to sh-new-cust
              when sh-st-cust equals invalid-custid
                 and sh-pr-cust equals blocked-slot-id
                 move "Unblocked" to sh-new-text
                 move 0 to sh-new-cust
              when sh-st-cust equals invalid-custid
                 move sh-pr-cust to sh-new-cust
                 if sh-st-reason equals CANCEL-REASON-RESCHED
                    move "Moved to another slot" to sh-new-text
                 else
                    perform name-cancel-reason
                    move spaces to sh-new-text
                    string "Cancelled (" delimited by size
                       sh-reason-text delimited by space
                       ")" delimited by size
                       into sh-new-text
                    end-string
                 end-if
              when sh-pr-cust equals invalid-custid
                 or sh-pr-cust equals blocked-slot-id
                 move "Booked" to sh-new-text
                 move sh-st-cust to sh-new-cust
              when other
                 move "Booked over previous" to sh-new-text
                 move sh-st-cust to sh-new-cust
           end-evaluate
           perform add-event
           .

        name-cancel-reason.
           evaluate sh-st-reason
              when CANCEL-REASON-CUST-REQ
                 move "customer" to sh-reason-text
              when CANCEL-REASON-CLINIC
                 move "clinic" to sh-reason-text
              when CANCEL-REASON-NO-SHOW
                 move "no-show" to sh-reason-text
              when CANCEL-REASON-OTHER
                 move "other" to sh-reason-text
              when other
                 move "no reason" to sh-reason-text
           end-evaluate
           .

        add-event.
           if sh-event-count >= SH-MAX-EVENTS
              perform varying sh-event-idx from 2 by 1
                   until sh-event-idx > SH-MAX-EVENTS
                 move sh-event(sh-event-idx)
                    to sh-event(sh-event-idx - 1)
              end-perform
              move "y" to sh-dropped
           else
              add 1 to sh-event-count
           end-if

           move spaces to sh-ev-date(sh-event-count)
           string jr-date(7:2) "/" jr-date(5:2) "/" jr-date(1:4)
              delimited by size into sh-ev-date(sh-event-count)
           end-string
           move jr-time to sh-time-part
           move spaces to sh-ev-time(sh-event-count)
           string sh-time-part(1:2) ":" sh-time-part(3:2)
              delimited by size into sh-ev-time(sh-event-count)
           end-string
           move sh-new-text to sh-ev-text(sh-event-count)
           move sh-new-cust to sh-ev-cust(sh-event-count)
           if jr-operator equals spaces
              move "(batch)" to sh-ev-operator(sh-event-count)
           else
              move jr-operator to sh-ev-operator(sh-event-count)
           end-if
           .

        show-slot-history.
           if sh-event-count equals 0
              move "Slot history" to popup-title
              move "No change to this slot is in the journals"
                 to popup-message-1
              move sh-journals-read to sh-journals-disp
              move spaces to popup-message-2
              string sh-journals-disp " journal(s) searched"
                 delimited by size into popup-message-2
              end-string
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           open input cust-file
           move 0 to sh-row
           perform varying sh-event-idx from 1 by 1
                until sh-event-idx > sh-event-count
              if sh-row equals 0
                 perform show-history-heading
              end-if
              add 1 to sh-row
              perform show-history-row
              if sh-row >= SH-PAGE-ROWS
                 and sh-event-idx < sh-event-count
                 move "More changes follow" to popup-l-message
                 move "Press a key" to popup-l-button
                 perform display-lower-popup
                 move 0 to sh-row
              end-if
           end-perform
           close cust-file

           move "End of slot history" to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        show-history-heading.
           perform clr-screen
           display g-menuheader
           display "Slot history" at line 2 column 4
           display ws-FullName(1:30) at line 2 column 18
           display sh-date at line 2 column 50
           display sh-slot-label(sh-slot) at line 2 column 62
           move sh-journals-read to sh-journals-disp
           display sh-journals-disp at line 3 column 4
           display "journal(s) searched, oldest change first"
              at line 3 column 7
           if sh-dropped equals "y"
              display "- earlier changes not shown"
                 at line 3 column 48
           end-if
           display "Date       Time  Change" at line 5 column 2
           display "Customer" at line 5 column 44
           display "Operator" at line 5 column 70
           .

        show-history-row.
           display sh-ev-date(sh-event-idx)
              at line sh-row + 5 column 2
           display sh-ev-time(sh-event-idx)
              at line sh-row + 5 column 13
           display sh-ev-text(sh-event-idx)
              at line sh-row + 5 column 19
           move spaces to sh-name
           if sh-ev-cust(sh-event-idx) not equals 0
              display sh-ev-cust(sh-event-idx)
                 at line sh-row + 5 column 44
              move sh-ev-cust(sh-event-idx)
                 to f-Customer-Id of f-CustomerInformation
              read cust-file
                 invalid key continue
                 not invalid key move f-FullName to sh-name
              end-read
           end-if
           display sh-name at line sh-row + 5 column 54
           display sh-ev-operator(sh-event-idx)
              at line sh-row + 5 column 70
           .

       copy "common.cpy".
