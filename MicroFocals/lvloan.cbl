       identification division.
       program-id. lvloan.

      *> low vision aid loans - the store's lending pool of
      *> magnifiers and reading aids (lvaid-fd.cpy) and the loans of
      *> them to customers (lvloan-fd.cpy). opens with a choice:
      *>   L - a customer's loans, found via custpopup: the loans
      *>       they have had, newest last, with any still out past
      *>       its due-back date flagged OVERDUE. an aid is issued
      *>       by its register id for a number of weeks; an open loan
      *>       is closed as returned (back on the shelf), purchased
      *>       (the customer keeps it and the aid's value is invoiced
      *>       on the ledger, while the ledger period is open -
      *>       periodchk.cbl) or lost (written off, supervisor and
      *>       up).
      *>   R - the aid register for this store: add an aid, or
      *>       correct one's description, serial and value and take
      *>       it out of (or back into) the lending pool.
      *> lvremind.cbl chases the overdue loans through the comms
      *> queue, lvmonth.cbl reports the month per store.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "lvaid-fc.cpy".
       copy "lvloan-fc.cpy".
       copy "ledger-fc.cpy".

       select lvaid-id-file assign "$MFOCALDIR/lvaidid.dat"
        organization is sequential
        status is ws-file-status.

       select lvloan-id-file assign "$MFOCALDIR/lvloanid.dat"
        organization is sequential
        status is ws-file-status.

       select ledger-id-file assign "$MFOCALDIR/ledgerid.dat"
        organization is sequential
        status is ws-file-status.

       data division.
       copy "lvaid-fd.cpy".
       copy "lvloan-fd.cpy".
       copy "ledger-fd.cpy".

       fd lvaid-id-file.
       01 LvAidIdInformation.
         03 Highest-LvAid-Id      pic 9(9).

       fd lvloan-id-file.
       01 LvLoanIdInformation.
         03 Highest-LvLoan-Id     pic 9(9).

       fd ledger-id-file.
       01 LedgerIdInformation.
         03 Highest-Ledger-Id     pic 9(9).

       working-storage section.
       copy "common_ws.cpy".

       01 wsc-Customer.
       copy "customerinfo.cpy" replacing ==:Prefix-:== by ==wsc-==.

      *> the usual loan - long enough to try the aid at home
       78 LV-DEFAULT-WEEKS     value 4.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 lv-today             pic 9(8).
       01 lv-today-num         pic 9(9).

       01 lv-direction         pic x.
       01 lv-choice            pic 99.
       01 lv-action            pic x.
       01 lv-eof               pic x.
       01 lv-found             pic x.
       01 fields-valid         pic x.

       01 lv-in-item-id        pic 9(9).
       01 lv-in-weeks          pic 99.
       01 lv-in-description    pic x(30).
       01 lv-in-serial         pic x(20).
       01 lv-in-value          pic 9(5)v99.
       01 lv-in-withdrawn      pic x.

       01 lv-next-id           pic 9(9).
       01 lg-next-id           pic 9(9).

      *> request block handed to periodchk
       01 period-request.
         03 pr-date            pic 9(8).
         03 pr-post-date       pic 9(8).
       01 pr-result            binary-long.

       01 lv-date-work         pic 9(8).
       01 redefines lv-date-work.
         03 lv-dw-yyyy         pic 9999.
         03 lv-dw-mm           pic 99.
         03 lv-dw-dd           pic 99.

       78 LV-MAX-LIST          value 12.
       01 lv-list-count        binary-long value 0.
       01 lv-list occurs LV-MAX-LIST.
         03 lv-list-loan-id    pic 9(9).
         03 lv-list-aid-id     pic 9(9).
         03 lv-list-desc       pic x(30).
         03 lv-list-issued     pic x(10).
         03 lv-list-due        pic x(10).
         03 lv-list-state      pic x(10).
         03 lv-list-open       pic x.

       78 LV-MAX-AIDS          value 15.
       01 lv-aid-count         binary-long value 0.
       01 lv-aids occurs LV-MAX-AIDS.
         03 lv-aid-id          pic 9(9).
         03 lv-aid-desc        pic x(30).
         03 lv-aid-serial      pic x(20).
         03 lv-aid-value       pic zzzz9.99.
         03 lv-aid-state       pic x(10).
       01 lv-aid-total         binary-long value 0.
       01 lv-aid-total-shown   pic zzz9.

       01 lv-row               binary-long.
       01 lv-value-shown       pic zzzz9.99.

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".

       01 g-lvissue.
           03 line 5  col 4  pic x(18) value "Aid register id".
           03 line 5  col 24 pic 9(9)  using lv-in-item-id.
           03 line 6  col 4  pic x(18) value "Loan for (weeks)".
           03 line 6  col 24 pic 99    using lv-in-weeks.
           03 line 8  col 4  pic x(40) value
              "(aid id 0 leaves without issuing)".

       01 g-lvaid.
           03 line 5  col 4  pic x(14) value "Description".
           03 line 5  col 20 pic x(30) using lv-in-description.
           03 line 6  col 4  pic x(14) value "Serial".
           03 line 6  col 20 pic x(20) using lv-in-serial.
           03 line 7  col 4  pic x(14) value "Value".
           03 line 7  col 20 pic 99999.99 using lv-in-value.
           03 line 8  col 4  pic x(30) value
              "Withdrawn from lending [Y/N]".
           03 line 8  col 36 pic x     using lv-in-withdrawn.
           03 line 10 col 4  pic x(50) value
              "(blank description leaves the register as it was)".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Low Vision Aids" to Menu-Name
           move "LV_M01" to Menu-Id

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to lv-today
           move function integer-of-date(lv-today) to lv-today-num

           perform clr-screen
           display g-menuheader
           move space to lv-direction
           display "[L]oans for a customer or aid [R]egister: "
              at line 3 column 4
           perform idle-accept-start
           accept lv-direction at line 3 column 47
              timeout after idle-accept-secs
           perform idle-accept-check
           if lv-direction equals "R" or lv-direction equals "r"
              perform aid-register
              goback
           end-if

           perform clr-screen
           display g-menuheader
           call "custpopupsetcaller" using by content
                "lvloan      "
           end-call
           call "custpopup" using wsc-Customer
           if return-code equals -1
              goback
           end-if

           perform load-loan-list
           perform show-loan-list

           move 0 to lv-choice
           move space to lv-action
           display "Entry # to close (0 = none): " at line 20 column 4
           perform idle-accept-start
           accept lv-choice at line 20 column 34
              timeout after idle-accept-secs
           perform idle-accept-check
           if lv-choice > 0 and lv-choice <= lv-list-count
              if lv-list-open(lv-choice) equals "y"
                 display "[R]eturned, [P]urchased or [L]ost: "
                    at line 21 column 4
                 perform idle-accept-start
                 accept lv-action at line 21 column 40
                    timeout after idle-accept-secs
                 perform idle-accept-check
                 move function upper-case(lv-action) to lv-action
                 if lv-action equals "R" or "P" or "L"
                    perform close-loan
                 end-if
              else
                 move "That loan is already closed" to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
              end-if
           else
              move "Issue an aid on loan?" to popup-l-message
              move "[Y]es or [N]o" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x equals "Y" or
                 scr-af-key-code-1x equals "y"
                 perform issue-loan
              end-if
           end-if

           goback.
      $end

      *> every loan the customer has had, read through the customer
      *> key - the list keeps the last LV-MAX-LIST read, so the
      *> newest loans are what shows
        load-loan-list.
           move 0 to lv-list-count
           open input lvloan-file
           if not fs-okay
              exit paragraph
           end-if
           open input lvaid-file
           move wsc-Customer-Id to ln-customer-id
           start lvloan-file
               key = ln-customer-id
               invalid key move "y" to lv-eof
               not invalid key move "n" to lv-eof
           end-start

           perform until lv-eof equals "y"
              read lvloan-file next record
                 at end move "y" to lv-eof
              end-read
              if not fs-okay or lv-eof equals "y" or
                 ln-customer-id not equals wsc-Customer-Id
                 move "y" to lv-eof
              else
                 if lv-list-count < LV-MAX-LIST
                    add 1 to lv-list-count
                 else
                    perform varying lv-row from 1 by 1
                         until lv-row >= LV-MAX-LIST
                       move lv-list(lv-row + 1) to lv-list(lv-row)
                    end-perform
                 end-if
                 perform fill-loan-entry
              end-if
           end-perform
           close lvaid-file
           close lvloan-file
           .

        fill-loan-entry.
           move ln-loan-id to lv-list-loan-id(lv-list-count)
           move ln-item-id to lv-list-aid-id(lv-list-count)
           move ln-item-id to la-item-id
           read lvaid-file
              invalid key
                 move "(not on register)"
                    to lv-list-desc(lv-list-count)
              not invalid key
                 move la-description to lv-list-desc(lv-list-count)
           end-read
           move ln-issued-date to lv-date-work
           move spaces to lv-list-issued(lv-list-count)
           string lv-dw-dd "/" lv-dw-mm "/" lv-dw-yyyy
              delimited by size
              into lv-list-issued(lv-list-count)
           end-string
           move ln-due-date to lv-date-work
           move spaces to lv-list-due(lv-list-count)
           string lv-dw-dd "/" lv-dw-mm "/" lv-dw-yyyy
              delimited by size
              into lv-list-due(lv-list-count)
           end-string
           move "n" to lv-list-open(lv-list-count)
           evaluate true
              when ln-outcome-returned
                 move "Returned" to lv-list-state(lv-list-count)
              when ln-outcome-purchased
                 move "Purchased" to lv-list-state(lv-list-count)
              when ln-outcome-lost
                 move "Lost" to lv-list-state(lv-list-count)
              when ln-due-date < lv-today
                 move "y" to lv-list-open(lv-list-count)
                 move "OVERDUE" to lv-list-state(lv-list-count)
              when other
                 move "y" to lv-list-open(lv-list-count)
                 move "Out" to lv-list-state(lv-list-count)
           end-evaluate
           .

        show-loan-list.
           perform clr-screen
           display g-menuheader
           display wsc-FullName at line 3 column 4
           if lv-list-count equals 0
              display "No low vision aid loans" at line 5 column 4
              exit paragraph
           end-if
           display "Aid                            Issued     Due back"
              at line 5 column 6
           perform varying lv-row from 1 by 1
               until lv-row > lv-list-count
              display lv-row at line lv-row + 5 column 2
              display lv-list-desc(lv-row)
                 at line lv-row + 5 column 6
              display lv-list-issued(lv-row)
                 at line lv-row + 5 column 37
              display lv-list-due(lv-row)
                 at line lv-row + 5 column 48
              display lv-list-state(lv-row)
                 at line lv-row + 5 column 60
           end-perform
           .

      *> an aid goes out from this store's shelf only - one on loan,
      *> sold, lost or withdrawn can't be lent
        issue-loan.
           move 0 to lv-in-item-id
           move LV-DEFAULT-WEEKS to lv-in-weeks
           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform clr-screen
              display g-menuheader
              display wsc-FullName at line 3 column 4
              display g-lvissue
              perform idle-accept-start
              accept g-lvissue timeout after idle-accept-secs
              perform f1-or-quit
              if lv-in-item-id equals 0
                 exit paragraph
              end-if
              perform validate-issue
           end-perform

           perform load-next-lvloan-id
           initialize lvloan-entry
           move lv-next-id to ln-loan-id
           move wsc-Customer-Id to ln-customer-id
           move lv-in-item-id to ln-item-id
           move lnk-id to ln-store-id
           move lv-today to ln-issued-date
           compute lv-date-work = function date-of-integer(
              lv-today-num + lv-in-weeks * 7)
           move lv-date-work to ln-due-date
           move lnk-Operator-Id to ln-issued-by
           move space to ln-outcome

           open i-o lvloan-file
           if ws-file-status equals "35"
              open output lvloan-file
           end-if
           perform check-file-status
           write lvloan-entry
           perform check-file-status
           close lvloan-file

           open i-o lvaid-file
           perform check-file-status
           move lv-in-item-id to la-item-id
           read lvaid-file
              invalid key continue
           end-read
           if fs-okay
              move "O" to la-status
              move ln-loan-id to la-current-loan-id
              rewrite lvaid-entry
              perform check-file-status
           end-if
           close lvaid-file

           move spaces to popup-l-message
           string "Loan issued - due back "
              lv-dw-dd "/" lv-dw-mm "/" lv-dw-yyyy
              delimited by size into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        validate-issue.
           move "y" to fields-valid
           move spaces to popup-message-1 popup-message-2
           move "n" to lv-found
           open input lvaid-file
           if fs-okay
              move lv-in-item-id to la-item-id
              read lvaid-file
                 invalid key continue
                 not invalid key move "y" to lv-found
              end-read
              close lvaid-file
           end-if

           evaluate true
              when lv-found not equals "y"
                 move "n" to fields-valid
                 move "No aid on the register with that id"
                    to popup-message-1
              when la-store-id not equals lnk-id
                 move "n" to fields-valid
                 move "That aid belongs to another store"
                    to popup-message-1
              when not la-status-in-stock
                 move "n" to fields-valid
                 move "That aid is not on the shelf to lend"
                    to popup-message-1
              when lv-in-weeks = 0 or lv-in-weeks > 26
                 move "n" to fields-valid
                 move "A loan runs 1 to 26 weeks" to popup-message-1
           end-evaluate

           if fields-valid equals "y"
              display la-description at line 5 column 36
           else
              move "Field validation error" to popup-title
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> the outcome closes the loan and settles the aid: back on
      *> the shelf, sold to the customer or written off
        close-loan.
           if lv-action equals "L" and not lnk-Role-Supervisor-Up
              move "Supervisor only" to popup-title
              move "Writing off a lost aid needs a supervisor"
                 to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           open i-o lvaid-file
           if not fs-okay
              exit paragraph
           end-if
           move lv-list-aid-id(lv-choice) to la-item-id
           read lvaid-file
              invalid key
                 move "n" to lv-found
                 initialize lvaid-entry
                 move lv-list-aid-id(lv-choice) to la-item-id
              not invalid key
                 move "y" to lv-found
           end-read

           if lv-action equals "P"
              move lv-today to pr-date
              call "periodchk" using period-request
              end-call
              move return-code to pr-result
              if pr-result equals PERIODCHK-CLOSED
                 close lvaid-file
                 move "Ledger period" to popup-title
                 move "The current ledger period is closed -"
                    to popup-message-1
                 move "the purchase has not been recorded"
                    to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
                 exit paragraph
              end-if
           end-if

           open i-o lvloan-file
           perform check-file-status
           move lv-list-loan-id(lv-choice) to ln-loan-id
           read lvloan-file
              invalid key
                 close lvloan-file
                 close lvaid-file
                 exit paragraph
           end-read

           move lv-action to ln-outcome
           move lv-today to ln-closed-date
           move lnk-Operator-Id to ln-closed-by
           move la-value to ln-closed-value
           move 0 to ln-ledger-id
           evaluate lv-action
              when "R"
                 move "A" to la-status
              when "P"
                 move "P" to la-status
                 perform post-aid-purchase
                 move lg-entry-id to ln-ledger-id
              when "L"
                 move "L" to la-status
           end-evaluate
           move 0 to la-current-loan-id
           rewrite lvloan-entry
           perform check-file-status
           close lvloan-file

           if lv-found equals "y"
              rewrite lvaid-entry
              perform check-file-status
           end-if
           close lvaid-file

           move la-value to lv-value-shown
           move spaces to popup-l-message
           evaluate lv-action
              when "R"
                 move "Aid returned to the shelf" to popup-l-message
              when "P"
                 string "Purchase of " lv-value-shown
                    " invoiced on the ledger"
                    delimited by size into popup-l-message
                 end-string
              when "L"
                 string "Aid written off at " lv-value-shown
                    delimited by size into popup-l-message
                 end-string
           end-evaluate
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> the customer keeps the aid - one invoice line for its
      *> value, the same record shape and id sequence posledger.cbl
      *> uses at the counter
        post-aid-purchase.
           perform load-next-ledger-id
           move lg-next-id to lg-entry-id
           move wsc-Customer-Id to lg-customer-id
           move lnk-id to lg-store-id
           move "I" to lg-entry-type
           move pr-post-date to lg-entry-date
           if pr-result equals PERIODCHK-LATE
              move pr-date to lg-late-orig-date
           else
              move 0 to lg-late-orig-date
           end-if
           move 0 to lg-app-store-id lg-app-year lg-app-week
                     lg-app-consultant-id lg-app-day lg-app-slot
           move spaces to lg-description
           string "LV aid " la-description
              delimited by size into lg-description
           end-string
           move la-value to lg-net-amount
           move 0 to lg-vat-amount
           move lnk-Operator-Id to lg-taken-by
           move space to lg-pay-method
           move 0 to lg-orig-entry-id
           move spaces to lg-reason-code lg-approved-by
           move 0 to lg-order-id
           move spaces to lg-campaign-code
           move spaces to lg-discount-code
           move 0 to lg-patient-id

           open i-o ledger-file
           if ws-file-status equals "35"
              open output ledger-file
           end-if
           perform check-file-status
           write ledger-entry
           perform check-file-status
           close ledger-file
           perform check-file-status
           .

      *> this store's aids, newest last - picking one corrects it,
      *> otherwise a new one can be added
        aid-register.
           perform load-aid-list
           perform show-aid-list

           move 0 to lv-choice
           display "Entry # to change (0 = none): " at line 22 column 4
           perform idle-accept-start
           accept lv-choice at line 22 column 35
              timeout after idle-accept-secs
           perform idle-accept-check
           if lv-choice > 0 and lv-choice <= lv-aid-count
              perform edit-aid
           else
              move "Add a new aid to the register?" to popup-l-message
              move "[Y]es or [N]o" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x equals "Y" or
                 scr-af-key-code-1x equals "y"
                 move 0 to lv-choice
                 perform edit-aid
              end-if
           end-if
           .

        load-aid-list.
           move 0 to lv-aid-count lv-aid-total
           open input lvaid-file
           if not fs-okay
              exit paragraph
           end-if
           move 0 to la-item-id
           start lvaid-file
               key > la-item-id
               invalid key move "y" to lv-eof
               not invalid key move "n" to lv-eof
           end-start
           perform until lv-eof equals "y"
              read lvaid-file next record
                 at end move "y" to lv-eof
              end-read
              if not fs-okay or lv-eof equals "y"
                 move "y" to lv-eof
              else
                 if la-store-id equals lnk-id
                    add 1 to lv-aid-total
                    if lv-aid-count < LV-MAX-AIDS
                       add 1 to lv-aid-count
                    else
                       perform varying lv-row from 1 by 1
                            until lv-row >= LV-MAX-AIDS
                          move lv-aids(lv-row + 1) to lv-aids(lv-row)
                       end-perform
                    end-if
                    perform fill-aid-entry
                 end-if
              end-if
           end-perform
           close lvaid-file
           .

        fill-aid-entry.
           move la-item-id to lv-aid-id(lv-aid-count)
           move la-description to lv-aid-desc(lv-aid-count)
           move la-serial to lv-aid-serial(lv-aid-count)
           move la-value to lv-aid-value(lv-aid-count)
           evaluate true
              when la-status-in-stock
                 move "In stock" to lv-aid-state(lv-aid-count)
              when la-status-on-loan
                 move "On loan" to lv-aid-state(lv-aid-count)
              when la-status-purchased
                 move "Sold" to lv-aid-state(lv-aid-count)
              when la-status-lost
                 move "Lost" to lv-aid-state(lv-aid-count)
              when la-status-withdrawn
                 move "Withdrawn" to lv-aid-state(lv-aid-count)
           end-evaluate
           .

        show-aid-list.
           perform clr-screen
           display g-menuheader
           display "Low vision aid register - this store"
              at line 3 column 4
           move lv-aid-total to lv-aid-total-shown
           display lv-aid-total-shown at line 3 column 50
           display "aid(s)" at line 3 column 55
           if lv-aid-count equals 0
              display "No aids on the register" at line 5 column 4
              exit paragraph
           end-if
           perform varying lv-row from 1 by 1
               until lv-row > lv-aid-count
              display lv-row at line lv-row + 4 column 2
              display lv-aid-id(lv-row) at line lv-row + 4 column 6
              display lv-aid-desc(lv-row) at line lv-row + 4 column 16
              display lv-aid-serial(lv-row)(1:12)
                 at line lv-row + 4 column 47
              display lv-aid-value(lv-row)
                 at line lv-row + 4 column 60
              display lv-aid-state(lv-row)
                 at line lv-row + 4 column 70
           end-perform
           .

      *> lv-choice zero adds a new aid. only an aid on the shelf
      *> can be withdrawn, and only a withdrawn one put back - loan
      *> outcomes move an aid on or off loan, not this screen
        edit-aid.
           move "n" to lv-found
           move spaces to lv-in-description lv-in-serial
           move 0 to lv-in-value
           move "N" to lv-in-withdrawn
           if lv-choice > 0
              open input lvaid-file
              if fs-okay
                 move lv-aid-id(lv-choice) to la-item-id
                 read lvaid-file
                    invalid key continue
                    not invalid key move "y" to lv-found
                 end-read
                 close lvaid-file
              end-if
              if lv-found not equals "y"
                 exit paragraph
              end-if
              move la-description to lv-in-description
              move la-serial to lv-in-serial
              move la-value to lv-in-value
              if la-status-withdrawn
                 move "Y" to lv-in-withdrawn
              end-if
           end-if

           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform clr-screen
              display g-menuheader
              if lv-found equals "y"
                 display "Aid" at line 3 column 4
                 display la-item-id at line 3 column 8
              else
                 display "New aid" at line 3 column 4
              end-if
              display g-lvaid
              perform idle-accept-start
              accept g-lvaid timeout after idle-accept-secs
              perform f1-or-quit
              if lv-in-description equals spaces
                 exit paragraph
              end-if
              perform validate-aid
           end-perform

           if lv-found not equals "y"
              perform load-next-lvaid-id
              initialize lvaid-entry
              move lv-next-id to la-item-id
              move lnk-id to la-store-id
              move "A" to la-status
              move lv-today to la-added-date
              move lnk-Operator-Id to la-added-by
           end-if
           move lv-in-description to la-description
           move lv-in-serial to la-serial
           move lv-in-value to la-value
           if lv-in-withdrawn equals "Y" and la-status-in-stock
              move "W" to la-status
           end-if
           if lv-in-withdrawn equals "N" and la-status-withdrawn
              move "A" to la-status
           end-if

           open i-o lvaid-file
           if ws-file-status equals "35"
              open output lvaid-file
           end-if
           perform check-file-status
           if lv-found equals "y"
              rewrite lvaid-entry
           else
              write lvaid-entry
           end-if
           perform check-file-status
           close lvaid-file

           move spaces to popup-l-message
           string "Aid " la-item-id " saved on the register"
              delimited by size into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        validate-aid.
           move "y" to fields-valid
           move function upper-case(lv-in-withdrawn) to lv-in-withdrawn
           if lv-in-value equals 0
              or (lv-in-withdrawn not equals "Y" and "N")
              move "n" to fields-valid
              move "Give the aid's replacement value and"
                 to popup-message-1
              move "Y or N for withdrawn" to popup-message-2
           end-if
           if fields-valid equals "y"
              and lv-in-withdrawn equals "Y"
              and lv-found equals "y"
              and not la-status-in-stock
              and not la-status-withdrawn
              move "n" to fields-valid
              move "Only an aid on the shelf can be"
                 to popup-message-1
              move "withdrawn from lending" to popup-message-2
           end-if

           if fields-valid not equals "y"
              move "Field validation error" to popup-title
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> next aid and loan ids under an exclusive lock, same
      *> read-increment-rewrite idiom as the other id files
        load-next-lvaid-id.
           move 0 to Highest-LvAid-Id
           open i-o lvaid-id-file with lock
           if ws-file-status equals "35"
              open output lvaid-id-file
              perform check-file-status
              move 1 to Highest-LvAid-Id
              write LvAidIdInformation
              perform check-file-status
           else
              perform check-file-status
              read lvaid-id-file
              perform check-file-status
              add 1 to Highest-LvAid-Id
              rewrite LvAidIdInformation
              perform check-file-status
           end-if
           close lvaid-id-file
           perform check-file-status

           move Highest-LvAid-Id to lv-next-id
           .

        load-next-lvloan-id.
           move 0 to Highest-LvLoan-Id
           open i-o lvloan-id-file with lock
           if ws-file-status equals "35"
              open output lvloan-id-file
              perform check-file-status
              move 1 to Highest-LvLoan-Id
              write LvLoanIdInformation
              perform check-file-status
           else
              perform check-file-status
              read lvloan-id-file
              perform check-file-status
              add 1 to Highest-LvLoan-Id
              rewrite LvLoanIdInformation
              perform check-file-status
           end-if
           close lvloan-id-file
           perform check-file-status

           move Highest-LvLoan-Id to lv-next-id
           .

        load-next-ledger-id.
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

           move Highest-Ledger-Id to lg-next-id
           .

       copy "common.cpy".
