       identification division.
       program-id. ledgyearend.

      *> ledger year-end archive - manager only, from the accounting
      *> export's opening prompt. every balance enquiry and every
      *> aged-debt run adds up a customer's whole ledger history, so
      *> once a year the entries dated before the retention cut-off
      *> (the first of January after the year being closed) come off
      *> the live ledger into the ledger archive (ledgarch-fd.cpy),
      *> and each customer whose archived entries don't net to nil
      *> gets one brought-forward line on the live ledger for the
      *> difference, dated the cut-off - what they still owed, or a
      *> credit they still hold as a negative amount. a brought-
      *> forward line from an earlier year-end is archived and
      *> rolled into the new one like any other entry.
      *> the year has to leave at least YE-LIVE-YEARS whole years
      *> on the live ledger, and its December must have been closed
      *> (periodclose.cbl) so nothing still to go to the accountants
      *> is archived. posledger.cbl still shows a customer's archived
      *> entries on request.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "ledger-fc.cpy".
       copy "ledgarch-fc.cpy".
       copy "period-fc.cpy".

       select ledger-id-file assign "$MFOCALDIR/ledgerid.dat"
        organization is sequential
        status is ws-file-status.

      *> the brought-forward amounts gathered while archiving, put
      *> on the ledger once the pass over it is finished
       select broughtfwd-file assign "$MFOCALDIR/ledgbf.tmp"
        organization is sequential
        status is ws-file-status.

       data division.
       copy "ledger-fd.cpy".
       copy "ledgarch-fd.cpy".
       copy "period-fd.cpy".

       fd ledger-id-file.
       01 LedgerIdInformation.
         03 Highest-Ledger-Id     pic 9(9).

       fd broughtfwd-file.
       01 broughtfwd-entry.
         03 bf-customer-id        pic 9(9).
         03 bf-store-id           pic 9(5).
         03 bf-amount             pic s9(9)v99.

       working-storage section.
       copy "common_ws.cpy".

      *> whole years kept on the live ledger besides the current one
       78 YE-LIVE-YEARS        value 1.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 ye-today             pic 9(8).
       01 ye-this-year         pic 9999.

       01 ye-in-year           pic 9999.
       01 ye-cutoff            pic 9(8).
       01 redefines ye-cutoff.
         03 ye-co-yyyy         pic 9999.
         03 ye-co-mm           pic 99.
         03 ye-co-dd           pic 99.
       01 ye-cutoff-shown      pic x(10).
       01 ye-entry-date        pic 9(8).
       01 fields-valid         pic x.
       01 ye-eof               pic x.

      *> the customer whose entries are being read, and what their
      *> archived entries come to
       01 ye-cur-customer      pic 9(9).
       01 ye-cur-store         pic 9(5).
       01 ye-cur-count         binary-long.
       01 ye-cur-balance       pic s9(9)v99.

       01 ye-archived-count    binary-long value 0.
       01 ye-bf-count          binary-long value 0.
       01 ye-count-shown       pic z(8)9.
       01 ye-bf-shown          pic z(8)9.
       01 lg-next-id           pic 9(9).

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Ledger Year-End" to Menu-Name
           move "YE_M01" to Menu-Id

           if not lnk-Role-Manager
              move "Access denied" to popup-title
              move "The ledger year-end needs the manager role"
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

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to ye-today
           move yyyy to ye-this-year
           compute ye-in-year = ye-this-year - YE-LIVE-YEARS - 1

           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform clr-screen
              display g-menuheader
              display "Ledger year-end archive" at line 3 column 4
              display "Entries dated up to the end of the year below"
                 at line 5 column 4
              display "move to the ledger archive, leaving one"
                 at line 6 column 4
              display "brought-forward line per customer with a"
                 at line 7 column 4
              display "balance. (0 leaves without archiving)"
                 at line 8 column 4
              display "Year to close: " at line 10 column 4
              perform idle-accept-start
              accept ye-in-year at line 10 column 19
                 timeout after idle-accept-secs
              perform idle-accept-check
              if ye-in-year equals 0
                 goback
              end-if
              perform validate-year-end
           end-perform

           compute ye-co-yyyy = ye-in-year + 1
           move 1 to ye-co-mm ye-co-dd
           move spaces to ye-cutoff-shown
           string ye-co-dd "/" ye-co-mm "/" ye-co-yyyy
              delimited by size into ye-cutoff-shown
           end-string

           move spaces to popup-l-message
           string "Archive all ledger entries dated before "
                  ye-cutoff-shown "?"
              delimited by size into popup-l-message
           end-string
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x equals "Y" or
              scr-af-key-code-1x equals "y"
              perform archive-old-entries
              perform post-brought-forward-lines
              move ye-archived-count to ye-count-shown
              move ye-bf-count to ye-bf-shown
              move spaces to popup-l-message
              string function trim(ye-count-shown)
                     " entries archived, "
                     function trim(ye-bf-shown)
                     " brought-forward line(s)"
                 delimited by size into popup-l-message
              end-string
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if

           goback.
      $end

        validate-year-end.
           move "y" to fields-valid
           move spaces to popup-message-1 popup-message-2

           evaluate true
              when ye-in-year < 2000
                 move "Enter the year as yyyy" to popup-message-2
              when ye-in-year + YE-LIVE-YEARS >= ye-this-year
                 move "That year is still kept on the live ledger"
                    to popup-message-2
              when other
                 perform check-december-closed
           end-evaluate

           if popup-message-2 not equals spaces
              move "n" to fields-valid
              move "Ledger year-end" to popup-title
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> the year's last month closed means the whole year has been
      *> to the accountants - the months can only close in turn
      *> behind an export that covered them
        check-december-closed.
           open input period-file
           if not fs-okay
              move "Close the year's ledger periods first"
                 to popup-message-2
              exit paragraph
           end-if
           compute pd-month = ye-in-year * 100 + 12
           read period-file
              invalid key
                 move "Close the year's ledger periods first"
                    to popup-message-2
              not invalid key
                 if not pd-status-closed
                    move "Close the year's ledger periods first"
                       to popup-message-2
                 end-if
           end-read
           close period-file
           .

      *> one walk of the ledger by customer: each entry dated before
      *> the cut-off goes into the archive and off the ledger, its
      *> amount counted into the customer's brought-forward figure
        archive-old-entries.
           move 0 to ye-archived-count ye-bf-count
           move 0 to ye-cur-customer ye-cur-store
           move 0 to ye-cur-count ye-cur-balance

           open i-o ledger-file
           move "ledger-file" to fs-current-file
           perform check-file-status
           open i-o ledgarch-file
           if ws-file-status equals "35"
              open output ledgarch-file
           end-if
           move "ledgarch-file" to fs-current-file
           perform check-file-status
           open output broughtfwd-file
           move "broughtfwd-file" to fs-current-file
           perform check-file-status

           move 0 to lg-customer-id
           start ledger-file
               key >= lg-customer-id
               invalid key move "y" to ye-eof
               not invalid key move "n" to ye-eof
           end-start

           perform until ye-eof equals "y"
              read ledger-file next record
                 at end move "y" to ye-eof
              end-read
              if not fs-okay
                 move "y" to ye-eof
              end-if
              if ye-eof not equals "y"
                 if lg-customer-id not equals ye-cur-customer
                    perform gather-brought-forward
                    move lg-customer-id to ye-cur-customer
                 end-if
                 move lg-entry-date to ye-entry-date
                 if ye-entry-date < ye-cutoff
                    perform archive-one-entry
                 end-if
              end-if
           end-perform
           perform gather-brought-forward

           close broughtfwd-file
           close ledgarch-file
           close ledger-file
           .

        archive-one-entry.
           move lg-customer-id to lh-customer-id
           move lg-entry-id to lh-entry-id
           move ye-cutoff to lh-cutoff-date
           move ye-today to lh-archived-date
           move lnk-Operator-Id to lh-archived-by
           move ledger-entry to lh-ledger-image
           move "ledgarch-file" to fs-current-file
           write ledgarch-entry
           if fs-key-already-exists
              rewrite ledgarch-entry
           end-if
           perform check-file-status

           evaluate true
              when lg-type-payment
                 subtract lg-net-amount from ye-cur-balance
              when lg-type-refund
                 add lg-net-amount to ye-cur-balance
              when lg-type-credit
                 subtract lg-net-amount from ye-cur-balance
                 subtract lg-vat-amount from ye-cur-balance
              when lg-type-brought-fwd
                 add lg-net-amount to ye-cur-balance
              when other
                 add lg-net-amount to ye-cur-balance
                 add lg-vat-amount to ye-cur-balance
           end-evaluate
           move lg-store-id to ye-cur-store
           add 1 to ye-cur-count
           add 1 to ye-archived-count

           move "ledger-file" to fs-current-file
           delete ledger-file
           perform check-file-status
           .

      *> the customer just finished with - nothing archived, or
      *> archived entries that settle each other, needs no line
        gather-brought-forward.
           if ye-cur-count > 0 and ye-cur-balance not equals 0
              move ye-cur-customer to bf-customer-id
              move ye-cur-store to bf-store-id
              move ye-cur-balance to bf-amount
              move "broughtfwd-file" to fs-current-file
              write broughtfwd-entry
              perform check-file-status
           end-if
           move 0 to ye-cur-count ye-cur-balance ye-cur-store
           .

        post-brought-forward-lines.
           open input broughtfwd-file
           if not fs-okay
              exit paragraph
           end-if
           open i-o ledger-file
           move "ledger-file" to fs-current-file
           perform check-file-status

           move "n" to ye-eof
           perform until ye-eof equals "y"
              read broughtfwd-file
                 at end move "y" to ye-eof
              end-read
              if ye-eof not equals "y"
                 perform write-brought-forward-line
              end-if
           end-perform

           close ledger-file
           close broughtfwd-file
           .

        write-brought-forward-line.
           perform load-next-ledger-id
           initialize ledger-entry
           move lg-next-id to lg-entry-id
           move bf-customer-id to lg-customer-id
           move bf-store-id to lg-store-id
           move "B" to lg-entry-type
           move ye-cutoff to lg-entry-date
           move 0 to lg-late-orig-date
           move zeroes to lg-app-ref
           move spaces to lg-description
           string "Balance brought forward at "
                  ye-cutoff-shown
              delimited by size into lg-description
           end-string
           move bf-amount to lg-net-amount
           move 0 to lg-vat-amount
           move lnk-Operator-Id to lg-taken-by
           move space to lg-pay-method
           move 0 to lg-orig-entry-id lg-order-id lg-patient-id
           move spaces to lg-reason-code lg-approved-by
                          lg-campaign-code lg-discount-code

           move "ledger-file" to fs-current-file
           write ledger-entry
           perform check-file-status
           add 1 to ye-bf-count
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
