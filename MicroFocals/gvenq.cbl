       identification division.
       program-id. gvenq.

      *> gift voucher enquiry - for a voucher number keyed at the
      *> counter, the voucher (giftvouch-fd.cpy) as it stands: what
      *> it was sold for, where and when, what is left on it to
      *> spend and until when, whether it is live, used up or
      *> lapsed, then its history (giftvtx-fd.cpy) newest last with
      *> the ledger entry behind each movement. the number is
      *> checked through gvpost.cbl first, so a mistyped one is
      *> told apart from one that was never sold. read only -
      *> vouchers only move through the till (posledger.cbl) and the
      *> month-end lapse run (gvmonth.cbl). a blank number leaves.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "giftvouch-fc.cpy".
       copy "giftvtx-fc.cpy".

       data division.
       copy "giftvouch-fd.cpy".
       copy "giftvtx-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       01 ve-in-voucher                pic 9(9).
       01 ve-eof                       pic x.
       01 ve-found                     pic x.

      *> request block handed to gvpost
       01 giftvoucher-request.
       copy "gvreq.cpy" replacing ==:Prefix-:== by ==gq-==.

       78 VE-MAX-LIST                  value 10.
       01 ve-list-count                binary-long value 0.
       01 ve-list occurs VE-MAX-LIST.
          03 ve-list-date              pic x(10).
          03 ve-list-type              pic x(10).
          03 ve-list-amount            pic -zzzz9.99.
          03 ve-list-balance           pic zzzz9.99.
          03 ve-list-ledger            pic zzzzzzzz9.
          03 ve-list-store             pic zzzz9.
       01 ve-row                       binary-long.
       01 ve-first-seq                 pic 9(5).

       01 ve-money-edit                pic zzzzzz9.99.
       01 ve-status-text               pic x(24).
       01 ve-date-edit.
          03 ve-ed-dd                  pic 99.
          03 filler                    pic x value "/".
          03 ve-ed-mm                  pic 99.
          03 filler                    pic x value "/".
          03 ve-ed-yyyy                pic 9999.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".

       01 g-gvenq.
           03 line 3  col 4  pic x(30) value
              "Gift voucher enquiry".
           03 line 4  col 4  pic x(22) value "Voucher number".
           03 line 4  col 28 pic 9(9) using ve-in-voucher.
           03 line 4  col 40 pic x(24) value
              "(blank to finish)".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Gift Vouchers" to Menu-Name
           move "GV_M01" to Menu-Id

           accept date-today-temp from date YYYYMMDD

           perform clr-screen
           display g-menuheader

           move 1 to ve-in-voucher
           perform until ve-in-voucher equals 0
              move 0 to ve-in-voucher
              display g-gvenq
              perform idle-accept-start
              accept g-gvenq timeout after idle-accept-secs
              perform f1-or-quit
              if ve-in-voucher not equals 0
                 perform load-voucher
                 perform show-voucher
              end-if
           end-perform

           goback.
      $end

      *> gvpost checks the number's check digit and looks it up;
      *> the record and history are then read here for the screen
        load-voucher.
           move "n" to ve-found
           move 0 to ve-list-count
           move "Q" to gq-action
           move ve-in-voucher to gq-voucher-no
           move date-today-temp to gq-date
           call "gvpost" using giftvoucher-request
           end-call
           if return-code not equals GVPOST-OK
              exit paragraph
           end-if

           open input giftvouch-file
           if not fs-okay
              exit paragraph
           end-if
           move ve-in-voucher to gv-voucher-no
           read giftvouch-file
              invalid key continue
              not invalid key move "y" to ve-found
           end-read
           close giftvouch-file
           if ve-found not equals "y"
              exit paragraph
           end-if

           open input giftvtx-file
           if not fs-okay
              exit paragraph
           end-if
           if gv-last-seq > VE-MAX-LIST
              compute ve-first-seq = gv-last-seq - VE-MAX-LIST + 1
           else
              move 1 to ve-first-seq
           end-if
           move gv-voucher-no to gt-voucher-no
           move ve-first-seq to gt-seq
           start giftvtx-file
               key >= gt-key
               invalid key move "y" to ve-eof
               not invalid key move "n" to ve-eof
           end-start
           perform until ve-eof equals "y"
              read giftvtx-file next record
                 at end move "y" to ve-eof
              end-read
              if not fs-okay or ve-eof equals "y"
                 or gt-voucher-no not equals gv-voucher-no
                 or ve-list-count >= VE-MAX-LIST
                 move "y" to ve-eof
              else
                 perform add-history-line
              end-if
           end-perform
           close giftvtx-file
           .

        add-history-line.
           add 1 to ve-list-count
           move gt-date to sf-date
           perform edit-sf-date
           move ve-date-edit to ve-list-date(ve-list-count)
           evaluate true
              when gt-type-sold
                 move "Sold" to ve-list-type(ve-list-count)
              when gt-type-redeemed
                 move "Spent" to ve-list-type(ve-list-count)
              when gt-type-reinstated
                 move "Put back" to ve-list-type(ve-list-count)
              when gt-type-lapsed
                 move "Lapsed" to ve-list-type(ve-list-count)
              when other
                 move gt-type to ve-list-type(ve-list-count)
           end-evaluate
           move gt-amount to ve-list-amount(ve-list-count)
           move gt-balance-after to ve-list-balance(ve-list-count)
           move gt-ledger-id to ve-list-ledger(ve-list-count)
           move gt-store-id to ve-list-store(ve-list-count)
           .

        show-voucher.
           perform clr-screen
           display g-menuheader

           if ve-found not equals "y"
              move "No gift voucher with that number"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           display "Gift voucher" at line 3 column 4
           display gv-voucher-no at line 3 column 17

           evaluate true
              when gv-lapsed
                 move "Lapsed unspent" to ve-status-text
              when gv-used-up
                 move "Used up" to ve-status-text
              when gv-expiry-date < gq-date
                 move "Out of date - not lapsed" to ve-status-text
              when other
                 move "Live" to ve-status-text
           end-evaluate
           display ve-status-text at line 3 column 30

           move gv-value to ve-money-edit
           display "Sold for" at line 5 column 4
           display ve-money-edit at line 5 column 16
           move gv-sold-date to sf-date
           perform edit-sf-date
           display "on" at line 5 column 28
           display ve-date-edit at line 5 column 31
           display "store" at line 5 column 43
           display gv-store-id at line 5 column 49
           display "by" at line 5 column 56
           display gv-sold-by at line 5 column 59

           move gv-balance to ve-money-edit
           display "Left on it" at line 6 column 4
           display ve-money-edit at line 6 column 16
           move gv-expiry-date to sf-date
           perform edit-sf-date
           display "good until" at line 6 column 28
           display ve-date-edit at line 6 column 39

           move gv-redeemed-total to ve-money-edit
           display "Spent" at line 7 column 4
           display ve-money-edit at line 7 column 16
           move gv-lapsed-amount to ve-money-edit
           display "Lapsed" at line 7 column 28
           display ve-money-edit at line 7 column 39
           display "Bought by customer" at line 8 column 4
           display gv-customer-id at line 8 column 23

           display "Date        Movement      Amount   Balance"
              at line 10 column 4
           display "Ledger id  Store" at line 10 column 50
           perform varying ve-row from 1 by 1
               until ve-row > ve-list-count
              display ve-list-date(ve-row) at line ve-row + 10
                 column 4
              display ve-list-type(ve-row) at line ve-row + 10
                 column 16
              display ve-list-amount(ve-row) at line ve-row + 10
                 column 28
              display ve-list-balance(ve-row) at line ve-row + 10
                 column 38
              display ve-list-ledger(ve-row) at line ve-row + 10
                 column 50
              display ve-list-store(ve-row) at line ve-row + 10
                 column 61
           end-perform
           perform press-any-key
           perform clr-screen
           display g-menuheader
           .

        edit-sf-date.
           move sf-dd to ve-ed-dd
           move sf-mm to ve-ed-mm
           move sf-yyyy to ve-ed-yyyy
           .

       copy "common.cpy".
