      *> store/date, cashup-fd.cpy) and the report goes through the
      *> spool, so a disputed day is a re-run and a reprint, not an
      *> argument.
      *> the same menu keys the paying-in slips for cash taken to
      *> the bank (bankslip-fd.cpy), loads the card acquirer's
      *> settlement file (settleload.cbl) and runs the banking
      *> reconciliation (bankrec.cbl) that checks both actually
      *> reached the bank.
      *> a cash-up for a day the clinic hasn't closed yet
      *> (dayclose.cbl) is warned about first - an unresolved
      *> no-show fee is takings the ledger doesn't know about.

       environment division.
       special-names.
       file-control.
       copy "ledger-fc.cpy".
       copy "cashup-fc.cpy".
       copy "bankslip-fc.cpy".
       copy "dayclose-fc.cpy".

       select cashup-report assign to dynamic cur-filename
        organization is line sequential.
       data division.
       copy "ledger-fd.cpy".
       copy "cashup-fd.cpy".
       copy "bankslip-fd.cpy".
       copy "dayclose-fd.cpy".

       fd cashup-report.
       01 report-line           pic x(80).
       01 cur-filename          pic x(20) value "cashup.txt".
       01 eof                   pic x.
       01 fields-valid          pic x.
       01 cu-day-closed         pic x.

       01 cu-in-date.
          03 cu-in-dd    pic 99.
       01 cu-in-card            pic x(10).
       01 cu-in-transfer        pic x(10).

       01 bs-in-takings-date.
          03 bs-in-tk-dd    pic 99.
          03 filler         pic x value "/".
          03 bs-in-tk-mm    pic 99.
          03 filler         pic x value "/".
          03 bs-in-tk-yyyy  pic 9999.
       01 bs-in-banked-date.
          03 bs-in-bk-dd    pic 99.
          03 filler         pic x value "/".
          03 bs-in-bk-mm    pic 99.
          03 filler         pic x value "/".
          03 bs-in-bk-yyyy  pic 9999.
       01 bs-in-slip-ref        pic x(10).
       01 bs-in-amount          pic x(10).
       01 bs-work-date          pic 9(8).
       01 redefines bs-work-date.
         03 bs-wd-yyyy  pic 9999.
         03 bs-wd-mm    pic 99.
         03 bs-wd-dd    pic 99.
       01 bs-today              pic 9(8).

       01 cu-report-date        pic 9(8).
       01 redefines cu-report-date.
         03 cu-rd-yyyy  pic 9999.
           03 line 9  col 4  pic x(20) value "Declared transfer".
           03 line 9  col 26 pic x(10) using cu-in-transfer.

       01 g-bankslip.
           03 line 3  col 4  pic x(30) value
              "Banking slip".
           03 line 5  col 4  pic x(20) value "Takings date".
           03 line 5  col 26 pic x(10) using bs-in-takings-date.
           03 line 6  col 4  pic x(20) value "Banked date".
           03 line 6  col 26 pic x(10) using bs-in-banked-date.
           03 line 7  col 4  pic x(20) value "Slip reference".
           03 line 7  col 26 pic x(10) using bs-in-slip-ref.
           03 line 8  col 4  pic x(20) value "Amount banked".
           03 line 8  col 26 pic x(10) using bs-in-amount.

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           display g-menuheader

           accept date-today-temp from date YYYYMMDD

           move "[C]ash-up, [B]anking slip, [I]mport card settlement"
              & " or [R]econcile" to popup-l-message
           move "[C], [B], [I], [R] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "b"
              when "B"
                 perform enter-banking-slip
                 goback
              when "i"
              when "I"
                 call "settleload"
                 end-call
                 cancel "settleload"
                 move "Card settlement import written to settleload.txt"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
                 goback
              when "r"
              when "R"
                 call "bankrec" using lnk-store-info
                 end-call
                 cancel "bankrec"
                 move "Banking reconciliation written to bankrec.txt"
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

           move dd of date-today-temp to cu-in-dd
           move mm of date-today-temp to cu-in-mm
           move yyyy of date-today-temp to cu-in-yyyy
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-cashup
              perform idle-accept-start
              accept g-cashup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-cashup-input
           end-perform
           move cu-in-mm to cu-rd-mm
           move cu-in-dd to cu-rd-dd

           perform check-day-closed
           if cu-day-closed not equals "y"
              move "The clinic day has not been closed - cash up"
                 & " anyway?" to popup-l-message
              move "[Y]es or [N]o" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x not equals "Y" and
                 scr-af-key-code-1x not equals "y"
                 goback
              end-if
           end-if

           perform save-declaration
           perform tally-ledger-takings
           perform write-cashup-report
           goback.
      $end

      *> a paying-in slip for cash taken to the bank, against the
      *> cash-up day it came from - defaulted to yesterday's takings
      *> banked today, the usual morning run
        enter-banking-slip.
           move date-today-temp to bs-today
           move bs-today to bs-work-date
           move bs-wd-dd to bs-in-bk-dd
           move bs-wd-mm to bs-in-bk-mm
           move bs-wd-yyyy to bs-in-bk-yyyy
           move function date-of-integer(
              function integer-of-date(bs-today) - 1) to bs-work-date
           move bs-wd-dd to bs-in-tk-dd
           move bs-wd-mm to bs-in-tk-mm
           move bs-wd-yyyy to bs-in-tk-yyyy
           move spaces to bs-in-slip-ref bs-in-amount

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-bankslip
              perform idle-accept-start
              accept g-bankslip timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-bankslip-input
           end-perform

           perform save-banking-slip

           move "Banking slip saved" to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        validate-bankslip-input.
           move "y" to fields-valid
           move spaces to popup-message-2

           call "valdated" using
              by reference z"dd/mm/yyyy"
              by reference bs-in-takings-date
           end-call
           if return-code not equal 0
              move "Enter a valid takings date" to popup-message-2
           end-if
           call "valdated" using
              by reference z"dd/mm/yyyy"
              by reference bs-in-banked-date
           end-call
           if return-code not equal 0
              move "Enter a valid banked date" to popup-message-2
           end-if

           if popup-message-2 equals spaces
              move bs-in-bk-yyyy to bs-wd-yyyy
              move bs-in-bk-mm to bs-wd-mm
              move bs-in-bk-dd to bs-wd-dd
              move bs-work-date to bs-banked-date
              move bs-in-tk-yyyy to bs-wd-yyyy
              move bs-in-tk-mm to bs-wd-mm
              move bs-in-tk-dd to bs-wd-dd
              evaluate true
                 when bs-banked-date > bs-today
                    move "The banked date cannot be in the future"
                       to popup-message-2
                 when bs-work-date > bs-banked-date
                    move "Takings cannot be banked before the day"
                       & " they were taken" to popup-message-2
                 when bs-in-slip-ref equals spaces
                    move "Enter the paying-in slip reference"
                       to popup-message-2
                 when bs-in-amount equals spaces
                    or function test-numval(bs-in-amount) not equal 0
                    move "Enter the amount banked" to popup-message-2
                 when function numval(bs-in-amount) <= 0
                    move "Enter the amount banked" to popup-message-2
              end-evaluate
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

        save-banking-slip.
           open i-o bankslip-file
           if ws-file-status equals "35"
              open output bankslip-file
           end-if
           move "bankslip-file" to fs-current-file
           perform check-file-status

           move lnk-id to bs-store-id
           move bs-in-tk-yyyy to bs-wd-yyyy
           move bs-in-tk-mm to bs-wd-mm
           move bs-in-tk-dd to bs-wd-dd
           move bs-work-date to bs-takings-date
           move bs-in-slip-ref to bs-slip-ref
           move bs-in-bk-yyyy to bs-wd-yyyy
           move bs-in-bk-mm to bs-wd-mm
           move bs-in-bk-dd to bs-wd-dd
           move bs-work-date to bs-banked-date
           compute bs-amount = function numval(bs-in-amount)
           move lnk-Operator-Id to bs-keyed-by

      *> the same slip keyed again corrects it
           write bankslip-entry
           if fs-key-already-exists
              rewrite bankslip-entry
           end-if
           perform check-file-status

           close bankslip-file
           perform check-file-status
           .

        validate-cashup-input.
           move "y" to fields-valid

           end-if
           .

      *> has the end-of-day close (dayclose.cbl) been recorded for
      *> this store and the day being cashed up
        check-day-closed.
           move "n" to cu-day-closed
           open input dayclose-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-id to dc-store-id
           move cu-report-date to dc-date
           read dayclose-file
              invalid key continue
              not invalid key move "y" to cu-day-closed
           end-read
           close dayclose-file
           .

        save-declaration.
           open i-o cashup-file
           if ws-file-status equals "35"
                       add cu-variance to cu-taken-card
                    when lg-pay-transfer
                       add cu-variance to cu-taken-transfer
      *> points or a gift voucher spent (or given back) never
      *> touch the drawer, and an insurer or a direct debit pays
      *> the bank direct
                    when lg-pay-points
                       continue
                    when lg-pay-voucher
                       continue
                    when lg-pay-insurer
                       continue
                    when lg-pay-direct-debit
                       continue
                    when other
                       add cu-variance to cu-taken-unknown
                 end-evaluate
