       identification division.
       program-id. periodclose.

      *> month-end close of the ledger periods (period-fd.cpy) -
      *> manager only. lists the last twelve months with when each
      *> went to the accountants and whether it is closed, then
      *> takes the month to close. only a month that is over, and
      *> that an accounting export (acctexport.cbl) has covered from
      *> its first day to its last, can be closed; once it is, every
      *> program that writes the ledger posts anything dated in it
      *> into the current period instead (periodchk.cbl).

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "period-fc.cpy".

       data division.
       copy "period-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 PC-LIST-MONTHS               value 12.
       01 pc-list occurs PC-LIST-MONTHS.
          03 pc-list-month             pic 9(6).
          03 pc-list-status            pic x(6).
          03 pc-list-exported          pic x(10).
          03 pc-list-closed            pic x(10).
          03 pc-list-closed-by         pic x(10).
       01 pc-row                       binary-long.

       01 pc-month                     pic 9(6).
       01 redefines pc-month.
          03 pc-month-yyyy             pic 9999.
          03 pc-month-mm               pic 99.
       01 pc-this-month                pic 9(6).
       01 pc-in-mm                     pic 99.
       01 pc-in-yyyy                   pic 9999.
       01 pc-show-date                 pic 9(8).
       01 redefines pc-show-date.
          03 pc-show-yyyy              pic 9999.
          03 pc-show-mm                pic 99.
          03 pc-show-dd                pic 99.
       01 pc-disp-date                 pic x(10).
       01 pc-disp-month.
          03 pc-disp-mm                pic 99.
          03 filler                    pic x value "/".
          03 pc-disp-yyyy              pic 9999.
       01 fields-valid                 pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 pc-today                     pic 9(8).

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "periodpopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Ledger Period Close" to Menu-Name
           move "PC_M01" to Menu-Id

           if not lnk-Role-Manager
              move "Access denied" to popup-title
              move "Closing a ledger period needs the manager role"
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
           move date-today-temp to pc-today
           move pc-today(1:6) to pc-this-month

           perform load-period-list
           perform show-period-list

           move 0 to pc-in-mm pc-in-yyyy
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-periodmonth
              perform idle-accept-start
              accept g-periodmonth timeout after idle-accept-secs
              perform f1-or-quit
              if pc-in-mm equals 0
                 goback
              end-if
              perform validate-period-close
           end-perform

           move pc-in-mm to pc-disp-mm
           move pc-in-yyyy to pc-disp-yyyy
           move spaces to popup-l-message
           string "Close the ledger for " pc-disp-month
                  "? Nothing more can be dated in it"
              delimited by size into popup-l-message
           end-string
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x equals "Y" or
              scr-af-key-code-1x equals "y"
              perform close-period
              move spaces to popup-l-message
              string "Ledger period " pc-disp-month " closed"
                 delimited by size into popup-l-message
              end-string
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if

           goback.
      $end

      *> the twelve months to the current one, newest first
        load-period-list.
           move pc-this-month to pc-month
           perform varying pc-row from 1 by 1
                until pc-row > PC-LIST-MONTHS
              move pc-month to pc-list-month(pc-row)
              move "Open" to pc-list-status(pc-row)
              move spaces to pc-list-exported(pc-row)
                             pc-list-closed(pc-row)
                             pc-list-closed-by(pc-row)
              if pc-month-mm equals 1
                 subtract 1 from pc-month-yyyy
                 move 12 to pc-month-mm
              else
                 subtract 1 from pc-month-mm
              end-if
           end-perform

           open input period-file
           if not fs-okay
              exit paragraph
           end-if
           perform varying pc-row from 1 by 1
                until pc-row > PC-LIST-MONTHS
              move pc-list-month(pc-row) to pd-month
              read period-file
                 invalid key
                    continue
                 not invalid key
                    perform format-period-list-entry
              end-read
           end-perform
           close period-file
           .

        format-period-list-entry.
           if pd-exported-date not equals 0
              move pd-exported-date to pc-show-date
              perform format-show-date
              move pc-disp-date to pc-list-exported(pc-row)
           end-if
           if pd-status-closed
              move "Closed" to pc-list-status(pc-row)
              move pd-closed-date to pc-show-date
              perform format-show-date
              move pc-disp-date to pc-list-closed(pc-row)
              move pd-closed-by to pc-list-closed-by(pc-row)
           end-if
           .

        format-show-date.
           move spaces to pc-disp-date
           string pc-show-dd "/" pc-show-mm "/" pc-show-yyyy
              delimited by size into pc-disp-date
           end-string
           .

        show-period-list.
           perform clr-screen
           display g-menuheader
           display "Ledger periods" at line 3 column 4
           display "Month    Status  Exported    Closed      By"
              at line 4 column 4

           perform varying pc-row from 1 by 1
                until pc-row > PC-LIST-MONTHS
              move pc-list-month(pc-row) to pc-month
              move pc-month-mm to pc-disp-mm
              move pc-month-yyyy to pc-disp-yyyy
              display pc-disp-month at line pc-row + 4 column 4
              display pc-list-status(pc-row) at line pc-row + 4
                 column 13
              display pc-list-exported(pc-row) at line pc-row + 4
                 column 21
              display pc-list-closed(pc-row) at line pc-row + 4
                 column 33
              display pc-list-closed-by(pc-row) at line pc-row + 4
                 column 45
           end-perform
           .

        validate-period-close.
           move "y" to fields-valid
           move spaces to popup-message-2
           move pc-in-yyyy to pc-month-yyyy
           move pc-in-mm to pc-month-mm

           evaluate true
              when pc-in-mm > 12 or pc-in-yyyy < 2000
                 move "Enter a month as mm/yyyy" to popup-message-2
              when pc-month >= pc-this-month
                 move "Only a month that is over can be closed"
                    to popup-message-2
              when other
                 perform check-period-exported
           end-evaluate

           if popup-message-2 not equals spaces
              move "n" to fields-valid
              move "Ledger period" to popup-title
              move spaces to popup-message-1
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

        check-period-exported.
           open input period-file
           if not fs-okay
              move "Run the accounting export for the month first"
                 to popup-message-2
              exit paragraph
           end-if
           move pc-month to pd-month
           read period-file
              invalid key
                 move "Run the accounting export for the month first"
                    to popup-message-2
              not invalid key
                 evaluate true
                    when pd-status-closed
                       move "That period is already closed"
                          to popup-message-2
                    when pd-exported-date equals 0
                       move "Run the accounting export for the month"
                          & " first" to popup-message-2
                 end-evaluate
           end-read
           close period-file
           .

        close-period.
           open i-o period-file
           move "period-file" to fs-current-file
           perform check-file-status

           move pc-month to pd-month
           read period-file
              invalid key
                 move "n" to fields-valid
           end-read
           if fields-valid equals "y"
              move "C" to pd-status
              move pc-today to pd-closed-date
              move lnk-Operator-Id to pd-closed-by
              rewrite period-entry
              perform check-file-status
           end-if

           close period-file
           perform check-file-status
           .

       copy "common.cpy".
