       identification division.
       program-id. targetmaint.

      *> monthly store targets (target-fd.cpy) - sight tests
      *> attended, dispensing orders, net revenue and a DNA rate
      *> ceiling per store per month, as the area managers set them.
      *> a month is either keyed here, store and month first and
      *> then the four figures (a month already on file comes back
      *> filled in; all four zero removes it), or the whole area
      *> spreadsheet is loaded from $MFOCALDIR/targets.csv, one
      *> "store,yyyymm,sight tests,orders,revenue,dna %" row per
      *> store-month - a heading row or anything that doesn't parse
      *> is counted as rejected, and a row for a month already on
      *> file replaces it. targetrpt.cbl reports against them.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "target-fc.cpy".
       copy "stores-fc.cpy".

       select target-csv-file assign "$MFOCALDIR/targets.csv"
        organization is line sequential
        status is ws-file-status.

       data division.
       copy "target-fd.cpy".
       copy "stores-fd.cpy".

       fd target-csv-file.
       01 csv-line                     pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 tm-in-store                  pic 9(5).
       01 tm-in-mm                     pic 99.
       01 tm-in-yyyy                   pic 9999.
       01 tm-in-sight-tests            pic 9(5).
       01 tm-in-disp-orders            pic 9(5).
       01 tm-in-net-revenue            pic 9(7)v99.
       01 tm-in-dna-ceiling            pic 99v9.
       01 tm-month                     pic 9(6).
       01 redefines tm-month.
          03 tm-month-yyyy             pic 9999.
          03 tm-month-mm               pic 99.
       01 fields-valid                 pic x.
       01 eof                          pic x.

       01 tm-csv-store                 pic x(10).
       01 tm-csv-month                 pic x(10).
       01 tm-csv-sight-tests           pic x(10).
       01 tm-csv-disp-orders           pic x(10).
       01 tm-csv-net-revenue           pic x(15).
       01 tm-csv-dna-ceiling           pic x(10).
       01 tm-loaded                    binary-long value 0.
       01 tm-rejected                  binary-long value 0.
       01 tm-loaded-disp               pic zzzz9.
       01 tm-rejected-disp             pic zzzz9.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 tm-today                     pic 9(8).

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "targetpopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Store Targets" to Menu-Name
           move "TG_M01" to Menu-Id

           if not lnk-Role-Manager
              move "Access denied" to popup-title
              move "Setting store targets needs the manager role"
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
           move date-today-temp to tm-today

           perform clr-screen
           display g-menuheader

           move "[K]ey a store's targets or [L]oad targets.csv"
              to popup-l-message
           move "[K], [L] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "l"
              when "L"
                 perform load-target-csv
                 goback
              when "k"
              when "K"
                 continue
              when other
                 goback
           end-evaluate

           move lnk-id to tm-in-store
           move mm to tm-in-mm
           move yyyy to tm-in-yyyy

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-targetkey
              perform idle-accept-start
              accept g-targetkey timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-target-key
           end-perform

           perform load-target-for-edit

           display g-targetpopup
           perform idle-accept-start
           accept g-targetpopup timeout after idle-accept-secs
           perform f1-or-quit

           perform write-target

           goback.
      $end

        validate-target-key.
           move "y" to fields-valid
           move spaces to popup-message-2

           evaluate true
              when tm-in-mm < 1 or tm-in-mm > 12
                 move "Enter a month from 01 to 12"
                    to popup-message-2
              when tm-in-yyyy < 2000
                 move "Enter a four-digit year" to popup-message-2
              when other
                 perform check-store-exists
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

        check-store-exists.
           open input store-file
           if not fs-okay
              move "No such store" to popup-message-2
              exit paragraph
           end-if
           move tm-in-store to sf-id
           read store-file
              invalid key
                 move "No such store" to popup-message-2
           end-read
           close store-file
           .

        load-target-for-edit.
           move tm-in-yyyy to tm-month-yyyy
           move tm-in-mm to tm-month-mm
           move 0 to tm-in-sight-tests tm-in-disp-orders
                     tm-in-net-revenue tm-in-dna-ceiling

           open input target-file
           if fs-okay
              move tm-in-store to tg-store-id
              move tm-month to tg-month
              read target-file
                 invalid key
                    continue
                 not invalid key
                    move tg-sight-tests to tm-in-sight-tests
                    move tg-disp-orders to tm-in-disp-orders
                    move tg-net-revenue to tm-in-net-revenue
                    move tg-dna-ceiling to tm-in-dna-ceiling
              end-read
              close target-file
           end-if
           .

        write-target.
           perform open-target-file

           move tm-in-store to tg-store-id
           move tm-month to tg-month
           if tm-in-sight-tests equals 0 and
              tm-in-disp-orders equals 0 and
              tm-in-net-revenue equals 0 and
              tm-in-dna-ceiling equals 0
              delete target-file
                 invalid key continue
              end-delete
           else
              move tm-in-sight-tests to tg-sight-tests
              move tm-in-disp-orders to tg-disp-orders
              move tm-in-net-revenue to tg-net-revenue
              move tm-in-dna-ceiling to tg-dna-ceiling
              move tm-today to tg-changed-date
              move lnk-Operator-Id to tg-changed-by
              write target-entry
              if fs-key-already-exists
                 rewrite target-entry
              end-if
              perform check-file-status
           end-if

           close target-file
           perform check-file-status
           .

        open-target-file.
           open i-o target-file
           if ws-file-status equals "35"
              open output target-file
           end-if
           move "target-file" to fs-current-file
           perform check-file-status
           .

        load-target-csv.
           open input target-csv-file
           if ws-file-status equals "35"
              move "Store targets" to popup-title
              move "There is no targets.csv to load"
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
           move "target-csv-file" to fs-current-file
           perform check-file-status

           perform open-target-file

           move "n" to eof
           perform until eof equals "y"
              read target-csv-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y" and csv-line not equals spaces
                 perform load-one-target-row
              end-if
           end-perform

           close target-csv-file
           close target-file
           perform check-file-status

           move tm-loaded to tm-loaded-disp
           move tm-rejected to tm-rejected-disp
           move spaces to popup-l-message
           string "Targets loaded: " tm-loaded-disp
                  "   rejected: " tm-rejected-disp
              delimited by size into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        load-one-target-row.
           move spaces to tm-csv-store tm-csv-month
                          tm-csv-sight-tests tm-csv-disp-orders
                          tm-csv-net-revenue tm-csv-dna-ceiling
           unstring csv-line delimited by ","
              into tm-csv-store, tm-csv-month, tm-csv-sight-tests,
                   tm-csv-disp-orders, tm-csv-net-revenue,
                   tm-csv-dna-ceiling
           end-unstring

           if tm-csv-store equals spaces
              or tm-csv-month equals spaces
              or function test-numval(tm-csv-store) not equals 0
              or function test-numval(tm-csv-month) not equals 0
              or function test-numval(tm-csv-sight-tests)
                 not equals 0
              or function test-numval(tm-csv-disp-orders)
                 not equals 0
              or function test-numval(tm-csv-net-revenue)
                 not equals 0
              or function test-numval(tm-csv-dna-ceiling)
                 not equals 0
              add 1 to tm-rejected
              exit paragraph
           end-if

           move function numval(tm-csv-month) to tm-month
           if tm-month-mm < 1 or tm-month-mm > 12
              or tm-month-yyyy < 2000
              add 1 to tm-rejected
              exit paragraph
           end-if

           move function numval(tm-csv-store) to tg-store-id
           move tm-month to tg-month
           move function numval(tm-csv-sight-tests) to tg-sight-tests
           move function numval(tm-csv-disp-orders) to tg-disp-orders
           move function numval(tm-csv-net-revenue) to tg-net-revenue
           move function numval(tm-csv-dna-ceiling) to tg-dna-ceiling
           move tm-today to tg-changed-date
           move lnk-Operator-Id to tg-changed-by
           write target-entry
           if fs-key-already-exists
              rewrite target-entry
           end-if
           if fs-okay
              add 1 to tm-loaded
           else
              add 1 to tm-rejected
           end-if
           .

       copy "common.cpy".
