       identification division.
       program-id. discmaint.

      *> discount and promotion master - lists the codes on file,
      *> then takes a code: one already on file comes back filled
      *> in for editing, a new one starts as a percentage off any
      *> line, valid from today with no end. a blank code leaves
      *> things as they were. the opening prompt also runs the
      *> monthly discounts-given report (discrpt.cbl) on demand.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
      *> discount master
       copy "discount-fc.cpy".

       data division.
       copy "discount-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 DM-MAX-LIST                  value 8.
       01 dm-list-count                binary-long value 0.
       01 dm-list occurs DM-MAX-LIST.
          03 dm-list-code              pic x(8).
          03 dm-list-description       pic x(30).
          03 dm-list-kind              pic x.
          03 dm-list-value             pic zzzz9.99.
          03 dm-list-applies           pic x.
          03 dm-list-end               pic 9(8).

       01 dm-row                       binary-long.
       01 dm-idx                       binary-long.
       01 ls-eof                       pic x.

       01 dm-in-code                   pic x(8).
       01 dm-in-description            pic x(30).
       01 dm-in-kind                   pic x.
       01 dm-in-value                  pic x(9).
       01 dm-in-applies                pic x.
       01 dm-in-supervisor             pic x.
       01 dm-in-start.
          03 dm-in-st-dd               pic 99.
          03 filler                    pic x value "/".
          03 dm-in-st-mm               pic 99.
          03 filler                    pic x value "/".
          03 dm-in-st-yyyy             pic 9999.
       01 dm-in-end.
          03 dm-in-en-dd               pic 99.
          03 filler                    pic x value "/".
          03 dm-in-en-mm               pic 99.
          03 filler                    pic x value "/".
          03 dm-in-en-yyyy             pic 9999.
       01 dm-in-product-list.
          03 dm-in-product-1           pic x(10).
          03 dm-in-product-2           pic x(10).
          03 dm-in-product-3           pic x(10).
          03 dm-in-product-4           pic x(10).
          03 dm-in-product-5           pic x(10).
       01 redefines dm-in-product-list.
          03 dm-in-product             pic x(10) occurs 5.
       01 dm-in-type-list.
          03 dm-in-type-1              pic x(3).
          03 dm-in-type-2              pic x(3).
          03 dm-in-type-3              pic x(3).
          03 dm-in-type-4              pic x(3).
          03 dm-in-type-5              pic x(3).
       01 redefines dm-in-type-list.
          03 dm-in-type                pic x(3) occurs 5.
       01 dm-value-num                 pic 9(5)v99.
       01 dm-value-edit                pic 9(5).99.
       01 fields-valid                 pic x.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.
       01 dm-start-num                 pic 9(8).
       01 dm-end-num                   pic 9(8).

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "discpopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Discounts and Promotions" to Menu-Name
           move "DM_M01" to Menu-Id

           accept date-today-temp from date YYYYMMDD

           perform clr-screen
           display g-menuheader

           move "[M]aintain discount codes or last month's [R]eport"
              to popup-l-message
           move "[M], [R] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "r"
              when "R"
                 call "discrpt"
                 end-call
                 cancel "discrpt"
                 move "Discounts given written to discrpt.txt"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
                 goback
              when "m"
              when "M"
                 continue
              when other
                 goback
           end-evaluate

           perform load-discount-list
           perform show-discount-list

           move spaces to dm-in-code
           display g-disccode
           perform idle-accept-start
           accept g-disccode timeout after idle-accept-secs
           perform f1-or-quit
           move function upper-case(dm-in-code) to dm-in-code
           if dm-in-code equals spaces
              goback
           end-if

           perform load-discount-for-edit

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-discpopup
              perform idle-accept-start
              accept g-discpopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-discount-input
           end-perform

           perform write-discount

           goback.
      $end

        load-discount-list.
           move 0 to dm-list-count
           move low-values to dm-discount-code
           open input discount-file
           if fs-okay
              start discount-file
                  key > dm-discount-code
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read discount-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    dm-list-count < DM-MAX-LIST
                    add 1 to dm-list-count
                    move dm-discount-code
                       to dm-list-code(dm-list-count)
                    move dm-description
                       to dm-list-description(dm-list-count)
                    move dm-kind to dm-list-kind(dm-list-count)
                    if dm-kind-percent
                       move dm-percent to dm-list-value(dm-list-count)
                    else
                       move dm-amount to dm-list-value(dm-list-count)
                    end-if
                    move dm-applies-to
                       to dm-list-applies(dm-list-count)
                    move dm-end-date to dm-list-end(dm-list-count)
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close discount-file
           end-if
           .

        show-discount-list.
           perform clr-screen
           display g-menuheader
           display "Discount codes                          kind"
              at line 3 column 4
           display "value   on  until" at line 3 column 54

           if dm-list-count equals 0
              display "No discount codes recorded" at line 5 column 4
           else
              perform varying dm-row from 1 by 1
                  until dm-row > dm-list-count
                 display dm-list-code(dm-row) at line dm-row + 4
                    column 4
                 display dm-list-description(dm-row)
                    at line dm-row + 4 column 14
                 display dm-list-kind(dm-row) at line dm-row + 4
                    column 45
                 display dm-list-value(dm-row) at line dm-row + 4
                    column 50
                 display dm-list-applies(dm-row) at line dm-row + 4
                    column 62
                 display dm-list-end(dm-row) at line dm-row + 4
                    column 66
              end-perform
           end-if
           .

      *> a code already on file comes back as it stands; a new one
      *> is a percentage off any line, from today with no end date
        load-discount-for-edit.
           move spaces to dm-in-description dm-in-value
           move "P" to dm-in-kind
           move "A" to dm-in-applies
           move "N" to dm-in-supervisor
           move spaces to dm-in-product-list dm-in-type-list

           move yyyy to sf-yyyy
           move mm to sf-mm
           move dd to sf-dd
           perform set-start-from-sf-date
           move 0 to sf-date
           perform set-end-from-sf-date

           move dm-in-code to dm-discount-code
           open input discount-file
           if fs-okay
              read discount-file
                 invalid key
                    continue
                 not invalid key
                    move dm-description to dm-in-description
                    move dm-kind to dm-in-kind
                    if dm-kind-percent
                       move dm-percent to dm-value-edit
                    else
                       move dm-amount to dm-value-edit
                    end-if
                    move dm-value-edit to dm-in-value
                    move dm-start-date to sf-date
                    perform set-start-from-sf-date
                    move dm-end-date to sf-date
                    perform set-end-from-sf-date
                    move dm-applies-to to dm-in-applies
                    perform varying dm-idx from 1 by 1
                         until dm-idx > 5
                       move dm-products(dm-idx)
                          to dm-in-product(dm-idx)
                       move dm-appt-types(dm-idx)
                          to dm-in-type(dm-idx)
                    end-perform
                    if dm-needs-supervisor
                       move "Y" to dm-in-supervisor
                    end-if
              end-read
              close discount-file
           end-if
           .

        set-start-from-sf-date.
           move sf-dd to dm-in-st-dd
           move sf-mm to dm-in-st-mm
           move sf-yyyy to dm-in-st-yyyy
           .

        set-end-from-sf-date.
           move sf-dd to dm-in-en-dd
           move sf-mm to dm-in-en-mm
           move sf-yyyy to dm-in-en-yyyy
           .

        validate-discount-input.
           move function upper-case(dm-in-kind) to dm-in-kind
           move function upper-case(dm-in-applies) to dm-in-applies
           move function upper-case(dm-in-supervisor)
              to dm-in-supervisor
           move function upper-case(dm-in-product-list)
              to dm-in-product-list
           move function upper-case(dm-in-type-list)
              to dm-in-type-list
           move "y" to fields-valid
           move spaces to popup-message-2
           move 0 to dm-value-num

           call "valdated" using
              by reference z"dd/mm/yyyy"
              by reference dm-in-start
           end-call
           if return-code not equals 0
              move "Valid-from is not a valid date" to popup-message-2
           else
              compute dm-start-num = dm-in-st-yyyy * 10000
                 + dm-in-st-mm * 100 + dm-in-st-dd
           end-if

      *> an all-zero end date means the code runs on
           move 0 to dm-end-num
           if popup-message-2 equals spaces
              and (dm-in-en-dd not equal 0 or dm-in-en-mm not equal 0
                   or dm-in-en-yyyy not equal 0)
              call "valdated" using
                 by reference z"dd/mm/yyyy"
                 by reference dm-in-end
              end-call
              if return-code not equals 0
                 move "Valid-until is not a valid date"
                    to popup-message-2
              else
                 compute dm-end-num = dm-in-en-yyyy * 10000
                    + dm-in-en-mm * 100 + dm-in-en-dd
              end-if
           end-if

           if popup-message-2 equals spaces
              if dm-in-value equals spaces
                 or function test-numval(dm-in-value) not equal 0
                 move "The percentage or amount is not a number"
                    to popup-message-2
              else
                 if function numval(dm-in-value) <= 0
                    or function numval(dm-in-value) > 99999.99
                    move "The percentage or amount must be above zero"
                       to popup-message-2
                 else
                    compute dm-value-num = function numval(dm-in-value)
                 end-if
              end-if
           end-if

           evaluate true
              when popup-message-2 not equals spaces
                 continue
              when dm-in-description equals spaces
                 move "A discount needs a description"
                    to popup-message-2
              when dm-in-kind not equals "P" and
                   dm-in-kind not equals "F"
                 move "Kind must be P or F" to popup-message-2
              when dm-in-kind equals "P" and dm-value-num > 100
                 move "A percentage can't be more than 100"
                    to popup-message-2
              when dm-in-applies not equals "A" and
                   dm-in-applies not equals "P" and
                   dm-in-applies not equals "T"
                 move "Applies to must be A, P or T" to popup-message-2
              when dm-in-applies equals "P" and
                   dm-in-product-list equals spaces
                 move "List the product codes it applies to"
                    to popup-message-2
              when dm-in-applies equals "T" and
                   dm-in-type-list equals spaces
                 move "List the appointment types it applies to"
                    to popup-message-2
              when dm-in-supervisor not equals "Y" and
                   dm-in-supervisor not equals "N"
                 move "Supervisor approval must be Y or N"
                    to popup-message-2
              when dm-end-num not equal 0 and
                   dm-end-num < dm-start-num
                 move "The code can't end before it starts"
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

        write-discount.
           open i-o discount-file
           if ws-file-status equals "35"
              open output discount-file
           end-if
           perform check-file-status

           initialize discount-record
           move dm-in-code to dm-discount-code
           move dm-in-description to dm-description
           move dm-in-kind to dm-kind
           if dm-in-kind equals "P"
              move dm-value-num to dm-percent
           else
              move dm-value-num to dm-amount
           end-if
           move dm-start-num to dm-start-date
           move dm-end-num to dm-end-date
           move dm-in-applies to dm-applies-to
      *> only the list the code is judged on is kept
           perform varying dm-idx from 1 by 1 until dm-idx > 5
              if dm-in-applies equals "P"
                 move dm-in-product(dm-idx) to dm-products(dm-idx)
              end-if
              if dm-in-applies equals "T"
                 move dm-in-type(dm-idx) to dm-appt-types(dm-idx)
              end-if
           end-perform
           move dm-in-supervisor to dm-supervisor
           move lnk-Operator-Id to dm-updated-by

           write discount-record
           if fs-key-already-exists
              rewrite discount-record
           end-if
           perform check-file-status
           close discount-file
           perform check-file-status
           .

       copy "common.cpy".
