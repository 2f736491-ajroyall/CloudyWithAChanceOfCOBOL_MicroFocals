       identification division.
       program-id. insmaint.

      *> private health insurer and health cash plan maintenance -
      *> lists the payers on file, then accepts a new or updated
      *> one: who it pays (the practice direct, or the customer), how
      *> it takes its claims (printed forms or a monthly file) and
      *> what it allows per sight test and per pair of glasses. a
      *> zero insurer id on the entry popup just leaves things as
      *> they were. reached from the scheme accounts menu option.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "insurer-fc.cpy".

       data division.
       copy "insurer-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 IR-MAX-LIST                  value 12.
       01 ir-list-count                binary-long value 0.
       01 ir-list occurs IR-MAX-LIST.
          03 ir-list-id                pic zzzz9.
          03 ir-list-name              pic x(40).
          03 ir-list-payer             pic x(8).
          03 ir-list-submit            pic x(6).

       01 ir-row                       binary-long.
       01 ls-eof                       pic x.

       01 ir-in-id                     pic 9(5).
       01 ir-in-name                   pic x(50).
       01 ir-in-address                pic x(50).
       01 ir-in-payer-type             pic x.
       01 ir-in-submit                 pic x.
       01 ir-in-sight-limit            pic x(9).
       01 ir-in-glasses-limit          pic x(9).
       01 fields-valid                 pic x.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "inspopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Insurers and Cash Plans" to Menu-Name
           move "IR_M01" to Menu-Id

           perform load-insurer-list
           perform show-insurer-list

           move 0 to ir-in-id
           move spaces to ir-in-name ir-in-address
                          ir-in-sight-limit ir-in-glasses-limit
           move "D" to ir-in-payer-type
           move "F" to ir-in-submit

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-inspopup
              perform idle-accept-start
              accept g-inspopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-insurer-input
           end-perform

           if ir-in-id not equals 0
              perform write-insurer
           end-if

           goback.
      $end

        load-insurer-list.
           move 0 to ir-list-count
           move 0 to ir-insurer-id
           open input insurer-file
           if fs-okay
              start insurer-file
                  key > ir-insurer-id
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read insurer-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    ir-list-count < IR-MAX-LIST
                    add 1 to ir-list-count
                    move ir-insurer-id to ir-list-id(ir-list-count)
                    move ir-name to ir-list-name(ir-list-count)
                    if ir-pays-customer
                       move "Customer" to ir-list-payer(ir-list-count)
                    else
                       move "Direct" to ir-list-payer(ir-list-count)
                    end-if
                    if ir-submit-file
                       move "File" to ir-list-submit(ir-list-count)
                    else
                       move "Forms" to ir-list-submit(ir-list-count)
                    end-if
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close insurer-file
           end-if
           .

        show-insurer-list.
           perform clr-screen
           display g-menuheader
           display "Insurers and health cash plans" at line 3 column 4

           if ir-list-count equals 0
              display "No insurers recorded" at line 5 column 4
           else
              perform varying ir-row from 1 by 1
                  until ir-row > ir-list-count
                 display ir-list-id(ir-row) at line ir-row + 4
                    column 4
                 display ir-list-name(ir-row) at line ir-row + 4
                    column 11
                 display ir-list-payer(ir-row) at line ir-row + 4
                    column 53
                 display ir-list-submit(ir-row) at line ir-row + 4
                    column 63
              end-perform
           end-if
           .

        validate-insurer-input.
           move "y" to fields-valid
           if ir-in-id equals 0
              exit paragraph
           end-if

           move function upper-case(ir-in-payer-type)
              to ir-in-payer-type
           move function upper-case(ir-in-submit) to ir-in-submit
           move spaces to popup-message-2
           evaluate true
              when ir-in-name equals spaces
                 move "Enter the insurer's name" to popup-message-2
              when ir-in-payer-type not equals "D"
                 and ir-in-payer-type not equals "C"
                 move "Pays must be D (direct) or C (customer)"
                    to popup-message-2
              when ir-in-submit not equals "F"
                 and ir-in-submit not equals "E"
                 move "Claims must be F (forms) or E (file)"
                    to popup-message-2
              when ir-in-sight-limit not equals spaces
                 and function test-numval(ir-in-sight-limit)
                    not equal 0
                 move "Limits must be money amounts"
                    to popup-message-2
              when ir-in-glasses-limit not equals spaces
                 and function test-numval(ir-in-glasses-limit)
                    not equal 0
                 move "Limits must be money amounts"
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

        write-insurer.
           move ir-in-id to ir-insurer-id
           move ir-in-name to ir-name
           move ir-in-address to ir-claims-address
           move ir-in-payer-type to ir-payer-type
           move ir-in-submit to ir-submit-method
           if ir-in-sight-limit equals spaces
              move "0" to ir-in-sight-limit
           end-if
           if ir-in-glasses-limit equals spaces
              move "0" to ir-in-glasses-limit
           end-if
           compute ir-sight-test-limit =
              function numval(ir-in-sight-limit)
           compute ir-glasses-limit =
              function numval(ir-in-glasses-limit)
           move lnk-Operator-Id to ir-updated-by

           open i-o insurer-file
           if ws-file-status equals "35"
              open output insurer-file
           end-if
           perform check-file-status
           write insurer-entry
           if fs-key-already-exists
              rewrite insurer-entry
           end-if
           perform check-file-status
           close insurer-file
           perform check-file-status
           .

       copy "common.cpy".
