       identification division.
       program-id. guardmaint.

      *> responsible adults for a customer - the parents, guardians,
      *> carers and attorneys a child or an adult lacking capacity
      *> is booked, consented and billed through (guardian-fd.cpy).
      *> lists the patient's links, then takes a link number: an
      *> existing one comes back filled in for changing or removing,
      *> a new one starts blank, zero leaves things as they were.
      *> an adult who is a customer is linked by customer id and
      *> their name and contact details are taken off their record;
      *> anyone else is keyed here as a named contact. only a
      *> customer can be billed, since the bill goes on their own
      *> ledger account.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "guardian-fc.cpy".
       copy "customer-fc.cpy".

       data division.
       copy "guardian-fd.cpy".
       copy "customer-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 wsc-Customer.
       copy "customerinfo.cpy" replacing ==:Prefix-:== by ==wsc-==.

       78 GU-MAX-LIST                  value 8.
       01 gu-list-count                binary-long value 0.
       01 gu-list occurs GU-MAX-LIST.
          03 gu-list-seq               pic z9.
          03 gu-list-name              pic x(30).
          03 gu-list-relationship      pic x(15).
          03 gu-list-consent           pic x.
          03 gu-list-letters           pic x.
          03 gu-list-pay               pic x.
          03 gu-list-tel               pic x(15).
       01 gu-row                       binary-long.
       01 gu-highest-seq               pic 9(2).
       01 ls-eof                       pic x.

       01 gu-in-seq                    pic 9(2).
       01 gu-in-remove                 pic x.
       01 gu-in-adult-id               pic 9(9).
       01 gu-in-name                   pic x(40).
       01 gu-in-tel                    pic x(20).
       01 gu-in-email                  pic x(40).
       01 gu-in-relationship           pic x(15).
       01 gu-in-consent                pic x.
       01 gu-in-letters                pic x.
       01 gu-in-pay                    pic x.
       01 gu-on-file                   pic x.
       01 fields-valid                 pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "guardpopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Responsible Adults" to Menu-Name
           move "GU_M01" to Menu-Id

           accept date-today-temp from date YYYYMMDD

           perform clr-screen
           display g-menuheader

           call "custpopupsetcaller" using by content
                "guardmaint  "
           end-call
           call "custpopup" using wsc-customer
           if return-code equals -1
              goback
           end-if

           perform load-link-list
           perform show-link-list

           if gu-highest-seq < 99
              compute gu-in-seq = gu-highest-seq + 1
           else
              move 0 to gu-in-seq
           end-if
           display g-guardlink
           perform idle-accept-start
           accept g-guardlink timeout after idle-accept-secs
           perform f1-or-quit
           if gu-in-seq equals 0
              goback
           end-if

           perform load-link-for-edit

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-guardpopup
              perform idle-accept-start
              accept g-guardpopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-link-input
           end-perform

           if gu-in-remove equals "Y"
              perform remove-link
           else
              perform write-link
           end-if

           goback.
      $end

        load-link-list.
           move 0 to gu-list-count gu-highest-seq
           open input guardian-file
           if fs-okay
              move wsc-customer-id to gu-customer-id
              move 0 to gu-seq
              start guardian-file
                  key > gu-key
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read guardian-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    gu-customer-id equals wsc-customer-id
                    move gu-seq to gu-highest-seq
                    if gu-list-count < GU-MAX-LIST
                       add 1 to gu-list-count
                       move gu-seq to gu-list-seq(gu-list-count)
                       move gu-name to gu-list-name(gu-list-count)
                       move gu-relationship
                          to gu-list-relationship(gu-list-count)
                       move gu-may-consent
                          to gu-list-consent(gu-list-count)
                       move gu-correspondence
                          to gu-list-letters(gu-list-count)
                       move gu-may-pay to gu-list-pay(gu-list-count)
                       move gu-tel to gu-list-tel(gu-list-count)
                    end-if
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close guardian-file
           end-if
           .

        show-link-list.
           perform clr-screen
           display g-menuheader
           display "Responsible adults for " at line 3 column 4
           display wsc-fullname at line 3 column 27
           display "No Name                           Relationship"
              at line 4 column 4
           display "C L P Tel" at line 4 column 54

           if gu-list-count equals 0
              display "No responsible adults recorded"
                 at line 5 column 4
           else
              perform varying gu-row from 1 by 1
                  until gu-row > gu-list-count
                 display gu-list-seq(gu-row) at line gu-row + 4
                    column 4
                 display gu-list-name(gu-row) at line gu-row + 4
                    column 7
                 display gu-list-relationship(gu-row)
                    at line gu-row + 4 column 38
                 display gu-list-consent(gu-row) at line gu-row + 4
                    column 54
                 display gu-list-letters(gu-row) at line gu-row + 4
                    column 56
                 display gu-list-pay(gu-row) at line gu-row + 4
                    column 58
                 display gu-list-tel(gu-row) at line gu-row + 4
                    column 60
              end-perform
           end-if
           .

      *> a link already on file comes back as it stands; a new one
      *> starts as a named contact who gets the letters and may
      *> consent - the usual parent at the counter
        load-link-for-edit.
           move "n" to gu-on-file
           move "N" to gu-in-remove
           move 0 to gu-in-adult-id
           move spaces to gu-in-name gu-in-tel gu-in-email
                          gu-in-relationship
           move "Y" to gu-in-consent gu-in-letters
           move "N" to gu-in-pay

           open input guardian-file
           if fs-okay
              move wsc-customer-id to gu-customer-id
              move gu-in-seq to gu-seq
              read guardian-file
                 invalid key
                    continue
                 not invalid key
                    move "y" to gu-on-file
                    move gu-adult-id to gu-in-adult-id
                    move gu-name to gu-in-name
                    move gu-tel to gu-in-tel
                    move gu-email to gu-in-email
                    move gu-relationship to gu-in-relationship
                    move gu-may-consent to gu-in-consent
                    move gu-correspondence to gu-in-letters
                    move gu-may-pay to gu-in-pay
              end-read
              close guardian-file
           end-if
           .

        validate-link-input.
           move function upper-case(gu-in-remove) to gu-in-remove
           move function upper-case(gu-in-consent) to gu-in-consent
           move function upper-case(gu-in-letters) to gu-in-letters
           move function upper-case(gu-in-pay) to gu-in-pay
           move "y" to fields-valid
           move spaces to popup-message-2

           if gu-in-remove equals "Y"
              if gu-on-file not equals "y"
                 move "There is no such link to remove"
                    to popup-message-2
              end-if
           else
              if gu-in-adult-id not equals 0
                 perform take-adult-from-record
              end-if
              evaluate true
                 when popup-message-2 not equals spaces
                    continue
                 when gu-in-name equals spaces
                    move "A named contact needs a name"
                       to popup-message-2
                 when gu-in-relationship equals spaces
                    move "Say how they are related - key it"
                       to popup-message-2
                 when (gu-in-consent not equals "Y" and
                       gu-in-consent not equals "N") or
                      (gu-in-letters not equals "Y" and
                       gu-in-letters not equals "N") or
                      (gu-in-pay not equals "Y" and
                       gu-in-pay not equals "N")
                    move "Consent, letters and pay must be Y or N"
                       to popup-message-2
                 when gu-in-pay equals "Y" and gu-in-adult-id equals 0
                    move "Only a customer's account can be billed"
                       to popup-message-2
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

      *> a linked customer's name and contact details come off their
      *> own record, so what is kept here matches what they gave us
        take-adult-from-record.
           if gu-in-adult-id equals wsc-customer-id
              move "A customer cannot answer for themselves"
                 to popup-message-2
              exit paragraph
           end-if
           open input cust-file
           if not fs-okay
              move "No customer with that id" to popup-message-2
              exit paragraph
           end-if
           move gu-in-adult-id to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key
                 move "No customer with that id" to popup-message-2
              not invalid key
                 move f-FullName to gu-in-name
                 move f-Home-Tel to gu-in-tel
                 if gu-in-tel equals spaces
                    move f-Work-Tel to gu-in-tel
                 end-if
                 move f-Home-Email to gu-in-email
                 if gu-in-email equals spaces
                    move f-Work-Email to gu-in-email
                 end-if
           end-read
           close cust-file
           .

        write-link.
           open i-o guardian-file
           if ws-file-status equals "35"
              open output guardian-file
           end-if
           perform check-file-status

           move wsc-customer-id to gu-customer-id
           move gu-in-seq to gu-seq
           move gu-in-adult-id to gu-adult-id
           move gu-in-name to gu-name
           move gu-in-tel to gu-tel
           move gu-in-email to gu-email
           move function upper-case(gu-in-relationship)
              to gu-relationship
           move gu-in-consent to gu-may-consent
           move gu-in-letters to gu-correspondence
           move gu-in-pay to gu-may-pay
           move date-today-temp to gu-added-date
           move lnk-Operator-Id to gu-added-by

           write guardian-record
           if fs-key-already-exists
              rewrite guardian-record
           end-if
           perform check-file-status
           close guardian-file
           perform check-file-status
           .

        remove-link.
           open i-o guardian-file
           perform check-file-status
           move wsc-customer-id to gu-customer-id
           move gu-in-seq to gu-seq
           delete guardian-file
              invalid key continue
           end-delete
           close guardian-file
           perform check-file-status
           .

       copy "common.cpy".
