       identification division.
       program-id. webreg.

      *> web pre-registrations at the counter - the store's pending
      *> entries for today's bookings off the staging queue
      *> (webreg-fd.cpy, loaded by webregload.cbl). reception goes
      *> through each one with the customer, corrects what's wrong
      *> (the checks are re-run on every correction, webregchk.cbl),
      *> then accepts it as a new customer, merges it into the
      *> customer it turns out to be, or rejects it with a reason.
      *> nothing reaches the customer file until that decision.
      *> the rejections report (webregrpt.cbl) is run from the same
      *> menu option.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "webreg-fc.cpy".
       copy "customer-fc.cpy".

       data division.
       copy "webreg-fd.cpy".
       copy "customer-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 wsc-Customer.
       copy "customerinfo.cpy" replacing ==:Prefix-:== by ==wsc-==.

       78 WP-MAX-LIST           value 12.
       01 wp-list-count         binary-long value 0.
       01 wp-list occurs WP-MAX-LIST.
         03 wp-list-ref         pic x(12).
         03 wp-list-name        pic x(40).
         03 wp-list-flags       pic x(20).

       01 wp-row                binary-long.
       01 wp-eof                pic x.
       01 wp-in-line            pic 99.
       01 wp-in-reason          pic x(40).
       01 wp-done               pic x.
       01 wp-decided            pic x.
       01 wp-idx                binary-long.
       01 wp-ptr                binary-long.
       01 wp-flags              pic x(20).
       01 wp-checks-line        pic x(76).
       01 wp-target-id          pic 9(9).
       01 wp-target-found       pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 wp-today              pic 9(8).

       01 nameidx-request.
         03 nx-rq-op             pic x.
         03 nx-rq-customer-id    pic 9(9).
         03 nx-rq-fullname       pic x(60).

      *> request block handed to jrnlwrite - customer records
      *> created or merged here are journalled like custmaint's
       01 journal-request.
         03 jw-file-tag     pic x(12).
         03 jw-operation    pic x.
         03 jw-operator     pic x(10).
         03 jw-key          pic x(30).
         03 jw-before       pic x(13600).
         03 jw-after        pic x(13600).

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".
       copy "webregpopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Web Pre-registrations" to Menu-Name
           move "WR_M01" to Menu-Id

           perform clr-screen
           display g-menuheader
           move "[P]ending registrations or [R]ejections report"
              to popup-l-message
           move "[P], [R] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "r"
              when "R"
                 call "webregrpt"
                 end-call
                 cancel "webregrpt"
                 move "Rejections written to webregrpt.txt"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
                 goback
              when "p"
              when "P"
                 continue
              when other
                 goback
           end-evaluate

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to wp-today

           move "n" to wp-done
           perform until wp-done equals "y"
              perform load-pending-list
              perform show-pending-list
              if wp-list-count equals 0
                 move "No registrations pending for today"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
                 move "y" to wp-done
              else
                 move 0 to wp-in-line
                 display g-webregpick
                 perform idle-accept-start
                 accept g-webregpick timeout after idle-accept-secs
                 perform f1-or-quit
                 if wp-in-line equals 0
                    or wp-in-line > wp-list-count
                    move "y" to wp-done
                 else
                    perform review-one-registration
                 end-if
              end-if
           end-perform

           goback.
      $end

      *> this store's pending entries for today, in the order the
      *> visit key files them
        load-pending-list.
           move 0 to wp-list-count
           open input webreg-file
           if not fs-okay
              exit paragraph
           end-if

           move lnk-id to wb-store-id
           move wp-today to wb-visit-date
           start webreg-file
               key = wb-visit-key
               invalid key move "y" to wp-eof
               not invalid key move "n" to wp-eof
           end-start

           perform until wp-eof equals "y"
              read webreg-file next record
                 at end move "y" to wp-eof
              end-read
              if not fs-okay or wp-eof equals "y"
                 or wb-store-id not equals lnk-id
                 or wb-visit-date not equals wp-today
                 move "y" to wp-eof
              else
                 if wb-status-pending
                    add 1 to wp-list-count
                    move wb-web-ref to wp-list-ref(wp-list-count)
                    move wb-fullname to wp-list-name(wp-list-count)
                    perform build-check-flags
                    move wp-flags to wp-list-flags(wp-list-count)
                    if wp-list-count >= WP-MAX-LIST
                       move "y" to wp-eof
                    end-if
                 end-if
              end-if
           end-perform
           close webreg-file
           .

        build-check-flags.
           move spaces to wp-flags
           move 1 to wp-ptr
           if wb-postcode-ok not equals "y"
              string "PCODE " delimited by size
                 into wp-flags with pointer wp-ptr
              end-string
           end-if
           if wb-nhs-ok equals "n"
              string "NHS " delimited by size
                 into wp-flags with pointer wp-ptr
              end-string
           end-if
           evaluate true
              when wb-dup-settled
                 string "SAME-AS " delimited by size
                    into wp-flags with pointer wp-ptr
                 end-string
              when wb-dup-possible
                 string "MAYBE-DUP " delimited by size
                    into wp-flags with pointer wp-ptr
                 end-string
           end-evaluate
           .

        show-pending-list.
           perform clr-screen
           display g-menuheader
           display "Web registrations for today's bookings"
              at line 3 column 4

           perform varying wp-row from 1 by 1
               until wp-row > wp-list-count
              display wp-row at line wp-row + 4 column 2
              display wp-list-ref(wp-row)
                 at line wp-row + 4 column 6
              display wp-list-name(wp-row)
                 at line wp-row + 4 column 20
              display wp-list-flags(wp-row)
                 at line wp-row + 4 column 62
           end-perform
           .

      *> the entry is re-read so a second counter working the same
      *> list can't action it twice
        review-one-registration.
           open i-o webreg-file
           if not fs-okay
              exit paragraph
           end-if
           move wp-list-ref(wp-in-line) to wb-web-ref
           read webreg-file
              invalid key
                 close webreg-file
                 exit paragraph
           end-read
           if not wb-status-pending
              close webreg-file
              move "Already dealt with" to popup-title
              move "This registration has been actioned"
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

           move "n" to wp-decided
           perform until wp-decided not equals "n"
              perform clr-screen
              display g-menuheader
              perform show-check-results
              display g-webregpopup
              perform idle-accept-start
              accept g-webregpopup timeout after idle-accept-secs
              perform f1-or-quit
              move function upper-case(wb-postcode) to wb-postcode
              call "webregchk" using webreg-entry
              end-call
              perform show-check-results
              perform decide-registration
           end-perform

           if wp-decided equals "y"
              move lnk-Operator-Id to wb-actioned-by
              move wp-today to wb-actioned-date
              rewrite webreg-entry
              perform check-file-status
           end-if
           close webreg-file
           .

        show-check-results.
           move spaces to wp-checks-line
           move 1 to wp-ptr
           if wb-postcode-ok equals "y"
              string "Postcode ok. " delimited by size
                 into wp-checks-line with pointer wp-ptr
              end-string
           else
              string "Postcode looks wrong. " delimited by size
                 into wp-checks-line with pointer wp-ptr
              end-string
           end-if
           evaluate wb-nhs-ok
              when "y"
                 string "NHS no ok. " delimited by size
                    into wp-checks-line with pointer wp-ptr
                 end-string
              when "n"
                 string "NHS no fails check. " delimited by size
                    into wp-checks-line with pointer wp-ptr
                 end-string
              when other
                 string "No NHS no. " delimited by size
                    into wp-checks-line with pointer wp-ptr
                 end-string
           end-evaluate
           evaluate true
              when wb-dup-settled
                 string "Same name+NHS no as customer "
                    wb-dup-customer-id
                    delimited by size
                    into wp-checks-line with pointer wp-ptr
                 end-string
              when wb-dup-possible
                 string "Same name as customer " wb-dup-customer-id
                    delimited by size
                    into wp-checks-line with pointer wp-ptr
                 end-string
           end-evaluate
           display wp-checks-line at line 19 column 4
           .

      *> "y" once the entry is accepted, merged or rejected; "l"
      *> leaves it pending; "n" goes round again for corrections
        decide-registration.
           move "[A]ccept new, [M]erge, [R]eject, [C]orrect or [L]eave"
              to popup-l-message
           move "[A], [M], [R], [C] or [L]" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "a"
              when "A"
                 perform accept-as-new-customer
              when "m"
              when "M"
                 perform merge-into-customer
              when "r"
              when "R"
                 perform reject-registration
              when "l"
              when "L"
                 move "l" to wp-decided
              when other
                 continue
           end-evaluate
           .

      *> the customer file takes only a valid NHS number - the same
      *> rule custmaint.cbl applies at entry
        check-nhs-before-saving.
           if wb-nhs-ok equals "n"
              move "NHS number" to popup-title
              move "The NHS number fails its check - correct it"
                 to popup-message-1
              move "or clear it before saving" to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

        accept-as-new-customer.
           perform check-nhs-before-saving
           if wb-nhs-ok equals "n"
              exit paragraph
           end-if
           if wb-fullname equals spaces
              exit paragraph
           end-if

           if wb-dup-settled
              move "Same name and NHS no as an existing customer"
                 to popup-l-message
              move "Create anyway? [Y]es or [N]o" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x not equals "Y" and
                 scr-af-key-code-1x not equals "y"
                 exit paragraph
              end-if
           end-if

           initialize f-CustomerInformation
           call "gencustid" using f-Customer-Id
           end-call
           move wb-title to f-Title
           move wb-initials to f-Initials
           move wb-gender to f-Gender
           move "n" to f-Deceased
           move wb-fullname to f-FullName
           move function lower-case(wb-fullname) to f-lc-FullName
           perform varying wp-idx from 1 by 1 until wp-idx > 3
              move wb-address(wp-idx) to f-Address(wp-idx)
           end-perform
           move wb-postcode to f-PostCode
           move wb-dob-dd to f-Dob-dd
           move wb-dob-mm to f-Dob-mm
           move wb-dob-yyyy to f-Dob-yyyy
           move dd of date-today-temp to f-cs-dd
           move mm of date-today-temp to f-cs-mm
           move yyyy of date-today-temp to f-cs-yyyy
           move "n" to f-alert
           move wb-email to f-Home-Email
           move wb-mobile to f-Home-Tel
           move wb-gp-name to f-gp-name
           move wb-store-id to f-Preferred-Store-Id
           move "n" to f-Diabetic-retinopathy
           move "n" to f-Glaucoma
           move "n" to f-Cataracts
           move "n" to f-Colour-blindness
           move wb-nhs-number to f-NHS-Number
           move "WEB" to f-Referral-Source
           perform move-consent-answers

           open i-o cust-file
           if ws-file-status equals "35"
              close cust-file
              open output cust-file
           end-if
           perform check-file-status
           write f-CustomerInformation
           perform check-file-status
           move spaces to jw-before
           move f-CustomerInformation to jw-after
           close cust-file

           move "W" to jw-operation
           perform journal-customer-change

           move "A" to nx-rq-op
           move f-Customer-Id of f-CustomerInformation
              to nx-rq-customer-id
           move f-FullName to nx-rq-fullname
           call "nameidxmnt" using nameidx-request
           end-call

           move f-Customer-Id of f-CustomerInformation
              to wb-customer-id
           move "A" to wb-status
           move "y" to wp-decided
           .

      *> the registration turns out to be someone we already have -
      *> the suggested match is offered first, any other customer
      *> can be picked instead. name and date of birth stay as the
      *> record has them; the contact details, GP, NHS number and
      *> consent answers the customer just gave replace what was
      *> held wherever the form supplied them
        merge-into-customer.
           perform check-nhs-before-saving
           if wb-nhs-ok equals "n"
              exit paragraph
           end-if

           move 0 to wp-target-id
           if not wb-dup-none
              move spaces to popup-l-message
              string "Merge into customer " wb-dup-customer-id "?"
                 delimited by size into popup-l-message
              end-string
              move "[Y]es or [N]o to pick another" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x equals "Y" or
                 scr-af-key-code-1x equals "y"
                 move wb-dup-customer-id to wp-target-id
              end-if
           end-if
           if wp-target-id equals 0
              call "custpopupsetcaller" using by content
                   "webreg      "
              end-call
              call "custpopup" using wsc-Customer
              if return-code equals -1
                 exit paragraph
              end-if
              move wsc-Customer-Id to wp-target-id
           end-if

           open i-o cust-file
           perform check-file-status
           move "n" to wp-target-found
           move wp-target-id to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
              not invalid key move "y" to wp-target-found
           end-read
           if wp-target-found not equals "y"
              close cust-file
              exit paragraph
           end-if

           move f-CustomerInformation to jw-before
           if wb-address(1) not equals spaces
              perform varying wp-idx from 1 by 1 until wp-idx > 3
                 move wb-address(wp-idx) to f-Address(wp-idx)
              end-perform
              move spaces to f-Address(4)
           end-if
           if wb-postcode not equals spaces
              move wb-postcode to f-PostCode
           end-if
           if wb-email not equals spaces
              move wb-email to f-Home-Email
              move space to f-Email-Bad
           end-if
           if wb-mobile not equals spaces
              move wb-mobile to f-Home-Tel
              move space to f-Tel-Bad
           end-if
           if wb-gp-name not equals spaces
              move wb-gp-name to f-gp-name
           end-if
           if wb-nhs-number not equals 0
              move wb-nhs-number to f-NHS-Number
           end-if
           perform move-consent-answers
           rewrite f-CustomerInformation
           perform check-file-status
           move f-CustomerInformation to jw-after
           close cust-file

           move "R" to jw-operation
           perform journal-customer-change

           move wp-target-id to wb-customer-id
           move "M" to wb-status
           move "y" to wp-decided
           .

      *> only answers the form actually gave are taken - post
      *> consent is left as it was, the form doesn't ask it
        move-consent-answers.
           if wb-consent-rem-email equals "y" or "n"
              move wb-consent-rem-email to f-Consent-Rem-Email
           end-if
           if wb-consent-rem-sms equals "y" or "n"
              move wb-consent-rem-sms to f-Consent-Rem-SMS
           end-if
           if wb-consent-mkt-email equals "y" or "n"
              move wb-consent-mkt-email to f-Consent-Mkt-Email
           end-if
           if wb-consent-mkt-sms equals "y" or "n"
              move wb-consent-mkt-sms to f-Consent-Mkt-SMS
           end-if
           move dd of date-today-temp to f-con-dd
           move mm of date-today-temp to f-con-mm
           move yyyy of date-today-temp to f-con-yyyy
           .

        journal-customer-change.
           move JRNL-FILE-CUST to jw-file-tag
           move lnk-Operator-Id to jw-operator
           move spaces to jw-key
           move f-Customer-Id of f-CustomerInformation to jw-key(1:9)
           call "jrnlwrite" using journal-request
           end-call
           .

        reject-registration.
           move spaces to wp-in-reason
           display g-webregreject
           perform idle-accept-start
           accept g-webregreject timeout after idle-accept-secs
           perform f1-or-quit
           if wp-in-reason equals spaces
              exit paragraph
           end-if
           move wp-in-reason to wb-reject-reason
           move "R" to wb-status
           move "y" to wp-decided
           .

       copy "common.cpy".
