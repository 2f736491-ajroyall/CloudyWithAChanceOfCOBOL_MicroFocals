      *> id, the kiosk finds today's booking at this site's default
      *> store, confirms the name and time on screen, stamps
      *> app-checkin-time (journalled, same as the counter check-in)
      *> and tells them to take a seat. a customer with no referral
      *> source recorded is stamped KIOS. a checked-in customer whose
      *> slot has no pre-visit questionnaire on file is offered it
      *> here (healthq-fd.cpy). there is deliberately no
      *> path from this screen into the rest of the application -
      *> the loop never ends, and escape just starts it over.

       file-control.
       copy "app-fc.cpy".
       copy "customer-fc.cpy".
       copy "healthq-fc.cpy".

       data division.
       copy "app-fd.cpy".
       copy "customer-fd.cpy".
       copy "healthq-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".
       01 kq-time-now          pic 9(8).
       01 counter              binary-long.

      *> the slot just checked in, for the questionnaire key
       01 kq-slot-key.
         03 kq-sk-store-id     pic 9(5).
         03 kq-sk-year         pic 9999.
         03 kq-sk-week         pic 99.
         03 kq-sk-consultant-id pic 9(9).
         03 kq-sk-day          pic 9.
         03 kq-sk-slot         pic 99.
       01 kq-checked-in        pic x.
       01 kq-hq-answer         pic x.
       01 kq-hq-headaches      pic x.
       01 kq-hq-drives         pic x.
       01 kq-hq-screen-hours   pic 99.
       01 kq-hq-family         pic x.
       01 kq-hq-family-text    pic x(40).
       01 kq-hq-medication     pic x.
       01 kq-hq-medication-text pic x(40).
       01 kq-hq-other-note     pic x(40).

       01 journal-request.
         03 jw-file-tag     pic x(12).
         03 jw-operation    pic x.
              "number and press enter:".
           03 line 8  col 38 pic 9(9) using kq-cust-id.

       01 g-kiosk-hq-offer.
           03 line 14 col 10 pic x(50) value
              "Would you answer a few questions for your".
           03 line 15 col 10 pic x(36) value
              "optician while you wait? (Y/N)".
           03 line 15 col 48 pic x using kq-hq-answer.

       01 g-kiosk-hq.
           03 line 3  col 10 pic x(40) value
              "A few questions before your eye test".
           03 line 5  col 10 pic x(44) value
              "Do you get headaches? (Y/N)".
           03 line 5  col 60 pic x using kq-hq-headaches.
           03 line 6  col 10 pic x(44) value
              "Do you drive? (Y/N)".
           03 line 6  col 60 pic x using kq-hq-drives.
           03 line 7  col 10 pic x(44) value
              "Hours a day at a screen".
           03 line 7  col 60 pic 99 using kq-hq-screen-hours.
           03 line 9  col 10 pic x(48) value
              "Any eye conditions in your family? (Y/N)".
           03 line 9  col 60 pic x using kq-hq-family.
           03 line 10 col 12 pic x(6) value "Which:".
           03 line 10 col 20 pic x(40) using kq-hq-family-text.
           03 line 12 col 10 pic x(48) value
              "Taking any new medication? (Y/N)".
           03 line 12 col 60 pic x using kq-hq-medication.
           03 line 13 col 12 pic x(6) value "Which:".
           03 line 13 col 20 pic x(40) using kq-hq-medication-text.
           03 line 15 col 10 pic x(44) value
              "Anything else your optician should know:".
           03 line 16 col 12 pic x(40) using kq-hq-other-note.

       procedure division.
           call "setadismode"
           perform init-env
                 display app-consultant-name at line 9 column 15
                 display "You are checked in - please take a seat"
                    at line 11 column 10
                 if kq-checked-in equals "y"
                    perform offer-questionnaire
                 end-if
           end-evaluate

           display "Thank you" at line 14 column 10
           move "n" to kq-found
           move "n" to kq-already-in
           move "n" to kq-busy
           move "n" to kq-checked-in

           perform open-appointment-with-retry
           if kq-open-ok not equals "y"
                       move "n" to kq-found
                    else
                       perform stamp-checkin
                       perform stamp-kiosk-referral-source
                    end-if
                 end-if
                 move "y" to kq-eof
                  app-days(di-day-of-week-num kq-slot)
           rewrite appointment
           if fs-okay
              move "y" to kq-checked-in
              move app-store-id to kq-sk-store-id
              move app-year to kq-sk-year
              move app-week to kq-sk-week
              move app-consultant-id to kq-sk-consultant-id
              move di-day-of-week-num to kq-sk-day
              move kq-slot to kq-sk-slot
              move JRNL-FILE-APP to jw-file-tag
              move "R" to jw-operation
              move "kiosk" to jw-operator
           end-if
           .

      *> the acquisition report wants to know how everyone came to
      *> us - a customer first seen at the kiosk with nothing on
      *> their record is put down to it. journalled like the
      *> check-in itself.
        stamp-kiosk-referral-source.
           open i-o cust-file
           if not fs-okay
              exit paragraph
           end-if
           move kq-cust-id to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key
                 close cust-file
                 exit paragraph
           end-read
           if f-Referral-Source not equals spaces
              close cust-file
              exit paragraph
           end-if

           move spaces to jw-before
           move f-CustomerInformation to jw-before
           move "KIOS" to f-Referral-Source
           rewrite f-CustomerInformation
           if not fs-okay
              close cust-file
              exit paragraph
           end-if
           move spaces to jw-after
           move f-CustomerInformation to jw-after
           close cust-file

           move JRNL-FILE-CUST to jw-file-tag
           move "R" to jw-operation
           move "kiosk" to jw-operator
           move spaces to jw-key
           move kq-cust-id to jw-key(1:9)
           call "jrnlwrite" using journal-request
           end-call
           .

      *> the same questions as the online form sent with the
      *> reminder - answers already in (hqimport.cbl) aren't asked
      *> for again. anything but a Y/N answer is taken as no, so a
      *> patient is never stuck on the screen; the consultant goes
      *> over the answers with them anyway.
        offer-questionnaire.
           open i-o healthq-file
           if ws-file-status equals "35"
              open output healthq-file
              close healthq-file
              open i-o healthq-file
           end-if
           if not fs-okay
              exit paragraph
           end-if
           move kq-slot-key to hq-key
           read healthq-file
              invalid key continue
              not invalid key
                 close healthq-file
                 exit paragraph
           end-read

           move space to kq-hq-answer
           display g-kiosk-hq-offer
           accept g-kiosk-hq-offer
           if kq-hq-answer not equals "Y" and not equals "y"
              close healthq-file
              exit paragraph
           end-if

           move spaces to kq-hq-headaches kq-hq-drives kq-hq-family
              kq-hq-medication kq-hq-family-text
              kq-hq-medication-text kq-hq-other-note
           move 0 to kq-hq-screen-hours
           perform clr-screen
           display g-kiosk-hq
           accept g-kiosk-hq

           initialize healthq-entry
           move kq-slot-key to hq-key
           move kq-cust-id to hq-customer-id
           move "K" to hq-source
           move sf-date to hq-answered-date
           move function upper-case(kq-hq-headaches) to hq-headaches
           move function upper-case(kq-hq-drives) to hq-drives
           move kq-hq-screen-hours to hq-screen-hours
           move function upper-case(kq-hq-family)
              to hq-family-history
           move kq-hq-family-text to hq-family-text
           move function upper-case(kq-hq-medication) to hq-medication
           move kq-hq-medication-text to hq-medication-text
           move kq-hq-other-note to hq-other-note
           if hq-headaches not equals "Y"
              move "N" to hq-headaches
           end-if
           if hq-drives not equals "Y"
              move "N" to hq-drives
           end-if
           if hq-family-history not equals "Y"
              move "N" to hq-family-history
           end-if
           if hq-medication not equals "Y"
              move "N" to hq-medication
           end-if
           write healthq-entry
           close healthq-file

           perform clr-screen
           display "Thank you - your optician will go through"
              at line 8 column 10
           display "your answers with you" at line 9 column 10
           .

        read-customer-name.
           move spaces to kq-cust-name
           open input cust-file
