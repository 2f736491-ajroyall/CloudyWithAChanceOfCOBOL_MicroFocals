      *> interpreter tasks - the day list says whether the
      *> interpreter is actually arranged, not just needed
       copy "interp-fc.cpy".
      *> pre-visit questionnaire answers, keyed by the booked slot -
      *> printed under the patient so the consultant has read them
       copy "healthq-fc.cpy".

       *> customer record file
       copy "customer-fc.cpy".
       copy "app-fd.cpy".
       copy "medhist-fd.cpy".
       copy "interp-fd.cpy".
       copy "healthq-fd.cpy".
       copy "customer-fd.cpy".
       fd daily-report.
       01 report-line         pic x(84).
       01 pdr-hx-eof                   pic x.
       01 pdr-hx-count                 binary-long.
       01 pdr-interp-status            pic x(12).
       01 pdr-hq-source                pic x(6).
       01 ws-app-cust-id   	           binary-long.

       *> Print Daily Appointments related

       01 pdr-filename                 pic x(20).

      *> phone numbers on the day list and its CSV go through
      *> piimask - masked unless a supervisor prints them in full
       01 pdr-in-full                  pic x value "N".
       01 pii-print-request.
       copy "piireq.cpy" replacing ==:Prefix-:== by ==mp-==.
       01 pii-csv-request.
       copy "piireq.cpy" replacing ==:Prefix-:== by ==mc-==.

      *> request block handed to spooladd - printed output is
      *> registered on the spool so a chewed page is a reprint from
      *> spoolview.cbl, not a re-keyed report
       01 pdr-needs-text               pic x(60).
       01 pdr-needs-work               pic x(60).

      *> request block handed to noshowrisk - predicted no-show
      *> risk for each booking still to come
       01 risk-request.
         03 nr-customer-id       pic 9(9).
         03 nr-store-id          pic 9(5).
         03 nr-year              pic 9999.
         03 nr-week              pic 99.
         03 nr-consultant-id     pic 9(9).
         03 nr-day               pic 9.
         03 nr-slot              pic 99.
         03 nr-slot-date         pic 9(8).
         03 nr-confirmed         pic x.
         03 nr-score             pic 99.
         03 nr-band              pic x.
       01 pdr-risk-band-name           pic x(6).

       01 csv-cust-info.
        03 csv-ci-hometel              pic x(20).
        03 csv-ci-worktel              pic x(20).
                 move "Okay" to popup-button-1
                perform until is-valid equals "y"
                display g-schedprtpopup
                perform idle-accept-start
                accept g-schedprtpopup timeout after idle-accept-secs
                perform idle-accept-check

                *> Validate the fields
                if not pdr-send-to-printer-valid
            end-if
        end-perform

             perform open-pii-masking

             move "n" to ckp-resume
             perform load-checkpoint
             if ckp-loaded equals "y" and ckp-active
                   write report-line from report-line-4
                end-if

                perform write-risk-line

                move f-home-tel to mp-value
                perform mask-print-tel
                if mp-value not equal spaces
                 move mp-value to report-cust-info
                 write report-line from report-line-4
                end-if

                move f-work-tel to mp-value
                perform mask-print-tel
                if mp-value not equal spaces
                 move mp-value to report-cust-info
                 write report-line from report-line-4
                end-if

                perform write-needs-line
                perform write-interp-line
                perform write-history-lines
                perform write-questionnaire-lines

                if export-to-csv
                   move f-home-tel to mc-value
                   perform mask-csv-tel
                   move mc-value to csv-ci-hometel
                   move f-work-tel to mc-value
                   perform mask-csv-tel
                   move mc-value to csv-ci-worktel
                   move f-home-email to csv-ci-homeemail
                   move f-work-email to csv-ci-workemail
                   perform write-csv-detail-record
            write report-line after advancing page
        .

      *> a supervisor may print the phone numbers in full - the day
      *> list and the CSV are then both logged, customer by customer
        open-pii-masking.
           move "N" to pdr-in-full
           if lnk-Role-Supervisor-Up
              move "Print phone numbers in full? (access is logged)"
                 to popup-l-message
              move "[Y]es or [N]o" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x equals "Y" or
                 scr-af-key-code-1x equals "y"
                 move "Y" to pdr-in-full
              end-if
           end-if

           move "O" to mp-action
           move "schedread" to mp-output
           move pdr-in-full to mp-in-full
           move lnk-Operator-Id to mp-operator
           move lnk-Operator-Role to mp-role
           call "piimask" using pii-print-request
           end-call

           move "O" to mc-action
           move "schedcsv" to mc-output
           move pdr-in-full to mc-in-full
           move lnk-Operator-Id to mc-operator
           move lnk-Operator-Role to mc-role
           call "piimask" using pii-csv-request
           end-call
        .

        mask-print-tel.
           move "M" to mp-action
           move "P" to mp-kind
           move f-customer-id to mp-customer-id
           call "piimask" using pii-print-request
           end-call
        .

        mask-csv-tel.
           move "M" to mc-action
           move "P" to mc-kind
           move f-customer-id to mc-customer-id
           call "piimask" using pii-csv-request
           end-call
        .

      *> how likely the customer is not to turn up - only for a
      *> real booking from today on, since a past slot has its
      *> outcome already
        write-risk-line.
           if app-cust-id of app-days(day-counter counter)
                 equals invalid-custid
              or app-cust-id of app-days(day-counter counter)
                 equals blocked-slot-id
              or app-cust-id of app-days(day-counter counter)
                 equals ignore-custid
              or day-counter < di-day-of-week-num
              exit paragraph
           end-if
           move app-cust-id of app-days(day-counter counter)
              to nr-customer-id
           move app-store-id to nr-store-id
           move app-year to nr-year
           move app-week to nr-week
           move app-consultant-id to nr-consultant-id
           move day-counter to nr-day
           move counter to nr-slot
           move function date-of-integer(
                   function integer-of-date(sf-date)
                   + day-counter - di-day-of-week-num)
              to nr-slot-date
           move app-confirmed(day-counter counter) to nr-confirmed
           call "noshowrisk" using risk-request
           end-call
           evaluate nr-band
              when "H"
                 move "High" to pdr-risk-band-name
              when "M"
                 move "Medium" to pdr-risk-band-name
              when other
                 move "Low" to pdr-risk-band-name
           end-evaluate
           move spaces to report-cust-info
           string "No-show risk: " delimited by size
                  pdr-risk-band-name delimited by space
                  " (" delimited by size
                  nr-score delimited by size
                  ")" delimited by size
                  into report-cust-info
           end-string
           write report-line from report-line-4
           .

      *> one comma-separated row per slot, mirroring report-line-2's
      *> detail with the phone/email extras folded onto the same line
      *> whether the interpreter is actually in place for this slot
           close medhist-file
           .

      *> the answers the patient gave before the visit, online or at
      *> the kiosk - only when they're for this patient in this slot
        write-questionnaire-lines.
           if f-Customer-Id equals 0
              exit paragraph
           end-if
           open input healthq-file
           if not fs-okay
              exit paragraph
           end-if
           move app-store-id to hq-store-id
           move app-year to hq-year
           move app-week to hq-week
           move app-consultant-id to hq-consultant-id
           move day-counter to hq-day
           move counter to hq-slot
           read healthq-file
              invalid key
                 close healthq-file
                 exit paragraph
           end-read
           close healthq-file
           if hq-customer-id not equals f-Customer-Id
              exit paragraph
           end-if

           if hq-source-kiosk
              move "kiosk" to pdr-hq-source
           else
              move "online" to pdr-hq-source
           end-if
           move spaces to report-cust-info
           string "Questionnaire (" pdr-hq-source delimited by space
              " " hq-answered-date(7:2) "/" hq-answered-date(5:2)
              "/" hq-answered-date(1:4) ")" delimited by size
              into report-cust-info
           end-string
           write report-line from report-line-4

           move spaces to report-cust-info
           string "  Headaches: " hq-headaches
              "  Drives: " hq-drives
              "  Screen hrs/day: " hq-screen-hours
              delimited by size into report-cust-info
           end-string
           write report-line from report-line-4

           if hq-family-history equals "Y"
              move spaces to report-cust-info
              string "  Family Hx: " hq-family-text
                 delimited by size into report-cust-info
              end-string
              write report-line from report-line-4
           end-if
           if hq-medication equals "Y"
              move spaces to report-cust-info
              string "  New medication: " hq-medication-text
                 delimited by size into report-cust-info
              end-string
              write report-line from report-line-4
           end-if
           if hq-other-note not equals spaces
              move spaces to report-cust-info
              string "  Note: " hq-other-note
                 delimited by size into report-cust-info
              end-string
              write report-line from report-line-4
           end-if
           .

        write-needs-line.
           move spaces to pdr-needs-text
           if f-Need-Interpreter equals "y" or "Y"
