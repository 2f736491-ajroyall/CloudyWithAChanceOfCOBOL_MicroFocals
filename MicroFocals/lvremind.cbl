       identification division.
       program-id. lvremind.

      *> overdue low vision aid loans - every loan still out past its
      *> due-back date gets a reminder queued on the customer's
      *> consented channel (commsadd.cbl), and again each
      *> LR-REMIND-EVERY-DAYS while it stays out, so a magnifier
      *> doesn't quietly become a gift. the loan carries how many
      *> reminders have gone and when the last went, so a nightly run
      *> never nags twice in the week. the overdue loans are listed
      *> for the store to ring the ones that don't answer letters.
      *> headless, for the overnight run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "lvloan-fc.cpy".
       copy "lvaid-fc.cpy".
       copy "customer-fc.cpy".

       select overdue-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "lvloan-fd.cpy".
       copy "lvaid-fd.cpy".
       copy "customer-fd.cpy".

       fd overdue-report.
       01 report-line           pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "lvremind.txt".

       78 LR-REMIND-EVERY-DAYS  value 7.

       01 eof                   pic x.
       01 lr-today              pic 9(8).
       01 lr-today-num          pic 9(9).
       01 lr-since-days         pic s9(9).
       01 lr-overdue-days       pic s9(9).
       01 lr-overdue-count      binary-long value 0.
       01 lr-queued-count       binary-long value 0.
       01 lr-queued             pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       01 comms-request.
         03 cr-customer-id    pic 9(9).
         03 cr-recipient-name pic x(60).
         03 cr-email          pic x(40).
         03 cr-tel            pic x(20).
         03 cr-doc-type       pic x(12).
         03 cr-doc-ref        pic x(30).
         03 cr-presend        pic x.

       01 report-header-line.
         03 filler              pic x(40) value
            "Low vision aid loans past their due date".
       01 report-detail-line.
         03 filler              pic x(6)  value "Store ".
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-loan-id         pic 9(9).
         03 filler              pic x(2)  value spaces.
         03 rpt-customer        pic x(30).
         03 filler              pic x(2)  value spaces.
         03 rpt-aid             pic x(24).
         03 filler              pic x(2)  value spaces.
         03 rpt-days-over       pic zzz9.
         03 filler              pic x(6)  value " days ".
         03 rpt-reminders       pic z9.
         03 filler              pic x(4)  value " rem".

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to lr-today
           move function integer-of-date(lr-today) to lr-today-num

           open i-o lvloan-file
           if not fs-okay
              display "Low vision aid loan file unavailable"
              goback
           end-if
           open input lvaid-file
           open input cust-file

           open output overdue-report
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           move 0 to ln-loan-id
           start lvloan-file
               key > ln-loan-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read lvloan-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and ln-outcome-open
                 and ln-due-date < lr-today
                 perform weigh-overdue-loan
              end-if
           end-perform

           close overdue-report
           close cust-file
           close lvaid-file
           close lvloan-file

           display lr-overdue-count " loan(s) overdue, "
              lr-queued-count " reminder(s) queued - see "
              rpt-filename
           goback.

        weigh-overdue-loan.
           add 1 to lr-overdue-count
           compute lr-overdue-days =
              lr-today-num - function integer-of-date(ln-due-date)

           move "n" to lr-queued
           if ln-last-reminded equals 0
              perform queue-loan-reminder
           else
              compute lr-since-days = lr-today-num
                 - function integer-of-date(ln-last-reminded)
              if lr-since-days >= LR-REMIND-EVERY-DAYS
                 perform queue-loan-reminder
              end-if
           end-if

           if lr-queued equals "y"
              add 1 to ln-reminder-count
              move lr-today to ln-last-reminded
              rewrite lvloan-entry
              perform check-file-status
           end-if

           move ln-store-id to rpt-store-id
           move ln-loan-id to rpt-loan-id
           move spaces to rpt-customer
           move ln-customer-id to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
              not invalid key move f-FullName to rpt-customer
           end-read
           move ln-item-id to la-item-id
           read lvaid-file
              invalid key move spaces to rpt-aid
              not invalid key move la-description to rpt-aid
           end-read
           move lr-overdue-days to rpt-days-over
           move ln-reminder-count to rpt-reminders
           write report-line from report-detail-line
           .

      *> the reminder names the aid so the customer knows which loan
      *> it is about; a customer no longer on file can't be written
      *> to and is left on the report for the store to follow up
        queue-loan-reminder.
           move ln-customer-id to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key
                 exit paragraph
           end-read

           move ln-customer-id to cr-customer-id
           move f-FullName to cr-recipient-name
           if f-Consent-Rem-Email not equals "n"
              and f-Consent-Rem-Email not equals "N"
              move f-Home-Email to cr-email
           else
              move spaces to cr-email
           end-if
           if f-Consent-Rem-SMS not equals "n"
              and f-Consent-Rem-SMS not equals "N"
              move f-Home-Tel to cr-tel
           else
              move spaces to cr-tel
           end-if
           move "LVAIDDUE" to cr-doc-type
           move spaces to cr-doc-ref
           string "LVLOAN-" ln-loan-id
              delimited by size into cr-doc-ref
           end-string
           move space to cr-presend
           call "commsadd" using comms-request
           end-call
           add 1 to lr-queued-count
           move "y" to lr-queued
           .

       copy "common.cpy".
