       special-names.
         crt status is key-status.
       file-control.
      *> appointments record file - read keyed through the date
      *> index for just the upcoming reminder dates, or scanned
      *> sequentially across every store/year/week/consultant where
      *> the index hasn't been built
       copy "app-fc.cpy".
       copy "apptdate-fc.cpy".

      *> customer record file, used to pull the contact details for
      *> each customer a reminder is being written for
       copy "customer-fc.cpy".

      *> questionnaires already answered for a slot - a reminder for
      *> a slot with one on file doesn't send the link again
       copy "healthq-fc.cpy".

       select reminder-file assign to dynamic pdr-filename
        organization is line sequential.

       data division.
       copy "app-fd.cpy".
       copy "apptdate-fd.cpy".
       copy "customer-fd.cpy".
       copy "healthq-fd.cpy".
       fd reminder-file.
       01 reminder-line          pic x(295).

       01 rx-ref-day          pic 9.
       01 rx-ref-slot         pic 99.
       01 rx-cust-id             pic 9(9).
       01 rx-healthq-open        pic x value "n".
       01 rx-questionnaire-sent  binary-long value 0.

      *> how many days ahead of today to pull reminders for - 1 means
      *> "tomorrow only". raise this to widen the reminder window.
         03 rx-target-week       pic 99.
         03 rx-target-day        pic 9.
         03 rx-target-date-str   pic x(10).
         03 rx-target-date       pic 9(8).

       01 rx-this-date-str       pic x(10).
       01 rx-index-eof           pic x.

       01 pdr-filename           pic x(20) value "remindexp.txt".


           display match-count
              " reminder(s) written to " pdr-filename
           display rx-questionnaire-sent
              " questionnaire link(s) queued"

           goback.

              move sf-target-yyyy to rx-target-year(rx-target-count)
              move di-week-num to rx-target-week(rx-target-count)
              move di-day-of-week-num to rx-target-day(rx-target-count)
              move sf-target-date to rx-target-date(rx-target-count)
              string sf-target-dd "/" sf-target-mm "/" sf-target-yyyy
                 delimited by size
                 into rx-target-date-str(rx-target-count)
           move "cust-file" to fs-current-file
           perform check-file-status

      *> no questionnaire file yet just means none answered
           open input healthq-file
           if fs-okay
              move "y" to rx-healthq-open
           end-if

           open input apptdate-file
           if fs-okay
              perform read-days-by-date-index
              close apptdate-file
           else
              perform read-weeks-sequentially
           end-if

           close appointment-file
           close cust-file
           close reminder-file
           if rx-healthq-open equals "y"
              close healthq-file
           end-if
           .

      *> the date index from the first reminder date to the last -
      *> each entry is one consultant's day, so only that day of
      *> the week record is scanned
        read-days-by-date-index.
           if rx-target-count equals 0
              exit paragraph
           end-if
           move rx-target-date(1) to ad-date
           move 0 to ad-store-id ad-consultant-id ad-year ad-week
           start apptdate-file
               key >= apptdate-key
               invalid key move "y" to rx-index-eof
               not invalid key move "n" to rx-index-eof
           end-start

           perform until rx-index-eof equals "y"
              read apptdate-file next record
                 at end move "y" to rx-index-eof
              end-read
              if not fs-okay or rx-index-eof equals "y"
                 or ad-date > rx-target-date(rx-target-count)
                 move "y" to rx-index-eof
              else
                 perform scan-indexed-day-for-reminders
              end-if
           end-perform
           .

        scan-indexed-day-for-reminders.
           perform varying rx-index from 1 by 1
                until rx-index > rx-target-count
              if ad-year equals rx-target-year(rx-index)
                 and ad-week equals rx-target-week(rx-index)
                 and ad-day equals rx-target-day(rx-index)
                 move ad-store-id to app-store-id
                 move ad-year to app-year
                 move ad-week to app-week
                 move ad-consultant-id to app-consultant-id
                 read appointment-file
                    invalid key continue
                    not invalid key
                       move ad-day to day-counter
                       move rx-target-date-str(rx-index)
                          to rx-this-date-str
                       perform scan-day-for-reminders
                 end-read
              end-if
           end-perform
           .

        read-weeks-sequentially.
           move low-values to appointment-key
           start appointment-file
               key >= appointment-key
                 perform scan-appointment-for-reminders
              end-if
           end-perform
           .

        scan-appointment-for-reminders.
              call "commsadd" using comms-request
              end-call

              perform queue-questionnaire

              add 1 to match-count
           end-if
           .

      *> the pre-visit questionnaire link goes out alongside the
      *> reminder, on the same channels and with the same slot
      *> doc-ref - the web form hands it back with the answers so
      *> hqimport.cbl files them against the booked slot. skipped
      *> where the slot already has answers on file.
        queue-questionnaire.
           if rx-healthq-open equals "y"
              move cr-doc-ref(1:23) to hq-key
              read healthq-file
                 invalid key continue
                 not invalid key
                    if hq-customer-id equals rx-cust-id
                       exit paragraph
                    end-if
              end-read
           end-if
           move "HEALTHQ" to cr-doc-type
           call "commsadd" using comms-request
           end-call
           add 1 to rx-questionnaire-sent
           .

       copy "common.cpy".
