       01 hl-got-header        pic x value "n".
       01 hl-got-trailer       pic x value "n".

      *> request block handed to apptdatemaint - applied appointment
      *> images keep the date index in step, as the live writes do
       01 apptdate-request.
         03 dq-op            pic x.
         03 dq-store-id      pic 9(5).
         03 dq-year          pic 9999.
         03 dq-week          pic 99.
         03 dq-consultant-id pic 9(9).

       linkage section.

       screen section.
        apply-to-appointment.
           if hj-op-delete
              move hj-key(1:20) to appointment-key
              move "D" to dq-op
              perform move-week-to-date-request
              delete appointment-file
                 invalid key continue
              end-delete
           else
              move hj-after-image to appointment
              move "A" to dq-op
              perform move-week-to-date-request
              write appointment
                 invalid key rewrite appointment
              end-write
           end-if
           if fs-okay
              add 1 to hl-applied
              call "apptdatemaint" using apptdate-request
              end-call
           else
              add 1 to hl-failed
           end-if
           .

        move-week-to-date-request.
           move app-store-id to dq-store-id
           move app-year to dq-year
           move app-week to dq-week
           move app-consultant-id to dq-consultant-id
           .

        apply-to-customer.
           if hj-op-delete
              move hj-key(1:9) to f-Customer-Id
