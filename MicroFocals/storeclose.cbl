         03 xq-day           pic 9.
         03 xq-slot          pic 99.

      *> request block handed to apptdatemaint - the closed store's
      *> removed week records come off the date index
       01 apptdate-request.
         03 dq-op            pic x.
         03 dq-store-id      pic 9(5).
         03 dq-year          pic 9999.
         03 dq-week          pic 99.
         03 dq-consultant-id pic 9(9).

       01 comms-request.
         03 cq-rq-customer-id    pic 9(9).
         03 cq-rq-recipient-name pic x(60).

           move "R" to sc-mode
           display g-storeclose-mode
           perform idle-accept-start
           accept g-storeclose-mode timeout after idle-accept-secs
           perform f1-or-quit

           move "This cancels the store's future clinics -" &
           end-perform

           move appointment to jw-before
           move app-store-id to dq-store-id
           move app-year to dq-year
           move app-week to dq-week
           move app-consultant-id to dq-consultant-id
           delete appointment-file
           if fs-okay
              add 1 to sc-weeks-removed
              move "D" to dq-op
              call "apptdatemaint" using apptdate-request
              end-call
              move JRNL-FILE-APP to jw-file-tag
              move "D" to jw-operation
              move lnk-Operator-Id to jw-operator
