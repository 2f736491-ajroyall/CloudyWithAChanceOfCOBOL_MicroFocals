         03 xq-day           pic 9.
         03 xq-slot          pic 99.

      *> request block handed to apptdatemaint - the target week
      *> record's days go on the date index, the week may be new
       01 apptdate-request.
         03 dq-op            pic x.
         03 dq-store-id      pic 9(5).
         03 dq-year          pic 9999.
         03 dq-week          pic 99.
         03 dq-consultant-id pic 9(9).

       linkage section.
       copy "common_lnk.cpy".

              end-call
           end-if

           move "A" to dq-op
           move lnk-id to dq-store-id
           move mv-to-year to dq-year
           move mv-to-week to dq-week
           move mv-to-consultant-id to dq-consultant-id
           call "apptdatemaint" using apptdate-request
           end-call

           goback returning MOVEAPPT-OK
           .

