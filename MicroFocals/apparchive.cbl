        03 filler                pic x     value spaces.
        03 arc-attended          pic x.

      *> request block handed to apptdatemaint - purged week records
      *> come off the date index
       01 apptdate-request.
         03 dq-op            pic x.
         03 dq-store-id      pic 9(5).
         03 dq-year          pic 9999.
         03 dq-week          pic 99.
         03 dq-consultant-id pic 9(9).

       linkage section.
       copy "common_lnk.cpy".
       SCREEN SECTION.

           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform idle-accept-start
              accept g-apparchivepopup timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
                    if aa-write-archive-yes
                       perform write-archive-lines-for-week
                    end-if
                    move "D" to dq-op
                    move app-store-id to dq-store-id
                    move app-year to dq-year
                    move app-week to dq-week
                    move app-consultant-id to dq-consultant-id
                    delete appointment-file
                    perform check-file-status
                    add 1 to aa-purged-weeks
                    call "apptdatemaint" using apptdate-request
                    end-call
                 end-if
              end-if
           end-perform
