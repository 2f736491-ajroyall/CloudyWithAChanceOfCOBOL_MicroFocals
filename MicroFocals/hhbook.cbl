         03 br-nhs-funded          pic x.
         03 br-resource-id         pic 9(3).
         03 br-appt-type           pic x(3).
         03 br-series-booking      pic x.
       01 br-response.
         03 br-medical-alert       pic x.
         03 br-other-consultant    pic x(60).
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-hhbook
              perform idle-accept-start
              accept g-hhbook timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
              move hb-nhs-answer to br-nhs-funded
              move 0 to br-resource-id
              move spaces to br-appt-type
              move "N" to br-series-booking
              call "bookapptrest" using lnk-store-info,
                   lnk-operator-info, br-request, br-response
              end-call
