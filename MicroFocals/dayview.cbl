         03 br-nhs-funded          pic x.
         03 br-resource-id         pic 9(3).
         03 br-appt-type           pic x(3).
         03 br-series-booking      pic x.
       01 br-response.
         03 br-medical-alert       pic x.
         03 br-other-consultant    pic x(60).
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-dayview
              perform idle-accept-start
              accept g-dayview timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
        offer-booking.
           move 0 to dv-pick-col dv-pick-slot
           display g-dayviewpick
           perform idle-accept-start
           accept g-dayviewpick timeout after idle-accept-secs
           perform f1-or-quit

           if dv-pick-col equals 0
           move dv-pick-slot to br-slot-number
           move 0 to br-resource-id
           move spaces to br-appt-type
           move "N" to br-series-booking

           move "NHS-funded sight test?" to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
