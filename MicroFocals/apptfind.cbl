      *> first few matching free slots in date order. book-it-now
      *> hands the chosen slot to bookapptrest.cbl, so every booking
      *> rule re-applies at the moment of booking; this screen only
      *> finds. a customer with a usual consultant has that
      *> consultant's diary searched first, on its own, and every
      *> other consultant only if none of those slots will do.

       environment division.
       special-names.
       01 af-specialty-ok      pic x.
       01 af-on-leave          pic x.
       01 af-no-app-file       pic x value "n".
       01 af-usual-only        pic x value "n".
       01 af-week-absent       pic x.
       01 cl-from-num          pic 9(9).
       01 cl-to-num            pic 9(9).
         03 br-nhs-funded          pic x.
         03 br-resource-id         pic 9(3).
         03 br-appt-type           pic x(3).
         03 br-series-booking      pic x.
       01 br-response.
         03 br-medical-alert       pic x.
         03 br-other-consultant    pic x(60).
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-apptfind
              perform idle-accept-start
              accept g-apptfind timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
           accept af-time-now from time
           move af-tn-hhmm to af-now-hhmm

           if wsc-Preferred-Consultant-Id not equals 0
              perform search-usual-consultant-first
           end-if

           perform init-result-list
           perform search-all-stores


           goback.

      *> the usual consultant's diary on its own - a slot chosen
      *> from it ends the search, otherwise the operator may widen
      *> it to every consultant
        search-usual-consultant-first.
           move "y" to af-usual-only
           perform init-result-list
           perform search-all-stores

           if af-result-count equals 0
              move "n" to af-usual-only
              move "No free slots with the usual consultant -"
                 & " searching everyone" to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           perform show-results
           move "n" to af-usual-only
           perform book-chosen-slot
           if af-choice not equals 0
              and af-choice <= af-result-count
              goback
           end-if

           move "Search every consultant instead?" to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "Y" and
              scr-af-key-code-1x not equals "y"
              goback
           end-if
           .

        init-result-list.
           move 0 to af-result-count
           perform varying counter from 1 by 1
           perform varying af-con-idx from 1 by 1
                until af-con-idx > af-con-count
              if cp-Consultant-Id(af-con-idx) not equals 0
                 and (af-usual-only not equals "y"
                  or cp-Consultant-Id(af-con-idx)
                     equals wsc-Preferred-Consultant-Id)
                 perform check-consultant-specialty
                 if af-specialty-ok equals "y"
                    perform check-consultant-day
        show-results.
           perform clr-screen
           display g-menuheader
           if af-usual-only equals "y"
              display "First free slots with the usual consultant:"
                 at line 3 column 4
           else
              display "First free matching slots:" at line 3 column 4
           end-if

           perform varying af-res-idx from 1 by 1
                until af-res-idx > af-result-count
        book-chosen-slot.
           move 0 to af-choice
           display g-apptfind-pick
           perform idle-accept-start
           accept g-apptfind-pick timeout after idle-accept-secs
           perform f1-or-quit

           if af-choice equals 0
           move af-res-slot(af-res-idx) to br-slot-number
           move 0 to br-resource-id
           move spaces to br-appt-type
           move "N" to br-series-booking

           move "NHS-funded sight test?" to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
           move spaces to af-src-date
           move 0 to af-src-slot
           display g-apptfind-move
           perform idle-accept-start
           accept g-apptfind-move timeout after idle-accept-secs
           perform f1-or-quit

           if af-src-slot equals 0
