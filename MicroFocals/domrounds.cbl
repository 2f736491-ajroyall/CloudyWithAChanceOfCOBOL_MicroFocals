      *> Home-Tel for the road; patients whose postcode can't be
      *> resolved are appended at the end rather than guessed into
      *> the route.
      *>
      *> residents of a care home (Care-Home-Id on the customer
      *> record, register in carehome-fd.cpy) are one stop, routed
      *> by the home's postcode with each resident's time listed
      *> under it, and every home on the round gets its own visit
      *> list for the manager in domhomes.txt - who is being seen,
      *> when, and the consent arrangement on file. the opening
      *> prompt also reaches the care home register itself and the
      *> visiting-cycle check (carehomedue.cbl).
      *>
      *> the patient's phone on the run sheet and the date of birth
      *> and NHS number on the home lists go through piimask.cbl, as
      *> set for "domrounds" and "domhomes" in masking.dat; only a
      *> supervisor can print them in full, and that is logged.

       environment division.
       special-names.
       file-control.
       copy "app-fc.cpy".
       copy "customer-fc.cpy".
       copy "carehome-fc.cpy".

       select rounds-report assign to dynamic rpt-filename
        organization is line sequential.
       data division.
       copy "app-fd.cpy".
       copy "customer-fd.cpy".
       copy "carehome-fd.cpy".

       fd rounds-report.
       01 report-line          pic x(130).
       copy "common_ws.cpy".

       01 rpt-filename         pic x(20) value "domrounds.txt".
       01 dm-homes-filename    pic x(20) value "domhomes.txt".

      *> identifier masking for the run sheet and the home lists
       01 dm-in-full           pic x value "N".
       01 pii-rounds-request.
       copy "piireq.cpy" replacing ==:Prefix-:== by ==mr-==.
       01 pii-homes-request.
       copy "piireq.cpy" replacing ==:Prefix-:== by ==mh-==.

       01 ws-Consultant.
       copy "consultants.cpy" replacing ==:Prefix-:== by ==ws-==.
         03 dm-vs-long         comp-2.
         03 dm-vs-geo-ok       pic x.
         03 dm-vs-done         pic x.
         03 dm-vs-dob          pic x(10).
         03 dm-vs-nhs          pic 9(10).
      *> index into dm-home below, zero for a patient at home
         03 dm-vs-home         binary-long.
       01 dm-visit-count       binary-long value 0.
       01 dm-idx               binary-long.
       01 dm-pick              binary-long.
       01 dm-stop-number       binary-long.
       01 dm-placed-count      binary-long.

      *> the care homes on the day's round - one entry per home,
      *> however many of its residents are booked
       01 dm-home occurs DM-MAX-VISITS.
         03 dm-hm-id           pic 9(5).
         03 dm-hm-name         pic x(40).
         03 dm-hm-address      pic x(40) occurs 2.
         03 dm-hm-postcode     pic x(9).
         03 dm-hm-manager      pic x(40).
         03 dm-hm-tel          pic x(20).
         03 dm-hm-consent      pic x.
         03 dm-hm-consent-note pic x(40).
         03 dm-hm-gp           pic x(40).
       01 dm-home-count        binary-long value 0.
       01 dm-home-idx          binary-long.
       01 dm-this-home         binary-long.

      *> haversine working fields - same arithmetic as
      *> getstorenear.cbl's compute-distance-to-store
         03 filler             pic x(2)  value "  ".
         03 rpt-leg            pic x(8).

      *> one line per resident under a care home stop
       01 report-resident-line.
         03 filler             pic x(8)  value spaces.
         03 rpt-res-slot-label pic x(APP-TIME-SLOT-LEN).
         03 filler             pic x(2)  value "  ".
         03 rpt-res-name       pic x(40).

       01 report-note-line.
         03 rpt-note           pic x(70).

      *> the manager's visit list, one block per home
       01 homes-title-line.
         03 filler             pic x(17) value "Optician visit - ".
         03 rpt-hm-name        pic x(40).
         03 filler             pic x(4)  value " on ".
         03 rpt-hm-date        pic x(10).

       01 homes-detail-line.
         03 filler             pic x(2)  value spaces.
         03 rpt-hm-label       pic x(16).
         03 rpt-hm-value       pic x(60).

       01 homes-column-line.
         03 filler             pic x(60) value
            "  Time   Resident                                  Born".
         03 filler             pic x(20) value
            "        NHS number".

       01 homes-resident-line.
         03 filler             pic x(2)  value spaces.
         03 rpt-hr-slot-label  pic x(APP-TIME-SLOT-LEN).
         03 filler             pic x(2)  value spaces.
         03 rpt-hr-name        pic x(40).
         03 filler             pic x(2)  value spaces.
         03 rpt-hr-dob         pic x(10).
         03 filler             pic x(2)  value spaces.
         03 rpt-hr-nhs         pic x(10).

      *> request block handed to closurechk - a round can't be
      *> planned for a bank holiday or a one-off closure date
       01 closure-request.
           perform clr-screen
           display g-menuheader

           move "[P]lan a round, care [H]omes or [D]ue home visits"
              to popup-l-message
           move "[P], [H], [D] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "h"
              when "H"
                 call "carehomemaint" using lnk-store-info,
                      lnk-operator-info
                 cancel "carehomemaint"
                 goback
              when "d"
              when "D"
                 perform check-home-cycles
                 goback
              when "p"
              when "P"
                 continue
              when other
                 goback
           end-evaluate

           call "consultpopup" using lnk-store-info, ws-Consultant
           if return-code equals -1
              goback
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-domrounds
              perform idle-accept-start
              accept g-domrounds timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using
              goback
           end-if

           perform open-pii-masking
           perform write-run-sheet

           if dm-home-count > 0
              perform write-home-visit-lists
              move "Run sheet in domrounds.txt, home lists domhomes.txt"
                 to popup-l-message
           else
              move "Run sheet written to domrounds.txt"
                 to popup-l-message
           end-if
           move "Okay" to popup-l-button
           perform display-lower-popup

           goback.

        gather-dom-visits.
           move 0 to dm-visit-count dm-home-count

           open input appointment-file
           if ws-file-status equals "35"
           move "cust-file" to fs-current-file
           perform check-file-status

      *> no register yet just means nobody is in a home
           open input carehome-file

           perform varying counter from 1 by 1
                until counter > MAX-SLOTS-PER-DAY
              if app-appt-type of
              end-if
           end-perform

           close carehome-file
           close cust-file
           close appointment-file
           .
              to dm-vs-cust-id(dm-visit-count)
           move "n" to dm-vs-done(dm-visit-count)
           move "n" to dm-vs-geo-ok(dm-visit-count)
           move 0 to dm-vs-home(dm-visit-count)
           move spaces to dm-vs-dob(dm-visit-count)
           move 0 to dm-vs-nhs(dm-visit-count)

           move dm-vs-cust-id(dm-visit-count) to
              f-Customer-Id of f-CustomerInformation
                 move f-PostCode
                    to dm-vs-postcode(dm-visit-count)
                 move f-Home-Tel to dm-vs-tel(dm-visit-count)
                 string f-Dob-dd "/" f-Dob-mm "/" f-Dob-yyyy
                    delimited by size
                    into dm-vs-dob(dm-visit-count)
                 end-string
                 move f-NHS-Number to dm-vs-nhs(dm-visit-count)
                 if f-Care-Home-Id not equals 0
                    perform find-visit-home
                 end-if
                 move dm-vs-postcode(dm-visit-count) to gq-postcode
                 call "custgeo" using geo-request
                 end-call
                 if return-code equals CUSTGEO-OK
           end-read
           .

      *> a resident of a care home is visited at the home - the
      *> stop takes the home's address and postcode and the
      *> manager's phone, and the home goes on the day's home list
      *> once however many of its residents are booked. a link to a
      *> home no longer on the register leaves the patient's own
      *> address in place.
        find-visit-home.
           move 0 to dm-this-home
           perform varying dm-home-idx from 1 by 1
                until dm-home-idx > dm-home-count
              if dm-hm-id(dm-home-idx) equals f-Care-Home-Id
                 move dm-home-idx to dm-this-home
                 exit perform
              end-if
           end-perform

           if dm-this-home equals 0
              move f-Care-Home-Id to hm-home-id
              read carehome-file
                 invalid key
                    exit paragraph
              end-read
              if not fs-okay
                 exit paragraph
              end-if
              add 1 to dm-home-count
              move dm-home-count to dm-this-home
              move hm-home-id to dm-hm-id(dm-this-home)
              move hm-name to dm-hm-name(dm-this-home)
              move hm-address(1) to dm-hm-address(dm-this-home 1)
              move hm-address(2) to dm-hm-address(dm-this-home 2)
              move hm-postcode to dm-hm-postcode(dm-this-home)
              move hm-manager-name to dm-hm-manager(dm-this-home)
              move hm-manager-tel to dm-hm-tel(dm-this-home)
              move hm-consent-code to dm-hm-consent(dm-this-home)
              move hm-consent-note
                 to dm-hm-consent-note(dm-this-home)
              move hm-gp-practice to dm-hm-gp(dm-this-home)
           end-if

           move dm-this-home to dm-vs-home(dm-visit-count)
           move dm-hm-address(dm-this-home 1)
              to dm-vs-address(dm-visit-count)
           move dm-hm-postcode(dm-this-home)
              to dm-vs-postcode(dm-visit-count)
           move dm-hm-tel(dm-this-home) to dm-vs-tel(dm-visit-count)
           .

      *> greedy nearest-neighbour from the store - from wherever the
      *> van is, the next stop is the closest unvisited patient
        write-run-sheet.
           compute dm-deg-to-rad = dm-pi / 180
           move lnk-latitude to dm-here-lat
           move lnk-longitude to dm-here-long
           move 0 to dm-stop-number dm-placed-count

           perform until dm-placed-count >= dm-visit-count
              move 0 to dm-pick
              move 999999999 to dm-best-distance
              perform varying dm-idx from 1 by 1

              add 1 to dm-stop-number
              move dm-pick to dm-idx
              move dm-vs-lat(dm-idx) to dm-here-lat
              move dm-vs-long(dm-idx) to dm-here-long
              move dm-best-distance to dm-leg-km
           close rounds-report
           .

      *> a care home stop is written once, under the home's name,
      *> with every booked resident listed beneath it in slot order
      *> and all of them taken off the unplaced list together
        write-stop-line.
           move dm-stop-number to rpt-stop
           move dm-slot-label(dm-vs-slot(dm-idx))
              to rpt-slot-label
           move dm-vs-address(dm-idx) to rpt-address
           move dm-vs-postcode(dm-idx) to rpt-postcode
           move dm-vs-tel(dm-idx) to rpt-tel
           move dm-vs-home(dm-idx) to dm-this-home
           if dm-this-home equals 0
              move dm-vs-name(dm-idx) to rpt-name
              move "M" to mr-action
              move "P" to mr-kind
              move dm-vs-cust-id(dm-idx) to mr-customer-id
              move dm-vs-tel(dm-idx) to mr-value
              call "piimask" using pii-rounds-request
              end-call
              move mr-value to rpt-tel
              write report-line from report-stop-line
              move "y" to dm-vs-done(dm-idx)
              add 1 to dm-placed-count
              exit paragraph
           end-if

           move dm-hm-name(dm-this-home) to rpt-name
           write report-line from report-stop-line
           perform varying dm-pick from 1 by 1
                until dm-pick > dm-visit-count
              if dm-vs-home(dm-pick) equals dm-this-home
                 and dm-vs-done(dm-pick) equals "n"
                 move dm-slot-label(dm-vs-slot(dm-pick))
                    to rpt-res-slot-label
                 move dm-vs-name(dm-pick) to rpt-res-name
                 write report-line from report-resident-line
                 move "y" to dm-vs-done(dm-pick)
                 add 1 to dm-placed-count
              end-if
           end-perform
           .

      *> the list the home's manager gets - one block per home on
      *> the round, so residents can be ready and consent forms to
      *> hand when the optician arrives
        write-home-visit-lists.
           move dm-homes-filename to rpt-filename
           open output rounds-report

           perform varying dm-home-idx from 1 by 1
                until dm-home-idx > dm-home-count
              move dm-hm-name(dm-home-idx) to rpt-hm-name
              move dr-date to rpt-hm-date
              write report-line from homes-title-line
              move spaces to report-line
              write report-line

              move "Home" to rpt-hm-label
              move dm-hm-address(dm-home-idx 1) to rpt-hm-value
              write report-line from homes-detail-line
              move spaces to rpt-hm-label
              move dm-hm-address(dm-home-idx 2) to rpt-hm-value
              write report-line from homes-detail-line
              move dm-hm-postcode(dm-home-idx) to rpt-hm-value
              write report-line from homes-detail-line

              move "Manager" to rpt-hm-label
              move spaces to rpt-hm-value
              string dm-hm-manager(dm-home-idx) delimited by "  "
                     "  " delimited by size
                     dm-hm-tel(dm-home-idx) delimited by "  "
                 into rpt-hm-value
              end-string
              write report-line from homes-detail-line

              move "Optician" to rpt-hm-label
              move ws-fullname to rpt-hm-value
              write report-line from homes-detail-line

              move "GP practice" to rpt-hm-label
              move dm-hm-gp(dm-home-idx) to rpt-hm-value
              write report-line from homes-detail-line

              move "Consent" to rpt-hm-label
              evaluate dm-hm-consent(dm-home-idx)
                 when "R"
                    move "Residents sign on the day" to rpt-hm-value
                 when "H"
                    move "Signed forms held by the home - please have"
                       & " them ready" to rpt-hm-value
                 when "F"
                    move "Family/attorney forms sent ahead"
                       to rpt-hm-value
                 when "B"
                    move "Best-interests decisions recorded by the"
                       & " home" to rpt-hm-value
                 when other
                    move spaces to rpt-hm-value
              end-evaluate
              write report-line from homes-detail-line
              if dm-hm-consent-note(dm-home-idx) not equals spaces
                 move spaces to rpt-hm-label
                 move dm-hm-consent-note(dm-home-idx) to rpt-hm-value
                 write report-line from homes-detail-line
              end-if

              move spaces to report-line
              write report-line
              write report-line from homes-column-line
              perform varying dm-idx from 1 by 1
                   until dm-idx > dm-visit-count
                 if dm-vs-home(dm-idx) equals dm-home-idx
                    move dm-slot-label(dm-vs-slot(dm-idx))
                       to rpt-hr-slot-label
                    move dm-vs-name(dm-idx) to rpt-hr-name
                    move "M" to mh-action
                    move dm-vs-cust-id(dm-idx) to mh-customer-id
                    move "D" to mh-kind
                    move dm-vs-dob(dm-idx) to mh-value
                    call "piimask" using pii-homes-request
                    end-call
                    move mh-value to rpt-hr-dob
                    if dm-vs-nhs(dm-idx) equals 0
                       move spaces to rpt-hr-nhs
                    else
                       move "N" to mh-kind
                       move dm-vs-nhs(dm-idx) to mh-value
                       call "piimask" using pii-homes-request
                       end-call
                       move mh-value to rpt-hr-nhs
                    end-if
                    write report-line from homes-resident-line
                 end-if
              end-perform

              move spaces to report-line
              write report-line
              write report-line
           end-perform

           close rounds-report
           move "domrounds.txt" to rpt-filename
           .

      *> a supervisor may print the identifiers in full - both the
      *> run sheet and the home lists are then logged, patient by
      *> patient
        open-pii-masking.
           move "N" to dm-in-full
           if lnk-Role-Supervisor-Up
              move "Print phone, birth date and NHS number in full?"
                 & " (access is logged)"
                 to popup-l-message
              move "[Y]es or [N]o" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x equals "Y" or
                 scr-af-key-code-1x equals "y"
                 move "Y" to dm-in-full
              end-if
           end-if

           move "O" to mr-action
           move "domrounds" to mr-output
           move dm-in-full to mr-in-full
           move lnk-Operator-Id to mr-operator
           move lnk-Operator-Role to mr-role
           call "piimask" using pii-rounds-request
           end-call

           move "O" to mh-action
           move "domhomes" to mh-output
           move dm-in-full to mh-in-full
           move lnk-Operator-Id to mh-operator
           move lnk-Operator-Role to mh-role
           call "piimask" using pii-homes-request
           end-call
           .

      *> the visiting-cycle check - carehomedue.cbl is the same
      *> report the overnight run produces, run here on demand
        check-home-cycles.
           call "carehomedue"
           end-call
           cancel "carehomedue"
           move "Care homes due a visit listed in carehomedue.txt"
              to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> great-circle distance from the van's current position to
