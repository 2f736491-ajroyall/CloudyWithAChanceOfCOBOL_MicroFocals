       identification division.
       program-id. triage.

      *> urgent symptom triage at the counter - a call about
      *> flashes, floaters, sudden loss of vision, a red painful eye
      *> and the like is logged against the customer (triage-fd.cpy)
      *> with the symptoms off the fixed list, when they started, and
      *> the outcome: seen today, seen within 48 hours, sent to A&E,
      *> or routine. a today/48-hour call gets its target date and
      *> is offered straight through to the appointment book, where
      *> booking an urgent appointment type for the customer links
      *> the booking back to the call (scheduleapp.cbl). the daily
      *> exceptions report (triagerpt.cbl) is run from the same
      *> menu option.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "triage-fc.cpy".

       select triage-id-file assign "$MFOCALDIR/triageid.dat"
        organization is sequential
        status is ws-file-status.

       data division.
       copy "triage-fd.cpy".

       fd triage-id-file.
       01 TriageIdInformation.
         03 Highest-Triage-Id     pic 9(9).

       working-storage section.
       copy "common_ws.cpy".

       01 wsc-Customer.
       copy "customerinfo.cpy" replacing ==:Prefix-:== by ==wsc-==.

      *> a call triaged "within 48 hours" must be seen by this many
      *> days after the call
       78 UG-48-HOUR-DAYS              value 2.

       01 ug-in-symptoms.
         03 ug-in-symptom              pic x occurs 8.
       01 ug-in-onset                  pic x.
       01 ug-in-outcome                pic x.
       01 ug-in-notes                  pic x(60).
       01 ug-sym-idx                   binary-long.
       01 ug-sym-count                 binary-long.
       01 ug-next-id                   pic 9(9).
       01 fields-valid                 pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 ug-today                     pic 9(8).
       01 ug-now.
         03 ug-now-hhmm                pic 9(4).
         03 filler                     pic 9(4).

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".
       copy "triagepopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Urgent Symptom Triage" to Menu-Name
           move "UT_M01" to Menu-Id

           perform clr-screen
           display g-menuheader
           move "[N]ew triage call or [E]xceptions report"
              to popup-l-message
           move "[N], [E] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "e"
              when "E"
                 call "triagerpt"
                 end-call
                 cancel "triagerpt"
                 move "Exceptions written to triagerpt.txt"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
                 goback
              when "n"
              when "N"
                 continue
              when other
                 goback
           end-evaluate

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to ug-today
           accept ug-now from time

           call "custpopupsetcaller" using by content
                "triage      "
           end-call
           call "custpopup" using wsc-customer
           if return-code equals -1
              goback
           end-if

           perform clr-screen
           display g-menuheader
           move spaces to ug-in-symptoms ug-in-notes
           move space to ug-in-onset ug-in-outcome

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-triagepopup
              perform idle-accept-start
              accept g-triagepopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-triage-input
              if fields-valid equals "y"
                 perform confirm-routine-red-flag
              end-if
           end-perform

           perform write-triage-entry

           if ug-outcome-today or ug-outcome-48-hours
              perform offer-urgent-booking
           else
              if ug-outcome-ae
                 move "Logged - caller sent to A&E"
                    to popup-l-message
              else
                 move "Logged - book a routine appointment as usual"
                    to popup-l-message
              end-if
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if

           goback.
      $end

        validate-triage-input.
           move "y" to fields-valid
           move function upper-case(ug-in-symptoms) to ug-in-symptoms
           move function upper-case(ug-in-onset) to ug-in-onset
           move function upper-case(ug-in-outcome) to ug-in-outcome

           move 0 to ug-sym-count
           perform varying ug-sym-idx from 1 by 1 until ug-sym-idx > 8
              evaluate ug-in-symptom(ug-sym-idx)
                 when "Y"
                    add 1 to ug-sym-count
                 when "N"
                 when space
                    move space to ug-in-symptom(ug-sym-idx)
                 when other
                    move "n" to fields-valid
              end-evaluate
           end-perform
           if ug-sym-count equals 0
              move "n" to fields-valid
           end-if

           if ug-in-onset not equals "H" and
              ug-in-onset not equals "D" and
              ug-in-onset not equals "W"
              move "n" to fields-valid
           end-if

           if ug-in-outcome not equals "T" and
              ug-in-outcome not equals "F" and
              ug-in-outcome not equals "A" and
              ug-in-outcome not equals "R"
              move "n" to fields-valid
           end-if

           if fields-valid not equals "y"
              move "Field validation error" to popup-title
              move "Mark at least one symptom Y, then the onset"
                 to popup-message-1
              move "H/D/W and the outcome T/F/A/R"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> sudden loss of vision, a shadow across the vision or an
      *> injury within the last few days is never routine without
      *> a second thought - the counter is asked to confirm it
        confirm-routine-red-flag.
           if ug-in-outcome not equals "R" or ug-in-onset equals "W"
              exit paragraph
           end-if
           if ug-in-symptom(3) not equals "Y" and
              ug-in-symptom(5) not equals "Y" and
              ug-in-symptom(6) not equals "Y"
              exit paragraph
           end-if

           move "Recent vision loss, shadow or injury - routine?"
              to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "Y" and
              scr-af-key-code-1x not equals "y"
              move "n" to fields-valid
           end-if
           .

        write-triage-entry.
           perform load-next-triage-id

           initialize triage-entry
           move ug-next-id to ug-triage-id
           move lnk-id to ug-store-id
           move wsc-Customer-Id to ug-customer-id
           move wsc-FullName to ug-customer-name
           move ug-today to ug-call-date
           move ug-now-hhmm to ug-call-time
           move ug-in-symptoms to ug-symptoms
           move ug-in-onset to ug-onset
           move ug-in-outcome to ug-outcome
           move ug-in-notes to ug-notes
           move lnk-Operator-Id to ug-taken-by

           evaluate true
              when ug-outcome-today
                 move ug-today to ug-target-date
                 move "O" to ug-status
              when ug-outcome-48-hours
                 compute ug-target-date = function date-of-integer(
                    function integer-of-date(ug-today)
                    + UG-48-HOUR-DAYS)
                 move "O" to ug-status
              when ug-outcome-ae
                 move 0 to ug-target-date
                 move "A" to ug-status
              when other
                 move 0 to ug-target-date
                 move "R" to ug-status
           end-evaluate

           open i-o triage-file
           if ws-file-status equals "35"
              open output triage-file
           end-if
           perform check-file-status
           write triage-entry
           perform check-file-status
           close triage-file
           perform check-file-status
           .

      *> straight through to the appointment book while the caller
      *> is still on the line - booking an urgent type links itself
        offer-urgent-booking.
           move "Book an urgent appointment now?" to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "Y" and
              scr-af-key-code-1x not equals "y"
              exit paragraph
           end-if

           call "scheduleapp" using lnk-store-info, lnk-operator-info
           end-call
           cancel "scheduleapp"
           .

      *> same read-increment-rewrite idiom as posledger.cbl's
      *> load-next-ledger-id
        load-next-triage-id.
           move 0 to Highest-Triage-Id
           open i-o triage-id-file with lock
           if ws-file-status equals "35"
              open output triage-id-file
              perform check-file-status
              move 1 to Highest-Triage-Id
              write TriageIdInformation
              perform check-file-status
           else
              perform check-file-status
              read triage-id-file
              perform check-file-status
              add 1 to Highest-Triage-Id
              rewrite TriageIdInformation
              perform check-file-status
           end-if
           close triage-id-file
           perform check-file-status

           move Highest-Triage-Id to ug-next-id
           .

       copy "common.cpy".
