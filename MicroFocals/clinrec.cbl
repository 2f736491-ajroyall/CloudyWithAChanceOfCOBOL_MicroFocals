      *> from scheduleapp.cbl's attended toggle with the slot's full
      *> key; keying nothing and accepting just records an empty
      *> result, which can be filled in later by re-toggling.
      *> readings the instruments supplied (instimport.cbl) arrive
      *> pre-filled, visual fields included, and accepting the screen
      *> is the consultant's confirmation of them. a visit booked
      *> under the minor eye conditions service type (MEC) also
      *> records its MECS episode - presenting condition, who
      *> referred, outcome - for the per-episode claim
      *> (mecsclaim.cbl).
      *> a result is signed off at the end of the day it was recorded
      *> (or confirmed, for instrument readings). after that the
      *> record as signed off is shown with any corrections made
      *> since, and a change keyed over it is saved as an addendum
      *> with the reason (clinamend.cbl) instead of overwriting it -
      *> nor will a signed-off result go with a slot toggled back to
      *> not-attended.
      *> the patient's pre-visit questionnaire answers for the slot
      *> (healthq-fd.cpy) are shown first, and a new medication or
      *> family history answer not already in the medhist register
      *> is offered for adding to it - confirmed, not retyped.
      *> what was found is then recorded as coded diagnoses from
      *> the code list (diagrec.cbl), with the customer's earlier
      *> diagnoses shown above for reference.

       environment division.
       special-names.
       file-control.
      *> clinical results record file
       copy "apresult-fc.cpy".
      *> visual field results from the field analyser
       copy "vfresult-fc.cpy".

      *> customer record and referral register - an IOP reading past
      *> the alert rules offers a suggested referral on the spot
        organization is line sequential
        status is ws-file-status.

      *> MECS episode register and its reference sequence
       copy "mecs-fc.cpy".

      *> pre-visit questionnaire and the history register its
      *> answers are offered to
       copy "healthq-fc.cpy".
       copy "medhist-fc.cpy".
      *> diagnosis code list, for the codes reminder on screen
       copy "dxcode-fc.cpy".

       select mecs-id-file assign "$MFOCALDIR/mecsid.dat"
        organization is sequential
        status is ws-file-status.

       data division.
       copy "apresult-fd.cpy".
       copy "vfresult-fd.cpy".
       copy "customer-fd.cpy".
       copy "refreg-fd.cpy".

       fd clinalert-file.
       01 clinalert-line         pic x(10).

       copy "mecs-fd.cpy".
       copy "healthq-fd.cpy".
       copy "medhist-fd.cpy".
       copy "dxcode-fd.cpy".

       fd mecs-id-file.
       01 MecsIdInformation.
         03 Highest-Mecs-Ref      pic 9(9).

       working-storage section.
       copy "common_ws.cpy".

       01 ar-in-iop-right              pic 99.
       01 ar-in-iop-left               pic 99.
       01 ar-in-note                   pic x(50).
       01 ar-prefilled                 pic x.

      *> signed-off results - the values as they stand (the record
      *> with its addenda applied) against the values keyed, one
      *> cell per amendable value, in ar-amend-field order
       01 ar-signed-off                pic x.
       01 ar-today                     pic 9(8).
       01 ar-amend-fields.
         03 filler                     pic x(12) value "VA R".
         03 filler                     pic x(12) value "VA L".
         03 filler                     pic x(12) value "IOP R".
         03 filler                     pic x(12) value "IOP L".
         03 filler                     pic x(12) value "NOTE".
       01 redefines ar-amend-fields.
         03 ar-amend-field             pic x(12) occurs 5.
       01 ar-was-value                 pic x(60) occurs 5.
       01 ar-now-value                 pic x(60) occurs 5.
       01 ar-fld-idx                   binary-long.
       01 ar-ls-idx                    binary-long.
       01 ar-changed-count             binary-long.
       01 ar-iop-text                  pic 99.
       01 ar-amend-reason              pic x(50).
       01 ar-hist-row                  binary-long.
       01 ar-hist-line                 pic x(76).

       01 amend-request.
       copy "clinamendreq.cpy" replacing ==:Prefix-:== by ==am-==.

      *> the slot's visual field results, one line per eye, shown
      *> under the entry fields for the consultant to confirm
       01 vf-show-count                binary-long.
       01 vf-show-line occurs 2        pic x(70).
       01 vf-eye-idx                   binary-long.
       01 vf-md-edited                 pic +z9.99.
       01 vf-reliability-text          pic x(10).

      *> request block handed to skillcheck - the action declares
      *> the competency it needs, and the gate answers at the point
       01 al-save-key                  pic x(30).
       01 rf-next-id                   pic 9(9).

      *> MECS episode entry
       01 me-in-condition              pic x(2).
       01 me-in-text                   pic x(40).
       01 me-in-referrer               pic x.
       01 me-in-outcome                pic x.
       01 me-next-ref                  pic 9(9).
       01 me-found                     pic x.
       01 fields-valid                 pic x.

      *> questionnaire answers offered to the medhist register
       01 hq-found                     pic x.
       01 hq-offer-kind                pic x.
       01 hq-offer-text                pic x(40).
       01 hq-on-register               pic x.
       01 hq-high-seq                  pic 9(4).
       01 hq-mh-eof                    pic x.
       01 hq-line                      pic x(76).

      *> coded diagnoses for the visit
       01 dx-in-code                   pic x(6).
       01 dx-in-eye                    pic x.
       01 dx-in-status                 pic x.
       01 dx-idx                       binary-long.
       01 dx-row                       binary-long.
       01 dx-line                      pic x(76).
       01 dx-codes-line                pic x(76).
       01 dx-codes-ptr                 binary-long.
       01 dx-eof                       pic x.
       01 dx-done                      pic x.
       01 dx-result                    binary-long.

       01 diag-request.
       copy "diagreq.cpy" replacing ==:Prefix-:== by ==dx-==.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 lnk-rs-day            pic 9.
         03 lnk-rs-slot           pic 99.
         03 lnk-rs-customer-id    pic 9(9).
      *> the slot's appointment type and calendar date
         03 lnk-rs-appt-type      pic x(3).
         03 lnk-rs-visit-date     pic 9(8).

       screen section.
       copy "common_ss.cpy".
      *> correction) - show what was recorded so it gets amended
      *> rather than blindly overwritten
           perform load-existing-result
           perform load-field-results
           perform show-questionnaire

           if ar-signed-off equals "y"
              perform show-result-history
              display "Signed off - a change is saved as an addendum"
                 at line 15 column 4
           end-if
           if ar-prefilled equals "y"
              display "Instrument readings pre-filled - check them"
                 at line 15 column 4
           end-if
           perform varying vf-eye-idx from 1 by 1
                until vf-eye-idx > vf-show-count
              display vf-show-line(vf-eye-idx)
                 at line 20 + vf-eye-idx column 4
           end-perform

           display g-clinrecpopup
           perform idle-accept-start
           accept g-clinrecpopup timeout after idle-accept-secs
           perform f1-or-quit

           if ar-signed-off equals "y"
              perform record-result-addenda
           else
              perform write-result-record
           end-if
           perform confirm-field-results
           perform check-iop-alert
           perform capture-diagnoses

           if lnk-rs-appt-type equals "MEC"
              perform capture-mecs-episode
           end-if

           goback.
      $end

      *> the answers given online or at the kiosk for this slot -
      *> the first time they're seen the medication and family
      *> history answers are offered for the register, after which
      *> the record is marked so they aren't offered again
        show-questionnaire.
           move "n" to hq-found
           open i-o healthq-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-rs-store-id to hq-store-id
           move lnk-rs-year to hq-year
           move lnk-rs-week to hq-week
           move lnk-rs-consultant-id to hq-consultant-id
           move lnk-rs-day to hq-day
           move lnk-rs-slot to hq-slot
           read healthq-file
              invalid key continue
              not invalid key
                 if hq-customer-id equals lnk-rs-customer-id
                    move "y" to hq-found
                 end-if
           end-read
           if hq-found not equals "y"
              close healthq-file
              exit paragraph
           end-if

           perform clr-screen
           display "Pre-visit questionnaire" at line 3 column 4
           move spaces to hq-line
           string "Answered " hq-answered-date(7:2) "/"
              hq-answered-date(5:2) "/" hq-answered-date(1:4)
              delimited by size into hq-line
           end-string
           if hq-source-kiosk
              move "at the kiosk" to hq-line(21:)
           else
              move "online" to hq-line(21:)
           end-if
           display hq-line at line 4 column 4
           move spaces to hq-line
           string "Headaches " hq-headaches "   Drives " hq-drives
              "   Screen use " hq-screen-hours " hrs/day"
              delimited by size into hq-line
           end-string
           display hq-line at line 6 column 4
           move spaces to hq-line
           string "Family eye history " hq-family-history "  "
              hq-family-text delimited by size into hq-line
           end-string
           display hq-line at line 7 column 4
           move spaces to hq-line
           string "New medication     " hq-medication "  "
              hq-medication-text delimited by size into hq-line
           end-string
           display hq-line at line 8 column 4
           display "Other" at line 9 column 4
           display hq-other-note at line 9 column 23
           perform press-any-key

           if not hq-medhist-offered
              if hq-medication equals "Y"
                 and hq-medication-text not equals spaces
                 move "M" to hq-offer-kind
                 move hq-medication-text to hq-offer-text
                 perform offer-for-register
              end-if
              if hq-family-history equals "Y"
                 and hq-family-text not equals spaces
                 move "F" to hq-offer-kind
                 move hq-family-text to hq-offer-text
                 perform offer-for-register
              end-if
              move "D" to hq-medhist-status
              rewrite healthq-entry
           end-if
           close healthq-file
           perform clr-screen
           .

      *> an answer the register already holds word for word isn't
      *> offered - otherwise one Y/N adds it as the next entry
        offer-for-register.
           move "n" to hq-on-register
           move 0 to hq-high-seq
           open i-o medhist-file
           if ws-file-status equals "35"
              open output medhist-file
              close medhist-file
              open i-o medhist-file
           end-if
           if not fs-okay
              exit paragraph
           end-if
           move lnk-rs-customer-id to mh-customer-id
           move 0 to mh-seq
           start medhist-file
               key >= medhist-key
               invalid key move "y" to hq-mh-eof
               not invalid key move "n" to hq-mh-eof
           end-start
           perform until hq-mh-eof equals "y"
              read medhist-file next record
                 at end move "y" to hq-mh-eof
              end-read
              if not fs-okay or hq-mh-eof equals "y"
                 or mh-customer-id not equals lnk-rs-customer-id
                 move "y" to hq-mh-eof
              else
                 move mh-seq to hq-high-seq
                 if mh-kind equals hq-offer-kind
                    and function upper-case(mh-text)
                        equals function upper-case(hq-offer-text)
                    move "y" to hq-on-register
                 end-if
              end-if
           end-perform
           if hq-on-register equals "y"
              close medhist-file
              exit paragraph
           end-if

           move spaces to popup-l-message
           if hq-offer-kind equals "M"
              string "Add medication: " hq-offer-text
                 delimited by size into popup-l-message
              end-string
           else
              string "Add family hx: " hq-offer-text
                 delimited by size into popup-l-message
              end-string
           end-if
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x equals "Y" or
              scr-af-key-code-1x equals "y"
              accept date-today-temp from date YYYYMMDD
              move lnk-rs-customer-id to mh-customer-id
              compute mh-seq = hq-high-seq + 1
              move hq-offer-kind to mh-kind
              move hq-offer-text to mh-text
              move date-today-temp to mh-recorded-date
              move lnk-Operator-Id to mh-recorded-by
              write medhist-entry
           end-if
           close medhist-file
           .

      *> diagnoses one at a time until a blank code - the list
      *> above is refreshed after each, so the consultant sees it
      *> land. the same code and eye keyed again today changes the
      *> entry already made
        capture-diagnoses.
           perform load-codes-line
           move "n" to dx-done
           perform until dx-done equals "y"
              perform show-diagnoses
              move spaces to dx-in-code dx-in-eye dx-in-status
              display g-diagpopup
              perform idle-accept-start
              accept g-diagpopup timeout after idle-accept-secs
              perform f1-or-quit
              if dx-in-code equals spaces
                 move "y" to dx-done
              else
                 perform record-diagnosis
              end-if
           end-perform
           perform clr-screen
           .

        record-diagnosis.
           move "A" to dx-action
           move lnk-rs-store-id to dx-store-id
           move lnk-rs-year to dx-year
           move lnk-rs-week to dx-week
           move lnk-rs-consultant-id to dx-consultant-id
           move lnk-rs-day to dx-day
           move lnk-rs-slot to dx-slot-no
           move lnk-rs-customer-id to dx-customer-id
           move dx-in-code to dx-code
           move dx-in-eye to dx-eye
           move dx-in-status to dx-status
           accept dx-diag-date from date YYYYMMDD
           move lnk-Operator-Id to dx-operator
           call "diagrec" using diag-request
           end-call
           move return-code to dx-result
           evaluate dx-result
              when 0
                 continue
              when 1
                 move "Not a code on the list" to popup-l-message
              when 2
                 move "Eye is R, L or B and status S, C or R"
                    to popup-l-message
              when other
                 move "No room for another diagnosis on this visit"
                    to popup-l-message
           end-evaluate
           if dx-result not equals 0
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if
           .

      *> the customer's diagnoses newest first, as many as fit
        show-diagnoses.
           perform clr-screen
           display "Diagnoses" at line 3 column 4
           move "L" to dx-action
           move lnk-rs-customer-id to dx-customer-id
           call "diagrec" using diag-request
           end-call
           if dx-list-count equals 0
              display "None recorded" at line 5 column 4
           else
              display "Date       Condition                      ICD-10"
                 & "   Eye Status" at line 4 column 4
              move 5 to dx-row
              perform varying dx-idx from 1 by 1
                   until dx-idx > dx-list-count or dx-idx > 10
                 perform show-one-diagnosis
              end-perform
           end-if
           display dx-codes-line at line 22 column 4
           .

        show-one-diagnosis.
           move spaces to dx-line
           string dx-ls-date(dx-idx)(7:2) "/" dx-ls-date(dx-idx)(5:2)
              "/" dx-ls-date(dx-idx)(1:4) delimited by size
              into dx-line
           end-string
           move dx-ls-description(dx-idx) to dx-line(12:30)
           move dx-ls-icd10(dx-idx) to dx-line(43:8)
           move dx-ls-eye(dx-idx) to dx-line(53:1)
           evaluate dx-ls-status(dx-idx)
              when "S"
                 move "suspected" to dx-line(57:)
              when "C"
                 move "confirmed" to dx-line(57:)
              when "R"
                 move "resolved" to dx-line(57:)
           end-evaluate
           display dx-line at line dx-row column 4
           add 1 to dx-row
           .

      *> the codes in use, as a reminder under the list
        load-codes-line.
           move spaces to dx-codes-line
           move "Codes:" to dx-codes-line
           move 8 to dx-codes-ptr
           open input dxcode-file
           if not fs-okay
              exit paragraph
           end-if
           move low-values to dc-code
           start dxcode-file
               key >= dc-code
               invalid key move "y" to dx-eof
               not invalid key move "n" to dx-eof
           end-start
           perform until dx-eof equals "y"
              read dxcode-file next record
                 at end move "y" to dx-eof
              end-read
              if not fs-okay or dx-eof equals "y"
                 or dx-codes-ptr > 69
                 move "y" to dx-eof
              else
                 if dc-is-active
                    string dc-code delimited by space
                       " " delimited by size
                       into dx-codes-line
                       pointer dx-codes-ptr
                    end-string
                 end-if
              end-if
           end-perform
           close dxcode-file
           .

        load-existing-result.
           move "n" to ar-prefilled
           move "n" to ar-signed-off
           accept ar-today from date YYYYMMDD
           perform move-slot-to-key
           open input apresult-file
           if fs-okay
                 move ar-iop-right to ar-in-iop-right
                 move ar-iop-left to ar-in-iop-left
                 move ar-outcome-note to ar-in-note
                 if ar-awaiting-confirm
                    move "y" to ar-prefilled
                 end-if
                 if not ar-awaiting-confirm
                    and ar-recorded-date < ar-today
                    move "y" to ar-signed-off
                    perform apply-result-addenda
                 end-if
              end-if
              close apresult-file
           end-if
           .

      *> the values as signed off, with each addendum since laid
      *> over them in the order made - what the screen starts from
      *> and what a change is measured against
        apply-result-addenda.
           move ar-va-right to ar-was-value(1)
           move ar-va-left to ar-was-value(2)
           move ar-iop-right to ar-iop-text
           move ar-iop-text to ar-was-value(3)
           move ar-iop-left to ar-iop-text
           move ar-iop-text to ar-was-value(4)
           move ar-outcome-note to ar-was-value(5)

           move "L" to am-action
           move "R" to am-record-type
           move ar-key to am-record-key
           call "clinamend" using amend-request
           end-call
           perform varying ar-ls-idx from 1 by 1
                until ar-ls-idx > am-list-count or ar-ls-idx > 20
              perform varying ar-fld-idx from 1 by 1
                   until ar-fld-idx > 5
                 if am-ls-field(ar-ls-idx)
                       equals ar-amend-field(ar-fld-idx)
                    move am-ls-new(ar-ls-idx)
                       to ar-was-value(ar-fld-idx)
                 end-if
              end-perform
           end-perform

           move ar-was-value(1) to ar-in-va-right
           move ar-was-value(2) to ar-in-va-left
           if ar-was-value(3)(1:2) is numeric
              move ar-was-value(3)(1:2) to ar-in-iop-right
           end-if
           if ar-was-value(4)(1:2) is numeric
              move ar-was-value(4)(1:2) to ar-in-iop-left
           end-if
           move ar-was-value(5) to ar-in-note
           .

      *> the record as signed off, then its addenda - shown before
      *> the entry screen so the consultant sees the history
        show-result-history.
           perform clr-screen
           display "Clinical result signed off" at line 3 column 4
           move spaces to ar-hist-line
           string "Recorded " ar-rec-dd "/" ar-rec-mm "/" ar-rec-yyyy
              " by " ar-recorded-by delimited by size
              into ar-hist-line
           end-string
           display ar-hist-line at line 4 column 4
           move spaces to ar-hist-line
           string "VA R " ar-va-right "  VA L " ar-va-left
              "  IOP R " ar-iop-right "  IOP L " ar-iop-left
              delimited by size into ar-hist-line
           end-string
           display ar-hist-line at line 5 column 4
           display ar-outcome-note at line 6 column 4

           if am-list-count equals 0
              display "No addenda" at line 8 column 4
           else
              display "Addenda" at line 8 column 4
              move 9 to ar-hist-row
              perform varying ar-ls-idx from 1 by 1
                   until ar-ls-idx > am-list-count or ar-ls-idx > 7
                 perform show-one-addendum
              end-perform
           end-if
           perform press-any-key
           perform clr-screen
           .

        show-one-addendum.
           move spaces to ar-hist-line
           string am-ls-date(ar-ls-idx)(7:2) "/"
              am-ls-date(ar-ls-idx)(5:2) "/"
              am-ls-date(ar-ls-idx)(1:4) " "
              am-ls-by(ar-ls-idx) " "
              am-ls-field(ar-ls-idx) delimited by size
              into ar-hist-line
           end-string
           move am-ls-new(ar-ls-idx) to ar-hist-line(37:40)
           display ar-hist-line at line ar-hist-row column 4
           add 1 to ar-hist-row
           move spaces to ar-hist-line
           string "  was " delimited by size
              am-ls-old(ar-ls-idx) delimited by "  "
              " - " delimited by size
              am-ls-reason(ar-ls-idx) delimited by "  "
              into ar-hist-line
           end-string
           display ar-hist-line at line ar-hist-row column 4
           add 1 to ar-hist-row
           .

      *> a signed-off result is left exactly as it was - each value
      *> keyed differently from how it stands goes on as an
      *> addendum, all under the one reason
        record-result-addenda.
           move ar-in-va-right to ar-now-value(1)
           move ar-in-va-left to ar-now-value(2)
           move ar-in-iop-right to ar-iop-text
           move ar-iop-text to ar-now-value(3)
           move ar-in-iop-left to ar-iop-text
           move ar-iop-text to ar-now-value(4)
           move ar-in-note to ar-now-value(5)

           move 0 to ar-changed-count
           perform varying ar-fld-idx from 1 by 1
                until ar-fld-idx > 5
              if ar-now-value(ar-fld-idx)
                    not equals ar-was-value(ar-fld-idx)
                 add 1 to ar-changed-count
              end-if
           end-perform
           if ar-changed-count equals 0
              exit paragraph
           end-if

           move spaces to ar-amend-reason
           perform until ar-amend-reason not equals spaces
              display g-amendreason
              perform idle-accept-start
              accept g-amendreason timeout after idle-accept-secs
              perform f1-or-quit
           end-perform

           move "A" to am-action
           move "R" to am-record-type
           move ar-key to am-record-key
           move ar-customer-id to am-customer-id
           move ar-consultant-id to am-consultant-id
           move ar-store-id to am-store-id
           move ar-recorded-date to am-record-date
           move ar-amend-reason to am-reason
           move lnk-Operator-Id to am-operator
           perform varying ar-fld-idx from 1 by 1
                until ar-fld-idx > 5
              if ar-now-value(ar-fld-idx)
                    not equals ar-was-value(ar-fld-idx)
                 move ar-amend-field(ar-fld-idx) to am-field
                 move ar-was-value(ar-fld-idx) to am-old-value
                 move ar-now-value(ar-fld-idx) to am-new-value
                 call "clinamend" using amend-request
                 end-call
              end-if
           end-perform

           move "Correction saved as an addendum" to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        move-slot-to-key.
           move lnk-rs-store-id to ar-store-id
           move lnk-rs-year to ar-year
           move mm of date-today-temp to ar-rec-mm
           move dd of date-today-temp to ar-rec-dd
           move lnk-Operator-Id to ar-recorded-by
           move space to ar-import-status

           open i-o apresult-file
           if ws-file-status equals "35"
           perform check-file-status
           .

      *> both eyes' field results for this slot, if the analyser
      *> sent any
        load-field-results.
           move 0 to vf-show-count
           open input vfresult-file
           if not fs-okay
              exit paragraph
           end-if
           perform varying vf-eye-idx from 1 by 1
                until vf-eye-idx > 2
              perform move-slot-to-vf-key
              read vfresult-file
                 invalid key continue
                 not invalid key
                    if vf-customer-id equals lnk-rs-customer-id
                       perform format-field-line
                    end-if
              end-read
           end-perform
           close vfresult-file
           .

        move-slot-to-vf-key.
           move lnk-rs-store-id to vf-store-id
           move lnk-rs-year to vf-year
           move lnk-rs-week to vf-week
           move lnk-rs-consultant-id to vf-consultant-id
           move lnk-rs-day to vf-day
           move lnk-rs-slot to vf-slot
           if vf-eye-idx equals 1
              move "R" to vf-eye
           else
              move "L" to vf-eye
           end-if
           .

        format-field-line.
           add 1 to vf-show-count
           move vf-mean-deviation to vf-md-edited
           evaluate true
              when vf-reliable
                 move "reliable" to vf-reliability-text
              when vf-borderline
                 move "borderline" to vf-reliability-text
              when other
                 move "unreliable" to vf-reliability-text
           end-evaluate
           move spaces to vf-show-line(vf-show-count)
           string "Visual field " vf-eye " " vf-test-type
              " MD " vf-md-edited " dB, " vf-reliability-text
              delimited by size
              into vf-show-line(vf-show-count)
           end-string
           if vf-awaiting-confirm
              move "(instrument)"
                 to vf-show-line(vf-show-count)(58:12)
           end-if
           .

      *> accepting the screen confirms the field results shown on it
        confirm-field-results.
           if vf-show-count equals 0
              exit paragraph
           end-if
           open i-o vfresult-file
           if not fs-okay
              exit paragraph
           end-if
           perform varying vf-eye-idx from 1 by 1
                until vf-eye-idx > 2
              perform move-slot-to-vf-key
              read vfresult-file
                 invalid key continue
                 not invalid key
                    if vf-awaiting-confirm
                       and vf-customer-id equals lnk-rs-customer-id
                       move space to vf-import-status
                       move lnk-Operator-Id to vf-confirmed-by
                       rewrite vf-result
                       perform check-file-status
                    end-if
              end-read
           end-perform
           close vfresult-file
           .

      *> called when a slot is toggled back to not-attended - the
      *> clinical record goes with it rather than sitting against a
      *> no-show. a missing record (nothing was captured) is fine.
      *> a signed-off result stays, with everything recorded at the
      *> visit, and the caller is told so by returning 1.
        remove-result section.
       entry "clinrecdel" using lnk-result-slot.
           perform move-slot-to-key
           accept ar-today from date YYYYMMDD
           open i-o apresult-file
           if fs-okay
              read apresult-file
                 invalid key continue
              end-read
              if not fs-no-record
                 and not ar-awaiting-confirm
                 and ar-recorded-date < ar-today
                 close apresult-file
                 goback returning 1
              end-if
              if not fs-no-record
                 delete apresult-file
                 perform check-file-status
              end-if
              close apresult-file
           end-if

           open i-o vfresult-file
           if fs-okay
              perform varying vf-eye-idx from 1 by 1
                   until vf-eye-idx > 2
                 perform move-slot-to-vf-key
                 delete vfresult-file
                    invalid key continue
                 end-delete
              end-perform
              close vfresult-file
           end-if

      *> an episode already claimed stays - the commissioner has it
           open i-o mecs-file
           if fs-okay
              move lnk-rs-store-id to me-store-id
              move lnk-rs-year to me-year
              move lnk-rs-week to me-week
              move lnk-rs-consultant-id to me-consultant-id
              move lnk-rs-day to me-day
              move lnk-rs-slot to me-slot
              read mecs-file key is me-slot-key
                 invalid key continue
                 not invalid key
                    if me-status-unclaimed
                       delete mecs-file
                       perform check-file-status
                    end-if
              end-read
              close mecs-file
           end-if
           goback returning 0
           .

           perform display-lower-popup
           .

      *> the MECS episode for this visit - amended in place when the
      *> slot is re-toggled, unless it has already gone out on a
      *> claim, when it is left exactly as the commissioner has it
        capture-mecs-episode.
           move "n" to me-found
           open i-o mecs-file
           if ws-file-status equals "35"
              open output mecs-file
              perform check-file-status
              close mecs-file
              open i-o mecs-file
           end-if
           perform check-file-status

           move lnk-rs-store-id to me-store-id
           move lnk-rs-year to me-year
           move lnk-rs-week to me-week
           move lnk-rs-consultant-id to me-consultant-id
           move lnk-rs-day to me-day
           move lnk-rs-slot to me-slot
           read mecs-file key is me-slot-key
              invalid key continue
              not invalid key move "y" to me-found
           end-read

           if me-found equals "y" and not me-status-unclaimed
              close mecs-file
              move "MECS episode" to popup-title
              move "This episode has already been claimed"
                 to popup-message-1
              move "and cannot be changed" to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           if me-found equals "y"
              move me-condition to me-in-condition
              move me-condition-text to me-in-text
              move me-referrer to me-in-referrer
              move me-outcome to me-in-outcome
           else
              move spaces to me-in-condition me-in-text
              move space to me-in-referrer me-in-outcome
           end-if

           perform clr-screen
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-mecspopup
              perform idle-accept-start
              accept g-mecspopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-mecs-input
           end-perform

           if me-found not equals "y"
              perform load-next-mecs-ref
              initialize mecs-episode
              move me-next-ref to me-episode-ref
              move lnk-rs-store-id to me-store-id
              move lnk-rs-year to me-year
              move lnk-rs-week to me-week
              move lnk-rs-consultant-id to me-consultant-id
              move lnk-rs-day to me-day
              move lnk-rs-slot to me-slot
              move space to me-status
           end-if
           move lnk-rs-customer-id to me-customer-id
           perform load-mecs-customer-name
           move lnk-rs-visit-date to me-visit-date
           move me-in-condition to me-condition
           move me-in-text to me-condition-text
           move me-in-referrer to me-referrer
           move me-in-outcome to me-outcome
           move lnk-Operator-Id to me-recorded-by

           if me-found equals "y"
              rewrite mecs-episode
           else
              write mecs-episode
           end-if
           perform check-file-status
           close mecs-file
           perform check-file-status
           .

        validate-mecs-input.
           move "y" to fields-valid
           move function upper-case(me-in-condition)
              to me-in-condition
           move function upper-case(me-in-referrer) to me-in-referrer
           move function upper-case(me-in-outcome) to me-in-outcome

           move me-in-condition to me-condition
           move me-in-referrer to me-referrer
           move me-in-outcome to me-outcome
           if not me-valid-condition
              or not me-valid-referrer
              or not me-valid-outcome
              move "n" to fields-valid
           end-if
           if me-in-condition equals "OT" and me-in-text equals spaces
              move "n" to fields-valid
           end-if

           if fields-valid not equals "y"
              move "Field validation error" to popup-title
              move "Condition from the list (OT needs wording),"
                 to popup-message-1
              move "referred by G/P/S and outcome T/R/F"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

        load-mecs-customer-name.
           move spaces to me-customer-name
           open input cust-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-rs-customer-id
              to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
              not invalid key move f-FullName to me-customer-name
           end-read
           close cust-file
           .

      *> same read-increment-rewrite idiom as load-next-referral-id
        load-next-mecs-ref.
           move 0 to Highest-Mecs-Ref
           open i-o mecs-id-file with lock
           if ws-file-status equals "35"
              open output mecs-id-file
              perform check-file-status
              move 1 to Highest-Mecs-Ref
              write MecsIdInformation
              perform check-file-status
           else
              perform check-file-status
              read mecs-id-file
              perform check-file-status
              add 1 to Highest-Mecs-Ref
              rewrite MecsIdInformation
              perform check-file-status
           end-if
           close mecs-id-file
           perform check-file-status

           move Highest-Mecs-Ref to me-next-ref
           .

      *> same read-increment-rewrite idiom as gpreferral.cbl's
      *> load-next-referral-id
        load-next-referral-id.
