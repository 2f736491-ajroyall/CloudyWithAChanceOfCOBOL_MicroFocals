      *> records the outcome of a sight test - the spectacle or contact
      *> lens prescription - against the customer, keyed by customer id
      *> plus test date. shows the customer's existing Rx history first
      *> (same list idiom as consultleave.cbl), then accepts a new Rx -
      *> or, picked by number off that list, prints the patient a copy
      *> of an existing one through rxcopy.cbl. a new Rx is measured
      *> against the customer's previous one of the same type before
      *> it is saved; a move past the re-check limits (a lost minus,
      *> an axis keyed 18 for 180) is shown side by side and has to
      *> be confirmed for the consultant or keyed again.
      *> an Rx is signed off at the end of the day it was keyed.
      *> keying one over a signed-off Rx (same test date and type)
      *> leaves the record as it is and saves each changed value as
      *> an addendum with the reason (clinamend.cbl); the history
      *> marks an amended Rx, and one picked off it is shown as
      *> signed off with its addenda.
      *> a spectacle Rx brought in from another practice is recorded
      *> as type E instead of against one of our consultants: the
      *> issuing practice, practitioner and registration number, and
      *> the number of its scanned copy on the customer's document
      *> register (docreg.cbl), which has to be there first.

       environment division.
       special-names.
       file-control.
      *> prescription record file
       copy "prescription-fc.cpy".
      *> document register - an external Rx's scanned copy
       copy "docindex-fc.cpy".

       data division.
       copy "prescription-fd.cpy".
       copy "docindex-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".
          03 rx-list-date              pic x(10).
          03 rx-list-type              pic x.
          03 rx-list-detail            pic x(50).
          03 rx-list-key               pic x(18).

       01 rx-row                       binary-long.
       01 rx-copy-pick                 pic 99.
       01 rx-copy-to                   pic x(40).
       01 ls-eof                       pic x.

       01 rx-in-test-date.
          03 filler             pic x value "/".
          03 rx-in-review-yyyy  pic 9999.
       01 rx-in-type                   pic x.

      *> an Rx from another practice - who issued it, and its scan
       01 rx-external-mode             pic x value "n".
       01 rx-in-ext-practice           pic x(30).
       01 rx-in-ext-practitioner       pic x(30).
       01 rx-in-ext-reg-no             pic x(10).
       01 rx-in-ext-doc-seq            pic 9(4).
       01 rx-doc-found                 pic x.
       01 rx-in-r-sphere               pic x(6).
       01 rx-in-r-cylinder             pic x(6).
       01 rx-in-r-axis                 pic 9(3).

       01 fields-valid                 pic x.

      *> re-check limits - a change from the previous Rx of the same
      *> type beyond any of these is flagged. axis is only compared
      *> where both the old and new cylinder are significant; on a
      *> near-spherical eye the axis means very little.
       01 rx-chg-sphere-limit          pic 9v99 value 1.00.
       01 rx-chg-cyl-limit             pic 9v99 value 0.75.
       01 rx-chg-axis-limit            pic 9(3) value 20.
       01 rx-chg-sig-cyl               pic 9v99 value 0.50.

       01 rx-confirmed                 pic x.
       01 rx-prev-found                pic x.
       01 rx-prev-date                 pic 9(8).
       01 rx-new-test-date             pic 9(8).
       01 rx-new-type                  pic x.
       01 rx-chg-flag                  pic x.
       01 rx-chg-detail                pic x(36).
       01 rx-chg-ptr                   binary-long.
       01 rx-chg-axis-diff             pic 9(3).
       01 rx-chg-eye-label             pic x.

      *> the values being compared - the new entry and the previous
      *> Rx side by side, right eye then left
       01 rx-chg-values.
          03 rx-chg-eye occurs 2.
             05 rx-new-sphere          pic s9(2)v99.
             05 rx-new-cylinder        pic s9(2)v99.
             05 rx-new-axis            pic 9(3).
             05 rx-old-sphere          pic s9(2)v99.
             05 rx-old-cylinder        pic s9(2)v99.
             05 rx-old-axis            pic 9(3).
       01 rx-chg-idx                   binary-long.
       01 rx-chg-row                   binary-long.

      *> signed-off Rx - the values as they stand (the record with
      *> its addenda applied) against the values keyed, as text,
      *> one cell per amendable value in rx-amend-field order
       01 rx-view-pick                 pic 99.
       01 rx-on-file                   pic x.
       01 rx-signed-off                pic x.
       01 rx-today                     pic 9(8).
       01 rx-sign-date                 pic 9(8).
       01 rx-amend-fields.
         03 filler                     pic x(12) value "R SPH".
         03 filler                     pic x(12) value "R CYL".
         03 filler                     pic x(12) value "R AXIS".
         03 filler                     pic x(12) value "R ADD".
         03 filler                     pic x(12) value "L SPH".
         03 filler                     pic x(12) value "L CYL".
         03 filler                     pic x(12) value "L AXIS".
         03 filler                     pic x(12) value "L ADD".
         03 filler                     pic x(12) value "REVIEW DUE".
       01 redefines rx-amend-fields.
         03 rx-amend-field             pic x(12) occurs 9.
       78 RX-AMEND-COUNT               value 9.
       01 rx-fmt-value                 pic x(60) occurs 9.
       01 rx-was-value                 pic x(60) occurs 9.
       01 rx-now-value                 pic x(60) occurs 9.
       01 rx-fld-idx                   binary-long.
       01 rx-ls-idx                    binary-long.
       01 rx-changed-count             binary-long.
       01 rx-dioptre-text              pic ++9.99.
       01 rx-axis-text                 pic zz9.
       01 rx-add-text                  pic 9.99.
       01 rx-amend-reason              pic x(50).
       01 rx-hist-row                  binary-long.
       01 rx-hist-line                 pic x(76).

       01 amend-request.
       copy "clinamendreq.cpy" replacing ==:Prefix-:== by ==am-==.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
           perform load-rx-list
           perform show-rx-list

           if rx-copy-pick > 0
              perform print-rx-copy
              goback
           end-if
           if rx-view-pick > 0
              perform show-rx-history
              goback
           end-if

           perform ask-rx-source
           if rx-external-mode equals "y"
              perform accept-external-issuer
           else
              call "consultpopup" using lnk-store-info, ws-Consultant
              if return-code equals -1
                 goback
              end-if
              move ws-fullname to rx-con-name-display
           end-if

           move 0 to rx-in-test-dd rx-in-test-mm rx-in-test-yyyy
           move 0 to rx-in-review-dd rx-in-review-mm rx-in-review-yyyy
           if rx-external-mode equals "y"
              move "E" to rx-in-type
           else
              move "S" to rx-in-type
           end-if
           move spaces to rx-in-r-sphere rx-in-r-cylinder rx-in-r-add
           move spaces to rx-in-l-sphere rx-in-l-cylinder rx-in-l-add
           move 0 to rx-in-r-axis rx-in-l-axis
           perform clr-screen
           display g-menuheader

           move "n" to rx-confirmed
           perform until rx-confirmed equals "y"
              move "n" to fields-valid
              perform until fields-valid equals "y"
                 display g-rxpopup
                 perform idle-accept-start
                 accept g-rxpopup timeout after idle-accept-secs
                 perform f1-or-quit
                 perform validate-rx-input
              end-perform
              perform check-rx-change
           end-perform

           perform check-rx-on-file
           if rx-signed-off equals "y"
              perform record-rx-addenda
              goback
           end-if

           perform write-rx-record

           move "Prescription recorded" to popup-l-message
              delimited by size
              into rx-list-date(rx-list-count)
           move rx-type to rx-list-type(rx-list-count)
           move rx-key to rx-list-key(rx-list-count)
           move rx-r-sphere to rx-work-value
           move rx-work-value to rx-sph-edited
           move rx-r-cylinder to rx-work-value
           string "R " rx-sph-edited "/" rx-cyl-edited
              "x" rx-r-axis delimited by size
              into rx-list-detail(rx-list-count)
           if rx-change-flagged
              move "large change" to rx-list-detail(rx-list-count)(25:)
           end-if
           move "L" to am-action
           move "P" to am-record-type
           move rx-key to am-record-key
           call "clinamend" using amend-request
           end-call
           if am-list-count > 0
              move "amended" to rx-list-detail(rx-list-count)(38:)
           end-if
           .

        show-rx-list.
           display "Prescription history for " at line 3 column 4
           display rx-cust-name-display at line 3 column 30

           move 0 to rx-copy-pick rx-view-pick
           if rx-list-count equals 0
              display "No prescriptions recorded" at line 5 column 4
              perform press-any-key
              exit paragraph
           end-if

           perform varying rx-row from 1 by 1
               until rx-row > rx-list-count
              display rx-row at line rx-row + 4 column 1
              display rx-list-date(rx-row) at line rx-row + 4
                 column 4
              display rx-list-type(rx-row) at line rx-row + 4
                 column 16
              display rx-list-detail(rx-row) at line rx-row + 4
                 column 19
           end-perform

      *> the copy is normally for the patient themselves - overtyped
      *> when it is going to another practice or a carer
           move rx-cust-name-display to rx-copy-to
           display g-rxcopychoice
           perform idle-accept-start
           accept g-rxcopychoice timeout after idle-accept-secs
           perform f1-or-quit
           if rx-copy-pick > rx-list-count
              move 0 to rx-copy-pick
           end-if
           if rx-view-pick > rx-list-count
              move 0 to rx-view-pick
           end-if
           if rx-copy-to equals spaces
              move rx-cust-name-display to rx-copy-to
           end-if
           .

      *> prints the picked Rx and logs the copy against it - the
      *> printing, spooling and logging all live in rxcopy.cbl
        print-rx-copy.
           call "rxcopy" using lnk-store-info, lnk-operator-info,
                rx-list-key(rx-copy-pick), rx-copy-to
           end-call
           if return-code not equal 0
              move "Prescription not found" to popup-l-message
           else
              move "Prescription copy printed" to popup-l-message
           end-if
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        validate-rx-input.
              end-if
           end-if

      *> an external Rx stays type E whatever is keyed over it
           if rx-external-mode equals "y"
              move "E" to rx-in-type
           else
              if rx-in-type not equals "S"
                 and rx-in-type not equals "s"
                 and rx-in-type not equals "C"
                 and rx-in-type not equals "c"
                 move "n" to fields-valid
              end-if
           end-if

           if rx-in-r-axis > 180 or rx-in-l-axis > 180
           move rx-in-test-yyyy to rx-test-yyyy
           move rx-in-test-mm to rx-test-mm
           move rx-in-test-dd to rx-test-dd
      *> the type is part of the record key, so a lowercase entry is
      *> folded to the canonical letter - "s" and "S" must land on
      *> the same record
           move rx-new-type to rx-type
           if rx-external-mode equals "y"
              move 0 to rx-consultant-id
              move rx-in-ext-practice to rx-ext-practice
              move rx-in-ext-practitioner to rx-ext-practitioner
              move rx-in-ext-reg-no to rx-ext-reg-no
              move rx-in-ext-doc-seq to rx-ext-doc-seq
           else
              move ws-Consultant-Id to rx-consultant-id
              move spaces to rx-ext-practice rx-ext-practitioner
                             rx-ext-reg-no
              move 0 to rx-ext-doc-seq
           end-if

           compute rx-r-sphere = function numval(rx-in-r-sphere)
           move rx-in-review-mm to rx-review-mm
           move rx-in-review-dd to rx-review-dd
           move lnk-Operator-Id to rx-added-by
           accept rx-recorded-on from date YYYYMMDD

           move rx-chg-flag to rx-change-flag
           if rx-chg-flag equals "Y"
              move rx-prev-date to rx-change-prev-date
              move rx-chg-detail to rx-change-detail
              move lnk-Operator-Id to rx-change-confirm-by
              accept rx-change-confirm-on from date YYYYMMDD
           else
              move 0 to rx-change-prev-date rx-change-confirm-on
              move spaces to rx-change-detail rx-change-confirm-by
           end-if

           open i-o prescription-file
           if ws-file-status equals "35"
           perform check-file-status
           .

      *> is there already an Rx under the key just keyed, and is it
      *> signed off - keyed before today (or, keyed before sign-off
      *> was recorded, tested before today)
        check-rx-on-file.
           move "n" to rx-on-file
           move "n" to rx-signed-off
           accept rx-today from date YYYYMMDD
           move wsc-customer-id to rx-customer-id
           move rx-new-test-date to rx-test-date
           move rx-new-type to rx-type
           open input prescription-file
           if not fs-okay
              exit paragraph
           end-if
           read prescription-file
              invalid key continue
              not invalid key move "y" to rx-on-file
           end-read
           close prescription-file
           if rx-on-file not equals "y"
              exit paragraph
           end-if

           if rx-recorded-on equals 0
              move rx-test-date to rx-sign-date
           else
              move rx-recorded-on to rx-sign-date
           end-if
           if rx-sign-date < rx-today
              move "y" to rx-signed-off
              perform apply-rx-addenda
           end-if
           .

      *> the record's values as text, each addendum since laid over
      *> them in the order made
        apply-rx-addenda.
           perform format-rx-record-values
           perform varying rx-fld-idx from 1 by 1
                until rx-fld-idx > RX-AMEND-COUNT
              move rx-fmt-value(rx-fld-idx) to rx-was-value(rx-fld-idx)
           end-perform

           move "L" to am-action
           move "P" to am-record-type
           move rx-key to am-record-key
           call "clinamend" using amend-request
           end-call
           perform varying rx-ls-idx from 1 by 1
                until rx-ls-idx > am-list-count or rx-ls-idx > 20
              perform varying rx-fld-idx from 1 by 1
                   until rx-fld-idx > RX-AMEND-COUNT
                 if am-ls-field(rx-ls-idx)
                       equals rx-amend-field(rx-fld-idx)
                    move am-ls-new(rx-ls-idx)
                       to rx-was-value(rx-fld-idx)
                 end-if
              end-perform
           end-perform
           .

        format-rx-record-values.
           move rx-r-sphere to rx-dioptre-text
           move rx-dioptre-text to rx-fmt-value(1)
           move rx-r-cylinder to rx-dioptre-text
           move rx-dioptre-text to rx-fmt-value(2)
           move rx-r-axis to rx-axis-text
           move rx-axis-text to rx-fmt-value(3)
           move rx-r-add to rx-add-text
           move rx-add-text to rx-fmt-value(4)
           move rx-l-sphere to rx-dioptre-text
           move rx-dioptre-text to rx-fmt-value(5)
           move rx-l-cylinder to rx-dioptre-text
           move rx-dioptre-text to rx-fmt-value(6)
           move rx-l-axis to rx-axis-text
           move rx-axis-text to rx-fmt-value(7)
           move rx-l-add to rx-add-text
           move rx-add-text to rx-fmt-value(8)
           if rx-review-due equals zeros
              move "Not set" to rx-fmt-value(9)
           else
              move spaces to rx-fmt-value(9)
              string rx-review-dd "/" rx-review-mm "/" rx-review-yyyy
                 delimited by size into rx-fmt-value(9)
              end-string
           end-if
           .

      *> a signed-off Rx is left exactly as it was - each value
      *> keyed differently from how it stands goes on as an
      *> addendum, all under the one reason. the keyed values are
      *> run through the record layout so they read the same way
        record-rx-addenda.
           move rx-key to am-record-key
           move rx-consultant-id to am-consultant-id
           move rx-sign-date to am-record-date

           compute rx-r-sphere = function numval(rx-in-r-sphere)
           compute rx-r-cylinder = function numval(rx-in-r-cylinder)
           move rx-in-r-axis to rx-r-axis
           compute rx-r-add = function numval(rx-in-r-add)
           compute rx-l-sphere = function numval(rx-in-l-sphere)
           compute rx-l-cylinder = function numval(rx-in-l-cylinder)
           move rx-in-l-axis to rx-l-axis
           compute rx-l-add = function numval(rx-in-l-add)
           move rx-in-review-yyyy to rx-review-yyyy
           move rx-in-review-mm to rx-review-mm
           move rx-in-review-dd to rx-review-dd
           perform format-rx-record-values
           move 0 to rx-changed-count
           perform varying rx-fld-idx from 1 by 1
                until rx-fld-idx > RX-AMEND-COUNT
              move rx-fmt-value(rx-fld-idx) to rx-now-value(rx-fld-idx)
              if rx-now-value(rx-fld-idx)
                    not equals rx-was-value(rx-fld-idx)
                 add 1 to rx-changed-count
              end-if
           end-perform
           if rx-changed-count equals 0
              move "No change to the signed-off prescription"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           move spaces to rx-amend-reason
           perform until rx-amend-reason not equals spaces
              display g-rxamendreason
              perform idle-accept-start
              accept g-rxamendreason timeout after idle-accept-secs
              perform f1-or-quit
           end-perform

           move "A" to am-action
           move "P" to am-record-type
           move wsc-customer-id to am-customer-id
           move lnk-id to am-store-id
           move rx-amend-reason to am-reason
           move lnk-Operator-Id to am-operator
           perform varying rx-fld-idx from 1 by 1
                until rx-fld-idx > RX-AMEND-COUNT
              if rx-now-value(rx-fld-idx)
                    not equals rx-was-value(rx-fld-idx)
                 move rx-amend-field(rx-fld-idx) to am-field
                 move rx-was-value(rx-fld-idx) to am-old-value
                 move rx-now-value(rx-fld-idx) to am-new-value
                 call "clinamend" using amend-request
                 end-call
              end-if
           end-perform

           move "Signed-off Rx - correction saved as an addendum"
              to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> the picked Rx as signed off, then its addenda
        show-rx-history.
           open input prescription-file
           if not fs-okay
              exit paragraph
           end-if
           move rx-list-key(rx-view-pick) to rx-key
           read prescription-file
              invalid key
                 close prescription-file
                 exit paragraph
           end-read
           close prescription-file
           perform format-rx-record-values

           perform clr-screen
           display g-menuheader
           move spaces to rx-hist-line
           string "Rx tested " rx-test-dd "/" rx-test-mm "/"
              rx-test-yyyy " type " rx-type " keyed by " rx-added-by
              delimited by size into rx-hist-line
           end-string
           display rx-hist-line at line 3 column 4
           move spaces to rx-hist-line
           string "R " rx-fmt-value(1)(1:6) " " rx-fmt-value(2)(1:6)
              " x" rx-fmt-value(3)(1:3) " add " rx-fmt-value(4)(1:4)
              "   L " rx-fmt-value(5)(1:6) " " rx-fmt-value(6)(1:6)
              " x" rx-fmt-value(7)(1:3) " add " rx-fmt-value(8)(1:4)
              delimited by size into rx-hist-line
           end-string
           display rx-hist-line at line 4 column 4
           move spaces to rx-hist-line
           string "Review due " rx-fmt-value(9)(1:10)
              delimited by size into rx-hist-line
           end-string
           display rx-hist-line at line 5 column 4
           if rx-type-external
              move spaces to rx-hist-line
              string "Issued by " rx-ext-practitioner delimited by "  "
                 " (" rx-ext-reg-no delimited by space
                 "), " rx-ext-practice delimited by "  "
                 " - scan #" rx-ext-doc-seq delimited by size
                 into rx-hist-line
              end-string
              display rx-hist-line at line 6 column 4
           end-if

           move "L" to am-action
           move "P" to am-record-type
           move rx-key to am-record-key
           call "clinamend" using amend-request
           end-call
           if am-list-count equals 0
              display "No addenda" at line 7 column 4
           else
              display "Addenda" at line 7 column 4
              move 8 to rx-hist-row
              perform varying rx-ls-idx from 1 by 1
                   until rx-ls-idx > am-list-count or rx-ls-idx > 8
                 perform show-one-rx-addendum
              end-perform
           end-if
           perform press-any-key
           .

        show-one-rx-addendum.
           move spaces to rx-hist-line
           string am-ls-date(rx-ls-idx)(7:2) "/"
              am-ls-date(rx-ls-idx)(5:2) "/"
              am-ls-date(rx-ls-idx)(1:4) " "
              am-ls-by(rx-ls-idx) " "
              am-ls-field(rx-ls-idx) " "
              am-ls-old(rx-ls-idx)(1:10) " -> "
              am-ls-new(rx-ls-idx)(1:10)
              delimited by size into rx-hist-line
           end-string
           display rx-hist-line at line rx-hist-row column 4
           add 1 to rx-hist-row
           move spaces to rx-hist-line
           string "  " am-ls-reason(rx-ls-idx)
              delimited by size into rx-hist-line
           end-string
           display rx-hist-line at line rx-hist-row column 4
           add 1 to rx-hist-row
           .

      *> our own sight test, or a prescription the customer brought
      *> in from another practice
        ask-rx-source.
           move "n" to rx-external-mode
           move "Our own sight test, or an Rx from another practice?"
              to popup-l-message
           move "[O]wn or [E]xternal" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x equals "E"
              or scr-af-key-code-1x equals "e"
              move "y" to rx-external-mode
           end-if
           .

      *> the issuer in full, and the scan of the paper copy already
      *> on the document register - the Rx is not recorded without it
        accept-external-issuer.
           move spaces to rx-in-ext-practice rx-in-ext-practitioner
                          rx-in-ext-reg-no
           move 0 to rx-in-ext-doc-seq
           move 0 to ws-Consultant-Id

           perform clr-screen
           display g-menuheader
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-rxextpopup
              perform idle-accept-start
              accept g-rxextpopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-external-issuer
           end-perform

           move spaces to rx-con-name-display
           string rx-in-ext-practitioner delimited by "  "
              ", " rx-in-ext-practice delimited by "  "
              " (external)" delimited by size
              into rx-con-name-display
           end-string
           .

        validate-external-issuer.
           move "y" to fields-valid
           move "n" to rx-doc-found
           if rx-in-ext-doc-seq > 0
              open input docindex-file
              if fs-okay
                 move wsc-customer-id to dx-customer-id
                 move rx-in-ext-doc-seq to dx-doc-seq
                 read docindex-file
                    invalid key continue
                    not invalid key move "y" to rx-doc-found
                 end-read
                 close docindex-file
              end-if
           end-if

           if rx-in-ext-practice equals spaces
              or rx-in-ext-practitioner equals spaces
              or rx-in-ext-reg-no equals spaces
              or rx-doc-found not equals "y"
              move "n" to fields-valid
              move "Field validation error" to popup-title
              move "Practice, practitioner and reg no needed, and"
                 to popup-message-1
              move "the scan on the customer's document list"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> finds the customer's latest Rx of the same type tested before
      *> this one and measures the new entry against it. nothing to
      *> compare, or nothing past the limits, and the Rx goes through
      *> as keyed; otherwise the two are shown and the consultant has
      *> to confirm the new values before they are saved
        check-rx-change.
           move "y" to rx-confirmed
           move space to rx-chg-flag
           move spaces to rx-chg-detail

           move rx-in-test-yyyy to rx-new-test-date(1:4)
           move rx-in-test-mm to rx-new-test-date(5:2)
           move rx-in-test-dd to rx-new-test-date(7:2)
           evaluate true
              when rx-external-mode equals "y"
                 move "E" to rx-new-type
              when rx-in-type equals "c" or rx-in-type equals "C"
                 move "C" to rx-new-type
              when other
                 move "S" to rx-new-type
           end-evaluate

           compute rx-new-sphere(1) = function numval(rx-in-r-sphere)
           compute rx-new-cylinder(1) =
              function numval(rx-in-r-cylinder)
           move rx-in-r-axis to rx-new-axis(1)
           compute rx-new-sphere(2) = function numval(rx-in-l-sphere)
           compute rx-new-cylinder(2) =
              function numval(rx-in-l-cylinder)
           move rx-in-l-axis to rx-new-axis(2)

           perform find-previous-rx
           if rx-prev-found not equals "y"
              exit paragraph
           end-if

           move 1 to rx-chg-ptr
           perform varying rx-chg-idx from 1 by 1 until rx-chg-idx > 2
              perform compare-one-eye
           end-perform
           if rx-chg-detail equals spaces
              exit paragraph
           end-if

           move "Y" to rx-chg-flag
           perform show-rx-change
           move spaces to popup-l-message
           if rx-external-mode equals "y"
              move "Large change - check the values against the copy"
                 to popup-l-message
           else
              string "Large change - " delimited by size
                 rx-con-name-display delimited by "  "
                 " to confirm these values" delimited by size
                 into popup-l-message
              end-string
           end-if
           move "[Y]es or [N]o re-key" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "y"
              and scr-af-key-code-1x not equals "Y"
              move "n" to rx-confirmed
           end-if

           perform clr-screen
           display g-menuheader
           .

        find-previous-rx.
           move "n" to rx-prev-found
           move 0 to rx-prev-date
           move wsc-customer-id to rx-customer-id
           move 0 to rx-test-yyyy rx-test-mm rx-test-dd
           move space to rx-type
           open input prescription-file
           if not fs-okay
              exit paragraph
           end-if
           start prescription-file
               key >= rx-key
               invalid key move "y" to ls-eof
               not invalid key move "n" to ls-eof
           end-start

           perform until ls-eof equals "y"
              read prescription-file next record
                 at end move "y" to ls-eof
              end-read
              if not fs-okay or ls-eof equals "y"
                 or rx-customer-id not equals wsc-customer-id
                 or rx-test-date not < rx-new-test-date
                 move "y" to ls-eof
              else
                 if rx-type equals rx-new-type
                    move "y" to rx-prev-found
                    move rx-test-date to rx-prev-date
                    move rx-r-sphere to rx-old-sphere(1)
                    move rx-r-cylinder to rx-old-cylinder(1)
                    move rx-r-axis to rx-old-axis(1)
                    move rx-l-sphere to rx-old-sphere(2)
                    move rx-l-cylinder to rx-old-cylinder(2)
                    move rx-l-axis to rx-old-axis(2)
                 end-if
              end-if
           end-perform
           close prescription-file
           .

      *> axis runs 0-180 round a circle, so 175 against 5 is a
      *> 10 degree move, not 170
        compare-one-eye.
           if rx-chg-idx equals 1
              move "R" to rx-chg-eye-label
           else
              move "L" to rx-chg-eye-label
           end-if

           if function abs(rx-new-sphere(rx-chg-idx)
                 - rx-old-sphere(rx-chg-idx)) > rx-chg-sphere-limit
              string rx-chg-eye-label " SPH " delimited by size
                 into rx-chg-detail with pointer rx-chg-ptr
           end-if
           if function abs(rx-new-cylinder(rx-chg-idx)
                 - rx-old-cylinder(rx-chg-idx)) > rx-chg-cyl-limit
              string rx-chg-eye-label " CYL " delimited by size
                 into rx-chg-detail with pointer rx-chg-ptr
           end-if

           if function abs(rx-new-cylinder(rx-chg-idx))
                 >= rx-chg-sig-cyl
              and function abs(rx-old-cylinder(rx-chg-idx))
                 >= rx-chg-sig-cyl
              compute rx-chg-axis-diff = function abs(
                 rx-new-axis(rx-chg-idx) - rx-old-axis(rx-chg-idx))
              if rx-chg-axis-diff > 90
                 compute rx-chg-axis-diff = 180 - rx-chg-axis-diff
              end-if
              if rx-chg-axis-diff > rx-chg-axis-limit
                 string rx-chg-eye-label " AXS " delimited by size
                    into rx-chg-detail with pointer rx-chg-ptr
              end-if
           end-if
           .

        show-rx-change.
           perform clr-screen
           display g-menuheader
           display "Change from the previous Rx" at line 3 column 4
           display rx-prev-date at line 3 column 33
           display rx-chg-detail at line 4 column 4
           display "Sph" at line 6 column 20
           display "Cyl" at line 6 column 28
           display "Axis" at line 6 column 36
           display "Sph" at line 6 column 48
           display "Cyl" at line 6 column 56
           display "Axis" at line 6 column 64
           display "New" at line 5 column 20
           display "Previous" at line 5 column 48

           perform varying rx-chg-idx from 1 by 1 until rx-chg-idx > 2
              compute rx-chg-row = rx-chg-idx + 6
              if rx-chg-idx equals 1
                 display "Right eye" at line rx-chg-row column 4
              else
                 display "Left eye" at line rx-chg-row column 4
              end-if
              move rx-new-sphere(rx-chg-idx) to rx-sph-edited
              move rx-new-cylinder(rx-chg-idx) to rx-cyl-edited
              display rx-sph-edited at line rx-chg-row column 20
              display rx-cyl-edited at line rx-chg-row column 28
              display rx-new-axis(rx-chg-idx)
                 at line rx-chg-row column 36
              move rx-old-sphere(rx-chg-idx) to rx-sph-edited
              move rx-old-cylinder(rx-chg-idx) to rx-cyl-edited
              display rx-sph-edited at line rx-chg-row column 48
              display rx-cyl-edited at line rx-chg-row column 56
              display rx-old-axis(rx-chg-idx)
                 at line rx-chg-row column 64
           end-perform
           .

       copy "common.cpy".
