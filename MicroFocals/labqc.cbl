       identification division.
       program-id. labqc.

      *> goods-in quality check and remakes - when a job comes back
      *> from the lab the lenses go on the focimeter and what they
      *> measure is keyed here, per eye. the readings are compared
      *> with the prescription-file Rx the job was cut to
      *> (do-rx-test-date/do-rx-type) within the standard glazing
      *> tolerances; a pass clears the job for collection, a fail
      *> raises a remake. a remake is a new dispensing job of its
      *> own, linked back to the one it replaces and carrying the
      *> reason (LE lab error, DE dispensing error, NT
      *> non-tolerance, BR breakage) and who pays for it. a job
      *> already collected can still be sent for remake (the
      *> customer back a week later with a broken or intolerable
      *> pair) - that skips the measuring and goes straight to the
      *> reason. called from dispjobs.cbl with the order id; an id
      *> of zero asks for one.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "disporder-fc.cpy".
       copy "labqc-fc.cpy".
       copy "prescription-fc.cpy".

       select disporder-id-file assign "$MFOCALDIR/disporderid.dat"
        organization is sequential
        status is ws-file-status.

       data division.
       copy "disporder-fd.cpy".
       copy "labqc-fd.cpy".
       copy "prescription-fd.cpy".

       fd disporder-id-file.
       01 DisporderIdInformation.
         03 Highest-Order-Id      pic 9(9).

       working-storage section.
       copy "common_ws.cpy".

      *> glazing tolerances, dioptres and degrees - the usual
      *> goods-in allowances for finished spectacle lenses. power
      *> tolerances widen with the power ordered; the axis allowance
      *> tightens as the cylinder gets stronger (a weak cyl can sit
      *> a long way off axis and nobody will notice, a strong one
      *> cannot).
       01 qc-tolerances.
         03 qc-sph-tol-low       pic 9v99 value 0.12.
         03 qc-sph-tol-mid       pic 9v99 value 0.18.
         03 qc-sph-tol-high      pic 9v99 value 0.25.
         03 qc-cyl-tol-low       pic 9v99 value 0.12.
         03 qc-cyl-tol-mid       pic 9v99 value 0.18.
         03 qc-cyl-tol-high      pic 9v99 value 0.25.
         03 qc-add-tol-low       pic 9v99 value 0.12.
         03 qc-add-tol-high      pic 9v99 value 0.18.

       01 qc-order-id-in              pic 9(9).
       01 qc-today                    pic 9(8).
       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       01 qc-order-found              pic x.
       01 qc-rx-found                 pic x.
       01 qc-mode                     pic x.
          88 qc-mode-measure          value "M".
          88 qc-mode-remake-only      value "R".

      *> keyed readings, as text so the sign goes in naturally -
      *> the same entry idiom as rxmaint.cbl
       01 qc-in-r-sphere              pic x(6).
       01 qc-in-r-cylinder            pic x(6).
       01 qc-in-r-axis                pic 9(3).
       01 qc-in-r-add                 pic x(5).
       01 qc-in-l-sphere              pic x(6).
       01 qc-in-l-cylinder            pic x(6).
       01 qc-in-l-axis                pic 9(3).
       01 qc-in-l-add                 pic x(5).
       01 qc-in-reason                pic x(2).
       01 qc-in-payer                 pic x.
       01 fields-valid                pic x.

      *> what the Rx asked for, shown beside the entry fields
       01 qc-rx-line-r                pic x(40).
       01 qc-rx-line-l                pic x(40).
       01 qc-sph-edited               pic +Z9.99.
       01 qc-cyl-edited               pic +Z9.99.
       01 qc-add-edited               pic Z9.99.

      *> one eye's comparison at a time - rx-side and measured-side
       01 qc-cmp-rx-sph               pic s9(2)v99.
       01 qc-cmp-rx-cyl               pic s9(2)v99.
       01 qc-cmp-rx-axis              pic 9(3).
       01 qc-cmp-rx-add               pic 9v99.
       01 qc-cmp-ms-sph               pic s9(2)v99.
       01 qc-cmp-ms-cyl               pic s9(2)v99.
       01 qc-cmp-ms-axis              pic 9(3).
       01 qc-cmp-ms-add               pic 9v99.
       01 qc-cmp-eye                  pic x.
       01 qc-diff                     pic s9(3)v99.
       01 qc-abs-power                pic 9(3)v99.
       01 qc-tol                      pic 9v99.
       01 qc-axis-diff                binary-long.
       01 qc-axis-tol                 binary-long.
       01 qc-fail-count               binary-long.
       01 qc-fail-text                pic x(40).
       01 qc-fail-ptr                 binary-long.

       01 qc-remake-id                pic 9(9).
       01 qc-remake-edited            pic z(8)9.

       linkage section.
       copy "common_lnk.cpy".
       01 lnk-qc-order-id             pic 9(9).

       screen section.
       copy "common_ss.cpy".

       01 g-qc-order.
           03 line 5  col 4  pic x(30) value
              "Dispensing order id to check".
           03 line 5  col 36 pic 9(9) using qc-order-id-in.

       01 g-qc-measure.
           03 line 8  col 20 pic x(6)  value "Sph".
           03 line 8  col 28 pic x(6)  value "Cyl".
           03 line 8  col 36 pic x(4)  value "Axis".
           03 line 8  col 42 pic x(4)  value "Add".
           03 line 8  col 50 pic x(20) value "Prescribed".
           03 line 9  col 4  pic x(14) value "Right measured".
           03 line 9  col 20 pic x(6)  using qc-in-r-sphere.
           03 line 9  col 28 pic x(6)  using qc-in-r-cylinder.
           03 line 9  col 36 pic 9(3)  using qc-in-r-axis.
           03 line 9  col 42 pic x(5)  using qc-in-r-add.
           03 line 9  col 50 pic x(30) from qc-rx-line-r.
           03 line 10 col 4  pic x(14) value "Left measured".
           03 line 10 col 20 pic x(6)  using qc-in-l-sphere.
           03 line 10 col 28 pic x(6)  using qc-in-l-cylinder.
           03 line 10 col 36 pic 9(3)  using qc-in-l-axis.
           03 line 10 col 42 pic x(5)  using qc-in-l-add.
           03 line 10 col 50 pic x(30) from qc-rx-line-l.

       01 g-qc-remake.
           03 line 14 col 4  pic x(50) value
              "Remake [LE]lab [DE]disp [NT]non-tol [BR]break".
           03 line 14 col 58 pic x(2)  using qc-in-reason.
           03 line 15 col 4  pic x(50) value
              "Who pays [L]ab [P]ractice [C]ustomer".
           03 line 15 col 58 pic x     using qc-in-payer.

       procedure division using lnk-store-info, lnk-operator-info,
                                lnk-qc-order-id.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Lens Quality Check" to Menu-Name
           move "WJ_Q01" to Menu-Id

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to qc-today

           perform clr-screen
           display g-menuheader

           move lnk-qc-order-id to qc-order-id-in
           if qc-order-id-in equals 0
              display g-qc-order
              perform idle-accept-start
              accept g-qc-order timeout after idle-accept-secs
              perform f1-or-quit
           end-if
           if qc-order-id-in equals 0
              goback
           end-if

           perform read-order-to-check
           if qc-order-found not equals "y"
              move "Quality check" to popup-title
              move "No such dispensing order at this store"
                 to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              goback
           end-if

           display "Order" at line 3 column 4
           display do-order-id at line 3 column 10
           display do-customer-name at line 3 column 21
           display do-frame-details at line 4 column 21

      *> back from the lab and not yet passed - measure it. a job
      *> already out of the door (or already passed) can only be
      *> sent for remake
           if do-status-back and not do-qc-passed
              move "M" to qc-mode
              perform measure-and-compare
           else
              if do-status-collected or do-status-back
                 move "R" to qc-mode
                 perform confirm-remake-only
              else
                 move "Quality check" to popup-title
                 move "Only a job back from the lab or collected"
                    to popup-message-1
                 move "can be checked or sent for remake"
                    to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
              end-if
           end-if

           goback.
      $end

        read-order-to-check.
           move "n" to qc-order-found
           open input disporder-file
           if not fs-okay
              exit paragraph
           end-if
           move qc-order-id-in to do-order-id
           read disporder-file
              invalid key continue
              not invalid key
                 if do-store-id equals lnk-id
                    move "y" to qc-order-found
                 end-if
           end-read
           close disporder-file
           .

      *> the Rx the job was cut to - an untied legacy job has none,
      *> and the check falls back to the checker's own pass/fail
        read-job-prescription.
           move "n" to qc-rx-found
           move spaces to qc-rx-line-r qc-rx-line-l
           if do-rx-test-date equals 0
              exit paragraph
           end-if
           open input prescription-file
           if not fs-okay
              exit paragraph
           end-if
           move do-customer-id to rx-customer-id
           move do-rx-test-date to rx-test-date
           move do-rx-type to rx-type
           read prescription-file
              invalid key continue
              not invalid key move "y" to qc-rx-found
           end-read
           close prescription-file
           if qc-rx-found not equals "y"
              exit paragraph
           end-if

           move rx-r-sphere to qc-sph-edited
           move rx-r-cylinder to qc-cyl-edited
           move rx-r-add to qc-add-edited
           string qc-sph-edited " " qc-cyl-edited " x"
              rx-r-axis " " qc-add-edited
              delimited by size into qc-rx-line-r
           end-string
           move rx-l-sphere to qc-sph-edited
           move rx-l-cylinder to qc-cyl-edited
           move rx-l-add to qc-add-edited
           string qc-sph-edited " " qc-cyl-edited " x"
              rx-l-axis " " qc-add-edited
              delimited by size into qc-rx-line-l
           end-string
           .

        measure-and-compare.
           perform read-job-prescription
           if qc-rx-found not equals "y"
              perform checker-judgement-only
              exit paragraph
           end-if

           move spaces to qc-in-r-sphere qc-in-r-cylinder qc-in-r-add
           move spaces to qc-in-l-sphere qc-in-l-cylinder qc-in-l-add
           move 0 to qc-in-r-axis qc-in-l-axis

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-qc-measure
              perform idle-accept-start
              accept g-qc-measure timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-readings
           end-perform

           initialize labqc-record
           move do-order-id to qc-order-id
           move do-store-id to qc-store-id
           move qc-today to qc-check-date
           move lnk-Operator-Id to qc-checked-by
           compute qc-r-sphere = function numval(qc-in-r-sphere)
           compute qc-r-cylinder = function numval(qc-in-r-cylinder)
           move qc-in-r-axis to qc-r-axis
           compute qc-r-add = function numval(qc-in-r-add)
           compute qc-l-sphere = function numval(qc-in-l-sphere)
           compute qc-l-cylinder = function numval(qc-in-l-cylinder)
           move qc-in-l-axis to qc-l-axis
           compute qc-l-add = function numval(qc-in-l-add)

           move 0 to qc-fail-count
           move spaces to qc-fail-text
           move 1 to qc-fail-ptr

           move "R" to qc-cmp-eye
           move rx-r-sphere to qc-cmp-rx-sph
           move rx-r-cylinder to qc-cmp-rx-cyl
           move rx-r-axis to qc-cmp-rx-axis
           move rx-r-add to qc-cmp-rx-add
           move qc-r-sphere to qc-cmp-ms-sph
           move qc-r-cylinder to qc-cmp-ms-cyl
           move qc-r-axis to qc-cmp-ms-axis
           move qc-r-add to qc-cmp-ms-add
           perform compare-one-eye

           move "L" to qc-cmp-eye
           move rx-l-sphere to qc-cmp-rx-sph
           move rx-l-cylinder to qc-cmp-rx-cyl
           move rx-l-axis to qc-cmp-rx-axis
           move rx-l-add to qc-cmp-rx-add
           move qc-l-sphere to qc-cmp-ms-sph
           move qc-l-cylinder to qc-cmp-ms-cyl
           move qc-l-axis to qc-cmp-ms-axis
           move qc-l-add to qc-cmp-ms-add
           perform compare-one-eye

           if qc-fail-count equals 0
              move "P" to qc-result
              perform record-pass
           else
              move "F" to qc-result
              move qc-fail-text to qc-fail-detail
              move spaces to popup-l-message
              string "Out of tolerance: " qc-fail-text
                 delimited by size into popup-l-message
              end-string
              move "Press a key to raise the remake" to popup-l-button
              perform display-lower-popup
              move "LE" to qc-in-reason
              move "L" to qc-in-payer
              perform accept-remake-details
              if qc-in-reason not equals spaces
                 perform raise-remake
              else
                 perform write-qc-record
                 perform mark-order-failed
              end-if
           end-if
           .

      *> no Rx on the job to measure against - the checker's eye is
      *> all there is, so the answer is simply pass or remake
        checker-judgement-only.
           move "No Rx tied to this job - lenses [P]ass or [R]emake?"
              to popup-l-message
           move "[P]ass or [R]emake" to popup-l-button
           perform display-lower-popup

           initialize labqc-record
           move do-order-id to qc-order-id
           move do-store-id to qc-store-id
           move qc-today to qc-check-date
           move lnk-Operator-Id to qc-checked-by

           if scr-af-key-code-1x equals "R" or
              scr-af-key-code-1x equals "r"
              move "F" to qc-result
              move "Failed on inspection (no Rx on job)"
                 to qc-fail-detail
              move "LE" to qc-in-reason
              move "L" to qc-in-payer
              perform accept-remake-details
              if qc-in-reason not equals spaces
                 perform raise-remake
              else
                 perform write-qc-record
                 perform mark-order-failed
              end-if
           else
              move "P" to qc-result
              perform record-pass
           end-if
           .

      *> a job already collected (or already passed) coming back -
      *> non-tolerance or a breakage, most often. no measuring, just
      *> the reason and who is paying
        confirm-remake-only.
           move "NT" to qc-in-reason
           move "P" to qc-in-payer
           perform accept-remake-details
           if qc-in-reason equals spaces
              exit paragraph
           end-if

           move do-order-id to qc-order-id
           open input labqc-file
           if fs-okay
              read labqc-file
                 invalid key
                    initialize labqc-record
                    move do-order-id to qc-order-id
                    move do-store-id to qc-store-id
                    move qc-today to qc-check-date
                    move lnk-Operator-Id to qc-checked-by
              end-read
              close labqc-file
           else
              initialize labqc-record
              move do-order-id to qc-order-id
              move do-store-id to qc-store-id
              move qc-today to qc-check-date
              move lnk-Operator-Id to qc-checked-by
           end-if
           perform raise-remake
           .

        accept-remake-details.
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-qc-remake
              perform idle-accept-start
              accept g-qc-remake timeout after idle-accept-secs
              perform f1-or-quit
              move function upper-case(qc-in-reason) to qc-in-reason
              move function upper-case(qc-in-payer) to qc-in-payer
              move "y" to fields-valid
      *> clearing the reason means "no remake" - the fail is still
      *> recorded, the job just isn't sent back yet
              if qc-in-reason not equals spaces
                 if qc-in-reason not equals "LE" and
                    qc-in-reason not equals "DE" and
                    qc-in-reason not equals "NT" and
                    qc-in-reason not equals "BR"
                    move "n" to fields-valid
                 end-if
                 if qc-in-payer not equals "L" and
                    qc-in-payer not equals "P" and
                    qc-in-payer not equals "C"
                    move "n" to fields-valid
                 end-if
              end-if
              if fields-valid not equals "y"
                 move "Field validation error" to popup-title
                 move spaces to popup-message-1
                 move "Reason LE/DE/NT/BR, payer L/P/C"
                    to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
              end-if
           end-perform
           .

        validate-readings.
           move "y" to fields-valid
           if qc-in-r-sphere equals spaces
              move "0" to qc-in-r-sphere
           end-if
           if qc-in-r-cylinder equals spaces
              move "0" to qc-in-r-cylinder
           end-if
           if qc-in-r-add equals spaces
              move "0" to qc-in-r-add
           end-if
           if qc-in-l-sphere equals spaces
              move "0" to qc-in-l-sphere
           end-if
           if qc-in-l-cylinder equals spaces
              move "0" to qc-in-l-cylinder
           end-if
           if qc-in-l-add equals spaces
              move "0" to qc-in-l-add
           end-if

           if function test-numval(qc-in-r-sphere) not equal 0 or
              function test-numval(qc-in-r-cylinder) not equal 0 or
              function test-numval(qc-in-l-sphere) not equal 0 or
              function test-numval(qc-in-l-cylinder) not equal 0 or
              function test-numval(qc-in-r-add) not equal 0 or
              function test-numval(qc-in-l-add) not equal 0
              move "n" to fields-valid
           end-if
           if qc-in-r-axis > 180 or qc-in-l-axis > 180
              move "n" to fields-valid
           end-if

           if fields-valid not equals "y"
              move "Field validation error" to popup-title
              move spaces to popup-message-1
              move "Check the readings - dioptres and axis 0-180"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> one eye against its Rx - sphere and cylinder within a
      *> tolerance that widens with power, the axis within an
      *> allowance that narrows with the cylinder, the add within
      *> its own. anything outside is noted for the checker.
        compare-one-eye.
           compute qc-diff = qc-cmp-ms-sph - qc-cmp-rx-sph
           if qc-diff < 0
              compute qc-diff = 0 - qc-diff
           end-if
           move qc-cmp-rx-sph to qc-abs-power
           evaluate true
              when qc-abs-power <= 3
                 move qc-sph-tol-low to qc-tol
              when qc-abs-power <= 6
                 move qc-sph-tol-mid to qc-tol
              when other
                 move qc-sph-tol-high to qc-tol
           end-evaluate
           if qc-diff > qc-tol
              perform note-failure-sph
           end-if

           compute qc-diff = qc-cmp-ms-cyl - qc-cmp-rx-cyl
           if qc-diff < 0
              compute qc-diff = 0 - qc-diff
           end-if
           move qc-cmp-rx-cyl to qc-abs-power
           evaluate true
              when qc-abs-power <= 2
                 move qc-cyl-tol-low to qc-tol
              when qc-abs-power <= 4.5
                 move qc-cyl-tol-mid to qc-tol
              when other
                 move qc-cyl-tol-high to qc-tol
           end-evaluate
           if qc-diff > qc-tol
              perform note-failure-cyl
           end-if

      *> no axis to speak of on a plano-cyl lens
           if qc-abs-power > 0
              compute qc-axis-diff = qc-cmp-ms-axis - qc-cmp-rx-axis
              if qc-axis-diff < 0
                 compute qc-axis-diff = 0 - qc-axis-diff
              end-if
              if qc-axis-diff > 90
                 compute qc-axis-diff = 180 - qc-axis-diff
              end-if
              evaluate true
                 when qc-abs-power <= 0.25
                    move 16 to qc-axis-tol
                 when qc-abs-power <= 0.5
                    move 9 to qc-axis-tol
                 when qc-abs-power <= 0.75
                    move 6 to qc-axis-tol
                 when qc-abs-power <= 1.5
                    move 4 to qc-axis-tol
                 when other
                    move 3 to qc-axis-tol
              end-evaluate
              if qc-axis-diff > qc-axis-tol
                 perform note-failure-axis
              end-if
           end-if

           compute qc-diff = qc-cmp-ms-add - qc-cmp-rx-add
           if qc-diff < 0
              compute qc-diff = 0 - qc-diff
           end-if
           if qc-cmp-rx-add <= 4
              move qc-add-tol-low to qc-tol
           else
              move qc-add-tol-high to qc-tol
           end-if
           if qc-diff > qc-tol
              perform note-failure-add
           end-if
           .

        note-failure-sph.
           add 1 to qc-fail-count
           string qc-cmp-eye(1:1) " sph " delimited by size
              into qc-fail-text with pointer qc-fail-ptr
           end-string
           .

        note-failure-cyl.
           add 1 to qc-fail-count
           string qc-cmp-eye(1:1) " cyl " delimited by size
              into qc-fail-text with pointer qc-fail-ptr
           end-string
           .

        note-failure-axis.
           add 1 to qc-fail-count
           string qc-cmp-eye(1:1) " axis " delimited by size
              into qc-fail-text with pointer qc-fail-ptr
           end-string
           .

        note-failure-add.
           add 1 to qc-fail-count
           string qc-cmp-eye(1:1) " add " delimited by size
              into qc-fail-text with pointer qc-fail-ptr
           end-string
           .

        record-pass.
           perform write-qc-record
           open i-o disporder-file
           if not fs-okay
              exit paragraph
           end-if
           move qc-order-id to do-order-id
           read disporder-file
              invalid key
                 close disporder-file
                 exit paragraph
           end-read
           move "P" to do-qc-status
           move lnk-Operator-Id to do-updated-by
           rewrite dispensing-order
           perform check-file-status
           close disporder-file

           move "Lenses within tolerance - job ready for collection"
              to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        mark-order-failed.
           open i-o disporder-file
           if not fs-okay
              exit paragraph
           end-if
           move qc-order-id to do-order-id
           read disporder-file
              invalid key
                 close disporder-file
                 exit paragraph
           end-read
           move "F" to do-qc-status
           move lnk-Operator-Id to do-updated-by
           rewrite dispensing-order
           perform check-file-status
           close disporder-file
           .

        write-qc-record.
           open i-o labqc-file
           if ws-file-status equals "35"
              open output labqc-file
           end-if
           perform check-file-status
           write labqc-record
           if fs-key-already-exists
              rewrite labqc-record
           end-if
           perform check-file-status
           close labqc-file
           .

      *> the remake is a fresh job on the workshop screen, same
      *> customer, frame, lens and Rx, linked back to the job it
      *> replaces. only a customer-paid remake carries a price (the
      *> lenses again); lab- and practice-paid ones go through at
      *> nothing to the customer. the frame is the one already
      *> made up, so no stock moves. the original job is closed as
      *> remade - unless it was already collected, in which case it
      *> stays collected and simply gains the remake link.
        raise-remake.
           perform load-next-order-id

           open i-o disporder-file
           if not fs-okay
              exit paragraph
           end-if
           move qc-order-id to do-order-id
           read disporder-file
              invalid key
                 close disporder-file
                 exit paragraph
           end-read
           if do-status-back
              move "M" to do-status
              move "F" to do-qc-status
              move lnk-Operator-Id to do-updated-by
              rewrite dispensing-order
              perform check-file-status
           end-if

           move qc-remake-id to do-order-id
           if qc-in-payer equals "C"
              move 0 to do-frame-price
              move do-lens-charge to do-total-price
           else
              move 0 to do-frame-price do-lens-charge do-total-price
           end-if
           move space to do-voucher-category
           move 0 to do-voucher-value
           move space to do-voucher-claimed do-voucher-credited
           move space to do-job-type do-gos4-part
           move spaces to do-gos4-reason
           move 0 to do-gos4-value
           move space to do-gos4-claimed do-gos4-credited
           move 0 to do-deposit-amount do-amount-paid
           move spaces to do-coll-override-by
           move space to do-qc-status
           move qc-order-id to do-remake-of
           move qc-in-reason to do-remake-reason
           move qc-in-payer to do-remake-payer
           move qc-today to do-date-ordered
           move zeroes to do-lab-sent-date do-lab-back-date
                          do-collected-date
           move "O" to do-status
           move lnk-Operator-Id to do-updated-by
           write dispensing-order
           perform check-file-status
           close disporder-file

           move qc-remake-id to qc-remake-order-id
           move qc-in-reason to qc-remake-reason
           move qc-in-payer to qc-remake-payer
           perform write-qc-record

           move qc-remake-id to qc-remake-edited
           move spaces to popup-l-message
           string "Remake raised as job " qc-remake-edited
              delimited by size into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> same read-increment-rewrite idiom as dispjobs.cbl's
      *> load-next-order-id - one id sequence for every job
        load-next-order-id.
           move 0 to Highest-Order-Id
           open i-o disporder-id-file with lock
           if ws-file-status equals "35"
              open output disporder-id-file
              perform check-file-status
              move 1 to Highest-Order-Id
              write DisporderIdInformation
              perform check-file-status
           else
              perform check-file-status
              read disporder-id-file
              perform check-file-status
              add 1 to Highest-Order-Id
              rewrite DisporderIdInformation
              perform check-file-status
           end-if
           close disporder-id-file
           perform check-file-status

           move Highest-Order-Id to qc-remake-id
           .

       copy "common.cpy".
