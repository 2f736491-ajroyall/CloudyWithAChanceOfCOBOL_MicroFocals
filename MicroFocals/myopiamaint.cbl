       identification division.
       program-id. myopiamaint.

      *> myopia management programme - enrols a child on myopia
      *> control (special spectacle lenses, ortho-k or atropine) and
      *> records each review. the child is found via custpopup; the
      *> programme record holds the treatment, start date, review
      *> interval, the monthly fee and the baseline progression is
      *> measured from - the newest spectacle Rx on file is offered
      *> as the baseline refraction at enrolment, the axial length
      *> is keyed from the biometer. each review records both eyes'
      *> axial length and refraction and moves the next review due
      *> on by the interval; myoprog.cbl reports the progression.
      *> ending a programme is status X - the register and the
      *> reviews are kept.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "myopia-fc.cpy".
       copy "myreview-fc.cpy".
       copy "prescription-fc.cpy".

       data division.
       copy "myopia-fd.cpy".
       copy "myreview-fd.cpy".
       copy "prescription-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 wsc-Customer.
       copy "customerinfo.cpy" replacing ==:Prefix-:== by ==wsc-==.

      *> myopia control is a children's programme - nobody this age
      *> or older is enrolled
       78 MY-MAX-ENROL-AGE     value 18.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 my-today             pic 9(8).
       01 my-dob               pic 9(8).
       01 my-age               pic 9(3).

       01 my-in-treatment      pic x.
       01 my-in-start-dd       pic 99.
       01 my-in-start-mm       pic 99.
       01 my-in-start-yyyy     pic 9999.
       01 my-in-review-months  pic 99.
       01 my-in-fee            pic 9(3)v99.
       01 my-in-r-sphere       pic x(6).
       01 my-in-r-cylinder     pic x(6).
       01 my-in-l-sphere       pic x(6).
       01 my-in-l-cylinder     pic x(6).
       01 my-in-r-axial        pic 9(2)v99.
       01 my-in-l-axial        pic 9(2)v99.
       01 my-in-status         pic x.
       01 my-base-from         pic x(20).
       01 my-base-rx-date      pic 9(8).

       01 my-rv-dd             pic 99.
       01 my-rv-mm             pic 99.
       01 my-rv-yyyy           pic 9999.
       01 my-rv-date           pic 9(8).

       01 my-found             pic x.
       01 my-rx-eof            pic x.
       01 my-rv-eof            pic x.
       01 fields-valid         pic x.
       01 my-sph-edited        pic +Z9.99.

      *> the review date plus the interval, for the next one due
       01 my-due-work          pic 9(8).
       01 redefines my-due-work.
         03 my-due-yyyy        pic 9999.
         03 my-due-mm          pic 99.
         03 my-due-dd          pic 99.
       01 my-due-months        pic 9(4).

       01 my-date-work         pic 9(8).
       01 redefines my-date-work.
         03 my-dw-yyyy         pic 9999.
         03 my-dw-mm           pic 99.
         03 my-dw-dd           pic 99.

       78 MY-MAX-LIST          value 5.
       01 my-list-count        binary-long value 0.
       01 my-list occurs MY-MAX-LIST.
         03 my-list-date       pic x(10).
         03 my-list-r-axial    pic Z9.99.
         03 my-list-l-axial    pic Z9.99.
         03 my-list-r-sphere   pic +Z9.99.
         03 my-list-l-sphere   pic +Z9.99.
       01 my-row               binary-long.

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".

       01 g-myopiamaint.
           03 line 5  col 4  pic x(44) value
              "Treatment [S]pec lenses [O]rtho-k [A]tropine".
           03 line 5  col 50 pic x     using my-in-treatment.
           03 line 6  col 4  pic x(18) value "Start ddmmyyyy".
           03 line 6  col 24 pic 99    using my-in-start-dd.
           03 line 6  col 27 pic 99    using my-in-start-mm.
           03 line 6  col 30 pic 9999  using my-in-start-yyyy.
           03 line 7  col 4  pic x(22) value "Review every (months)".
           03 line 7  col 28 pic 99    using my-in-review-months.
           03 line 8  col 4  pic x(14) value "Monthly fee".
           03 line 8  col 20 pic 999.99 using my-in-fee.
           03 line 10 col 4  pic x(10) value "Baseline".
           03 line 10 col 20 pic x(6)  value "Sph".
           03 line 10 col 28 pic x(6)  value "Cyl".
           03 line 10 col 36 pic x(9)  value "Axial mm".
           03 line 10 col 50 pic x(20) from my-base-from.
           03 line 11 col 4  pic x(10) value "Right eye".
           03 line 11 col 20 pic x(6)  using my-in-r-sphere.
           03 line 11 col 28 pic x(6)  using my-in-r-cylinder.
           03 line 11 col 36 pic 99.99 using my-in-r-axial.
           03 line 12 col 4  pic x(10) value "Left eye".
           03 line 12 col 20 pic x(6)  using my-in-l-sphere.
           03 line 12 col 28 pic x(6)  using my-in-l-cylinder.
           03 line 12 col 36 pic 99.99 using my-in-l-axial.
           03 line 14 col 4  pic x(26) value
              "Status [A]ctive/[X] ended".
           03 line 14 col 32 pic x     using my-in-status.
           03 line 15 col 4  pic x(48) value
              "(blank treatment leaves the register as it was)".

       01 g-myreview.
           03 line 5  col 4  pic x(18) value "Review ddmmyyyy".
           03 line 5  col 24 pic 99    using my-rv-dd.
           03 line 5  col 27 pic 99    using my-rv-mm.
           03 line 5  col 30 pic 9999  using my-rv-yyyy.
           03 line 7  col 20 pic x(6)  value "Sph".
           03 line 7  col 28 pic x(6)  value "Cyl".
           03 line 7  col 36 pic x(9)  value "Axial mm".
           03 line 8  col 4  pic x(10) value "Right eye".
           03 line 8  col 20 pic x(6)  using my-in-r-sphere.
           03 line 8  col 28 pic x(6)  using my-in-r-cylinder.
           03 line 8  col 36 pic 99.99 using my-in-r-axial.
           03 line 9  col 4  pic x(10) value "Left eye".
           03 line 9  col 20 pic x(6)  using my-in-l-sphere.
           03 line 9  col 28 pic x(6)  using my-in-l-cylinder.
           03 line 9  col 36 pic 99.99 using my-in-l-axial.

       procedure division using lnk-store-info, lnk-operator-info.
           move lnk-name-of-store to Store-Name
           move "Myopia Programme" to Menu-Name
           move "MY_M01" to Menu-Id

           perform clr-screen
           display g-menuheader

           call "custpopupsetcaller" using by content
                "myopiamaint "
           end-call
           call "custpopup" using wsc-Customer
           if return-code equals -1
              goback
           end-if

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to my-today

           perform load-existing-programme

      *> a new enrolment has to be a child - an existing one carries
      *> on to its end whatever birthday falls in between
           if my-found not equals "y"
              perform work-out-age
              if my-age >= MY-MAX-ENROL-AGE
                 move "Not a child" to popup-title
                 move "Myopia management enrols children"
                    to popup-message-1
                 move "under 18 only" to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
                 goback
              end-if
           end-if

           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform clr-screen
              display g-menuheader
              display wsc-FullName at line 3 column 4
              perform show-review-list
              display g-myopiamaint
              perform idle-accept-start
              accept g-myopiamaint timeout after idle-accept-secs
              perform f1-or-quit
              if my-in-treatment equals spaces
                 goback
              end-if
              perform validate-programme
           end-perform

           perform save-programme

           move "Programme saved - record a review now?"
              to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x equals "Y" or
              scr-af-key-code-1x equals "y"
              perform record-review
           end-if

           goback.

        work-out-age.
           move wsc-Dob-yyyy to my-dw-yyyy
           move wsc-Dob-mm to my-dw-mm
           move wsc-Dob-dd to my-dw-dd
           move my-date-work to my-dob
           if my-dob equals 0 or my-dob > my-today
              move 0 to my-age
           else
              compute my-age = (my-today - my-dob) / 10000
           end-if
           .

        load-existing-programme.
           move "n" to my-found
           move space to my-in-treatment
           move dd to my-in-start-dd
           move mm to my-in-start-mm
           move yyyy to my-in-start-yyyy
           move 6 to my-in-review-months
           move 0 to my-in-fee my-in-r-axial my-in-l-axial
           move "A" to my-in-status
           move "0" to my-in-r-sphere my-in-r-cylinder
                       my-in-l-sphere my-in-l-cylinder
           move 0 to my-base-rx-date

           open input myopia-file
           if fs-okay
              move wsc-Customer-Id to mp-customer-id
              read myopia-file
                 invalid key continue
                 not invalid key
                    move "y" to my-found
              end-read
              close myopia-file
           end-if

           if my-found equals "y"
              move mp-treatment to my-in-treatment
              move mp-start-date to my-date-work
              move my-dw-dd to my-in-start-dd
              move my-dw-mm to my-in-start-mm
              move my-dw-yyyy to my-in-start-yyyy
              move mp-review-months to my-in-review-months
              move mp-monthly-fee to my-in-fee
              move mp-base-r-axial to my-in-r-axial
              move mp-base-l-axial to my-in-l-axial
              move mp-status to my-in-status
              move mp-baseline-rx-date to my-base-rx-date
              move mp-base-r-sphere to my-sph-edited
              move my-sph-edited to my-in-r-sphere
              move mp-base-r-cylinder to my-sph-edited
              move my-sph-edited to my-in-r-cylinder
              move mp-base-l-sphere to my-sph-edited
              move my-sph-edited to my-in-l-sphere
              move mp-base-l-cylinder to my-sph-edited
              move my-sph-edited to my-in-l-cylinder
           else
              perform offer-newest-spectacle-rx
           end-if
           perform describe-baseline
           .

      *> the newest spectacle Rx is the refraction the child starts
      *> the programme on - keyed over if the baseline was taken
      *> elsewhere
        offer-newest-spectacle-rx.
           open input prescription-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-Customer-Id to rx-customer-id
           move 0 to rx-test-yyyy rx-test-mm rx-test-dd
           move space to rx-type
           start prescription-file
               key >= rx-key
               invalid key move "y" to my-rx-eof
               not invalid key move "n" to my-rx-eof
           end-start

           perform until my-rx-eof equals "y"
              read prescription-file next record
                 at end move "y" to my-rx-eof
              end-read
              if not fs-okay or my-rx-eof equals "y" or
                 rx-customer-id not equals wsc-Customer-Id
                 move "y" to my-rx-eof
              else
                 if rx-type-spectacle
                    move rx-test-date to my-base-rx-date
                    move rx-r-sphere to my-sph-edited
                    move my-sph-edited to my-in-r-sphere
                    move rx-r-cylinder to my-sph-edited
                    move my-sph-edited to my-in-r-cylinder
                    move rx-l-sphere to my-sph-edited
                    move my-sph-edited to my-in-l-sphere
                    move rx-l-cylinder to my-sph-edited
                    move my-sph-edited to my-in-l-cylinder
                 end-if
              end-if
           end-perform
           close prescription-file
           .

        describe-baseline.
           move spaces to my-base-from
           if my-base-rx-date equals 0
              move "(keyed baseline)" to my-base-from
           else
              move my-base-rx-date to my-date-work
              string "(Rx " my-dw-dd "/" my-dw-mm "/" my-dw-yyyy ")"
                 delimited by size
                 into my-base-from
              end-string
           end-if
           .

        validate-programme.
           move "y" to fields-valid
           move function upper-case(my-in-treatment)
              to my-in-treatment
           move function upper-case(my-in-status) to my-in-status
           if (my-in-treatment not equals "S" and "O" and "A")
              or (my-in-status not equals "A" and "X")
              or my-in-start-dd = 0 or my-in-start-dd > 31
              or my-in-start-mm = 0 or my-in-start-mm > 12
              or my-in-start-yyyy < 2000
              or my-in-review-months = 0 or my-in-review-months > 24
              move "n" to fields-valid
              move "Check the treatment, start date, review"
                 to popup-message-1
              move "interval (1-24 months) and A/X status"
                 to popup-message-2
           else
              perform validate-eye-entries
              if fields-valid not equals "y"
                 move "Baseline dioptres must be numbers and"
                    to popup-message-1
                 move "both axial lengths 15.00 to 35.00 mm"
                    to popup-message-2
              end-if
           end-if

           if fields-valid not equals "y"
              move "Field validation error" to popup-title
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> the four dioptre entries are text so the sign keys
      *> naturally, same as rxmaint.cbl; the axial lengths have to
      *> be a plausible eye
        validate-eye-entries.
           if my-in-r-sphere equals spaces
              move "0" to my-in-r-sphere
           end-if
           if my-in-r-cylinder equals spaces
              move "0" to my-in-r-cylinder
           end-if
           if my-in-l-sphere equals spaces
              move "0" to my-in-l-sphere
           end-if
           if my-in-l-cylinder equals spaces
              move "0" to my-in-l-cylinder
           end-if
           if function test-numval(my-in-r-sphere) not equal 0 or
              function test-numval(my-in-r-cylinder) not equal 0 or
              function test-numval(my-in-l-sphere) not equal 0 or
              function test-numval(my-in-l-cylinder) not equal 0
              move "n" to fields-valid
           end-if
           if my-in-r-axial < 15 or my-in-r-axial > 35
              or my-in-l-axial < 15 or my-in-l-axial > 35
              move "n" to fields-valid
           end-if
           .

        save-programme.
           open i-o myopia-file
           if ws-file-status equals "35"
              open output myopia-file
           end-if
           perform check-file-status

           if my-found equals "y"
              move wsc-Customer-Id to mp-customer-id
              read myopia-file
                 invalid key move "n" to my-found
              end-read
           end-if
           if my-found not equals "y"
              initialize myopia-entry
              move wsc-Customer-Id to mp-customer-id
              move lnk-id to mp-store-id
              move lnk-Operator-Id to mp-enrolled-by
           end-if

           move my-in-treatment to mp-treatment
           move my-in-start-yyyy to my-dw-yyyy
           move my-in-start-mm to my-dw-mm
           move my-in-start-dd to my-dw-dd
           move my-date-work to mp-start-date
           move my-in-review-months to mp-review-months
           move my-in-fee to mp-monthly-fee
           move my-base-rx-date to mp-baseline-rx-date
           compute mp-base-r-sphere = function numval(my-in-r-sphere)
           compute mp-base-r-cylinder =
              function numval(my-in-r-cylinder)
           compute mp-base-l-sphere = function numval(my-in-l-sphere)
           compute mp-base-l-cylinder =
              function numval(my-in-l-cylinder)
           move my-in-r-axial to mp-base-r-axial
           move my-in-l-axial to mp-base-l-axial
           move my-in-status to mp-status

      *> until the first review, the first one falls due an
      *> interval after the start
           if mp-last-review-date equals 0
              move mp-start-date to my-due-work
           else
              move mp-last-review-date to my-due-work
           end-if
           perform step-due-date
           move my-due-work to mp-next-review-due

           if my-found equals "y"
              rewrite myopia-entry
           else
              write myopia-entry
              move "y" to my-found
           end-if
           perform check-file-status
           close myopia-file
           .

      *> my-due-work moved on mp-review-months months - a day past
      *> the end of a shorter month comes back to the 28th
        step-due-date.
           compute my-due-months = my-due-mm + mp-review-months - 1
           compute my-due-yyyy = my-due-yyyy + (my-due-months / 12)
           compute my-due-mm = function mod(my-due-months, 12) + 1
           if my-due-dd > 28
              move 28 to my-due-dd
           end-if
           .

        record-review.
           move dd to my-rv-dd
           move mm to my-rv-mm
           move yyyy to my-rv-yyyy
           move 0 to my-in-r-axial my-in-l-axial
           move "0" to my-in-r-sphere my-in-r-cylinder
                       my-in-l-sphere my-in-l-cylinder

           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform clr-screen
              display g-menuheader
              display wsc-FullName at line 3 column 4
              display g-myreview
              perform idle-accept-start
              accept g-myreview timeout after idle-accept-secs
              perform f1-or-quit
              move "y" to fields-valid
              if my-rv-dd = 0 or my-rv-dd > 31
                 or my-rv-mm = 0 or my-rv-mm > 12
                 or my-rv-yyyy < 2000
                 move "n" to fields-valid
              end-if
              perform validate-eye-entries
              if fields-valid not equals "y"
                 move "Field validation error" to popup-title
                 move "Check the review date, the dioptres and"
                    to popup-message-1
                 move "both axial lengths (15.00 to 35.00 mm)"
                    to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
              end-if
           end-perform

           move my-rv-yyyy to my-dw-yyyy
           move my-rv-mm to my-dw-mm
           move my-rv-dd to my-dw-dd
           move my-date-work to my-rv-date

           move wsc-Customer-Id to mr-customer-id
           move my-rv-date to mr-review-date
           move my-in-r-axial to mr-r-axial
           move my-in-l-axial to mr-l-axial
           compute mr-r-sphere = function numval(my-in-r-sphere)
           compute mr-r-cylinder = function numval(my-in-r-cylinder)
           compute mr-l-sphere = function numval(my-in-l-sphere)
           compute mr-l-cylinder = function numval(my-in-l-cylinder)
           move lnk-Operator-Id to mr-recorded-by

           open i-o myreview-file
           if ws-file-status equals "35"
              open output myreview-file
           end-if
           perform check-file-status
           write myreview-entry
           if fs-key-already-exists
              rewrite myreview-entry
           end-if
           perform check-file-status
           close myreview-file

           perform move-next-review-on
           .

      *> the newest review sets when the next one is due - a review
      *> keyed late for an earlier date doesn't pull it back
        move-next-review-on.
           open i-o myopia-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-Customer-Id to mp-customer-id
           read myopia-file
              invalid key
                 close myopia-file
                 exit paragraph
           end-read
           if my-rv-date > mp-last-review-date
              move my-rv-date to mp-last-review-date
              move my-rv-date to my-due-work
              perform step-due-date
              move my-due-work to mp-next-review-due
              rewrite myopia-entry
              perform check-file-status
           end-if
           close myopia-file
           .

      *> the child's latest reviews under the programme details -
      *> the list keeps the last MY-MAX-LIST read
        show-review-list.
           move 0 to my-list-count
           open input myreview-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-Customer-Id to mr-customer-id
           move 0 to mr-review-date
           start myreview-file
               key >= mr-key
               invalid key move "y" to my-rv-eof
               not invalid key move "n" to my-rv-eof
           end-start
           perform until my-rv-eof equals "y"
              read myreview-file next record
                 at end move "y" to my-rv-eof
              end-read
              if not fs-okay or my-rv-eof equals "y" or
                 mr-customer-id not equals wsc-Customer-Id
                 move "y" to my-rv-eof
              else
                 if my-list-count < MY-MAX-LIST
                    add 1 to my-list-count
                 else
                    perform varying my-row from 1 by 1
                         until my-row >= MY-MAX-LIST
                       move my-list(my-row + 1) to my-list(my-row)
                    end-perform
                 end-if
                 move mr-review-date to my-date-work
                 move spaces to my-list-date(my-list-count)
                 string my-dw-dd "/" my-dw-mm "/" my-dw-yyyy
                    delimited by size
                    into my-list-date(my-list-count)
                 end-string
                 move mr-r-axial to my-list-r-axial(my-list-count)
                 move mr-l-axial to my-list-l-axial(my-list-count)
                 move mr-r-sphere to my-list-r-sphere(my-list-count)
                 move mr-l-sphere to my-list-l-sphere(my-list-count)
              end-if
           end-perform
           close myreview-file

           if my-list-count equals 0
              exit paragraph
           end-if
           display "Reviews      R axial L axial  R sph  L sph"
              at line 17 column 4
           perform varying my-row from 1 by 1
               until my-row > my-list-count
              display my-list-date(my-row)
                 at line my-row + 17 column 4
              display my-list-r-axial(my-row)
                 at line my-row + 17 column 18
              display my-list-l-axial(my-row)
                 at line my-row + 17 column 26
              display my-list-r-sphere(my-row)
                 at line my-row + 17 column 34
              display my-list-l-sphere(my-row)
                 at line my-row + 17 column 41
           end-perform
           .

       copy "common.cpy".
