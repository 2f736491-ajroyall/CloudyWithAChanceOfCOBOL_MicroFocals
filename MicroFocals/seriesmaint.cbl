       identification division.
       program-id. seriesmaint.

      *> recurring appointment series maintenance - the run of
      *> visits (seriesdef-fd.cpy) the schedule grid books in one go
      *> through seriesbook.cbl. lists the series on file, then
      *> takes a series code: one already on file comes back filled
      *> in for changing, a new one starts as an untyped series with
      *> a first visit and a week to find each slot in. a blank code
      *> leaves things as they were; a blank description on an
      *> existing code removes it. the visits are read left to right
      *> and end at the first one with no unit.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "seriesdef-fc.cpy".
       copy "apptype-fc.cpy".

       data division.
       copy "seriesdef-fd.cpy".
       copy "apptype-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 SE-MAX-LIST                  value 8.
       01 se-list-count                binary-long value 0.
       01 se-list occurs SE-MAX-LIST.
          03 se-list-code              pic x(6).
          03 se-list-description       pic x(30).
          03 se-list-appt-type         pic x(3).
          03 se-list-steps             pic 9.
          03 se-list-window            pic z9.

       01 se-row                       binary-long.
       01 se-step                      binary-long.
       01 ls-eof                       pic x.

       01 se-in-code                   pic x(6).
       01 se-in-description            pic x(30).
       01 se-in-appt-type              pic x(3).
       01 se-in-window                 pic 99.
       01 se-in-steps occurs SERIES-MAX-STEPS.
          03 se-in-offset              pic 999.
          03 se-in-unit                pic x.
       01 se-in-step-count             pic 9.
       01 se-on-file                   pic x.
       01 se-ended                     pic x.
       01 fields-valid                 pic x.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "seriespopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Appointment Series" to Menu-Name
           move "SE_M01" to Menu-Id

           perform load-series-list
           perform show-series-list

           move spaces to se-in-code
           display g-seriescode
           perform idle-accept-start
           accept g-seriescode timeout after idle-accept-secs
           perform f1-or-quit
           move function upper-case(se-in-code) to se-in-code
           if se-in-code equals spaces
              goback
           end-if

           perform load-series-for-edit

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-seriespopup
              perform idle-accept-start
              accept g-seriespopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-series-input
           end-perform

           perform write-series

           goback.
      $end

        load-series-list.
           move 0 to se-list-count
           move low-values to sd-series-code
           open input seriesdef-file
           if fs-okay
              start seriesdef-file
                  key >= sd-series-code
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read seriesdef-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and
                    ls-eof not equals "y" and
                    se-list-count < SE-MAX-LIST
                    add 1 to se-list-count
                    move sd-series-code to se-list-code(se-list-count)
                    move sd-description
                       to se-list-description(se-list-count)
                    move sd-appt-type
                       to se-list-appt-type(se-list-count)
                    move sd-step-count to se-list-steps(se-list-count)
                    move sd-window-days
                       to se-list-window(se-list-count)
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close seriesdef-file
           end-if
           .

        show-series-list.
           perform clr-screen
           display g-menuheader
           display "Appointment series" at line 3 column 4
           display "Code   Description                    Type Visits"
              at line 4 column 4
           display "Days" at line 4 column 55

           if se-list-count equals 0
              display "No appointment series recorded"
                 at line 5 column 4
           else
              perform varying se-row from 1 by 1
                  until se-row > se-list-count
                 display se-list-code(se-row) at line se-row + 4
                    column 4
                 display se-list-description(se-row)
                    at line se-row + 4 column 11
                 display se-list-appt-type(se-row) at line se-row + 4
                    column 42
                 display se-list-steps(se-row) at line se-row + 4
                    column 47
                 display se-list-window(se-row) at line se-row + 4
                    column 55
              end-perform
           end-if
           .

      *> a series already on file comes back as it stands; a new one
      *> starts with just its first visit and a week's grace
        load-series-for-edit.
           move "n" to se-on-file
           move spaces to se-in-description se-in-appt-type
           move 7 to se-in-window
           perform varying se-step from 1 by 1
                until se-step > SERIES-MAX-STEPS
              move 0 to se-in-offset(se-step)
              move space to se-in-unit(se-step)
           end-perform
           move "D" to se-in-unit(1)

           open input seriesdef-file
           if fs-okay
              move se-in-code to sd-series-code
              read seriesdef-file
                 invalid key
                    continue
                 not invalid key
                    move "y" to se-on-file
                    move sd-description to se-in-description
                    move sd-appt-type to se-in-appt-type
                    move sd-window-days to se-in-window
                    move space to se-in-unit(1)
                    perform varying se-step from 1 by 1
                         until se-step > sd-step-count
                       move sd-step-offset(se-step)
                          to se-in-offset(se-step)
                       move sd-step-unit(se-step)
                          to se-in-unit(se-step)
                    end-perform
              end-read
              close seriesdef-file
           end-if
           .

        validate-series-input.
           move function upper-case(se-in-appt-type) to se-in-appt-type
           move "y" to fields-valid
           move spaces to popup-message-2
           move 0 to se-in-step-count
           move "n" to se-ended

           perform varying se-step from 1 by 1
                until se-step > SERIES-MAX-STEPS
              move function upper-case(se-in-unit(se-step))
                 to se-in-unit(se-step)
              if se-in-unit(se-step) equals space
                 move "y" to se-ended
              end-if
              if se-ended equals "y"
                 move 0 to se-in-offset(se-step)
                 move space to se-in-unit(se-step)
              else
                 move se-step to se-in-step-count
                 if se-in-unit(se-step) not equals "D" and
                    se-in-unit(se-step) not equals "W" and
                    se-in-unit(se-step) not equals "M"
                    move "A visit's unit must be D, W or M"
                       to popup-message-2
                 end-if
              end-if
           end-perform

           if se-in-description not equals spaces
              evaluate true
                 when popup-message-2 not equals spaces
                    continue
                 when se-in-step-count equals 0
                    move "A series needs at least its first visit"
                       to popup-message-2
                 when se-in-appt-type not equals spaces
                    perform check-appt-type
              end-evaluate
           end-if

           if popup-message-2 not equals spaces
              move "n" to fields-valid
              move "Field validation error" to popup-title
              move spaces to popup-message-1
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

        check-appt-type.
           open input apptype-file
           if not fs-okay
              move "No such appointment type" to popup-message-2
              exit paragraph
           end-if
           move se-in-appt-type to at-type-code
           read apptype-file
              invalid key
                 move "No such appointment type" to popup-message-2
           end-read
           close apptype-file
           .

        write-series.
           open i-o seriesdef-file
           if ws-file-status equals "35"
              open output seriesdef-file
           end-if
           perform check-file-status

           move se-in-code to sd-series-code
           if se-in-description equals spaces
              delete seriesdef-file
                 invalid key continue
              end-delete
           else
              move se-in-description to sd-description
              move se-in-appt-type to sd-appt-type
              move se-in-window to sd-window-days
              move se-in-step-count to sd-step-count
              perform varying se-step from 1 by 1
                   until se-step > SERIES-MAX-STEPS
                 move se-in-offset(se-step) to sd-step-offset(se-step)
                 move se-in-unit(se-step) to sd-step-unit(se-step)
              end-perform
              write seriesdef-entry
              if fs-key-already-exists
                 rewrite seriesdef-entry
              end-if
              perform check-file-status
           end-if

           close seriesdef-file
           perform check-file-status
           .

       copy "common.cpy".
