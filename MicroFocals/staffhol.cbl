       identification division.
       program-id. staffhol.

      *> holidays and other absence for the non-clinical staff on
      *> the rota (staffhol-fd.cpy) - the same add-or-remove screen
      *> consultleave.cbl gives the consultants. takes an operator
      *> id, lists the absences recorded for them, then either adds
      *> a new period or removes a listed one. staffcover.cbl leaves
      *> anyone absent out of the day's cover.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "staffhol-fc.cpy".
       copy "operator-fc.cpy".

       data division.
       copy "staffhol-fd.cpy".
       copy "operator-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 SH-MAX-LIST                  value 8.
       01 sh-list-count                binary-long value 0.
       01 sh-list occurs SH-MAX-LIST.
          03 sh-list-from-date         pic 9(8).
          03 sh-list-from              pic x(10).
          03 sh-list-to                pic x(10).
          03 sh-list-reason            pic x(20).

       01 sh-row                       binary-long.
       01 sh-row-disp                  pic z9.
       01 ls-eof                       pic x.

       01 sh-in-operator               pic x(10).
       01 sh-in-name                   pic x(30).
       01 sh-in-from.
          03 sh-in-fr-dd               pic 99.
          03 filler                    pic x value "/".
          03 sh-in-fr-mm               pic 99.
          03 filler                    pic x value "/".
          03 sh-in-fr-yyyy             pic 9999.
       01 sh-in-to.
          03 sh-in-to-dd               pic 99.
          03 filler                    pic x value "/".
          03 sh-in-to-mm               pic 99.
          03 filler                    pic x value "/".
          03 sh-in-to-yyyy             pic 9999.
       01 sh-in-reason                 pic x(20).
       01 sh-remove-choice             pic 99.
       01 sh-from-num                  pic 9(8).
       01 sh-to-num                    pic 9(8).
       01 fields-valid                 pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "staffholpopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Staff Holidays" to Menu-Name
           move "SH_M01" to Menu-Id

           accept date-today-temp from date YYYYMMDD

           perform clr-screen
           display g-menuheader

           move spaces to sh-in-operator
           display g-holoper
           perform idle-accept-start
           accept g-holoper timeout after idle-accept-secs
           perform f1-or-quit
           if sh-in-operator equals spaces
              goback
           end-if

           move spaces to sh-in-name
           open input operator-file
           if fs-okay
              move sh-in-operator to op-operator-id
              read operator-file
                 invalid key continue
                 not invalid key move op-name to sh-in-name
              end-read
              close operator-file
           end-if
           if sh-in-name equals spaces
              move "Staff holidays" to popup-title
              move "No operator with that id" to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              goback
           end-if

           perform load-absence-list
           perform show-absence-list

           move "00/00/0000" to sh-in-from sh-in-to
           move spaces to sh-in-reason
           move 0 to sh-remove-choice
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-holpopup
              perform idle-accept-start
              accept g-holpopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-absence-input
           end-perform

           if sh-remove-choice > 0
              perform remove-absence
           else
              if sh-in-fr-yyyy not equals 0
                 perform write-absence
              end-if
           end-if

           goback.
      $end

        load-absence-list.
           move 0 to sh-list-count
           open input staffhol-file
           if fs-okay
              move sh-in-operator to sh-operator-id
              move 0 to sh-from-date
              start staffhol-file
                  key > sh-key
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read staffhol-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    sh-operator-id equals sh-in-operator and
                    sh-list-count < SH-MAX-LIST
                    add 1 to sh-list-count
                    move sh-from-date
                       to sh-list-from-date(sh-list-count)
                    move sh-from-date to sf-date
                    string sf-dd "/" sf-mm "/" sf-yyyy
                       delimited by size
                       into sh-list-from(sh-list-count)
                    end-string
                    move sh-to-date to sf-date
                    string sf-dd "/" sf-mm "/" sf-yyyy
                       delimited by size
                       into sh-list-to(sh-list-count)
                    end-string
                    move sh-reason to sh-list-reason(sh-list-count)
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close staffhol-file
           end-if
           .

        show-absence-list.
           perform clr-screen
           display g-menuheader
           display "Absence for " at line 3 column 4
           display sh-in-name at line 3 column 16
           display "No From       To         Reason" at line 4 column 4

           if sh-list-count equals 0
              display "No absence recorded" at line 5 column 4
           else
              perform varying sh-row from 1 by 1
                  until sh-row > sh-list-count
                 move sh-row to sh-row-disp
                 display sh-row-disp at line sh-row + 4 column 4
                 display sh-list-from(sh-row) at line sh-row + 4
                    column 7
                 display sh-list-to(sh-row) at line sh-row + 4
                    column 18
                 display sh-list-reason(sh-row) at line sh-row + 4
                    column 29
              end-perform
           end-if
           .

        validate-absence-input.
           move "y" to fields-valid
           move spaces to popup-message-2

           evaluate true
              when sh-remove-choice > sh-list-count
                 move "There is no such entry to remove"
                    to popup-message-2
              when sh-remove-choice > 0
                 continue
              when sh-in-fr-yyyy equals 0
                 continue
              when other
                 perform validate-absence-dates
           end-evaluate

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

        validate-absence-dates.
           call "valdated" using
              by reference z"dd/mm/yyyy"
              by reference sh-in-from
           end-call
           if return-code not equals 0
              move "From date is not a valid date" to popup-message-2
              exit paragraph
           end-if
           call "valdated" using
              by reference z"dd/mm/yyyy"
              by reference sh-in-to
           end-call
           if return-code not equals 0
              move "To date is not a valid date" to popup-message-2
              exit paragraph
           end-if
           compute sh-from-num = sh-in-fr-yyyy * 10000
              + sh-in-fr-mm * 100 + sh-in-fr-dd
           compute sh-to-num = sh-in-to-yyyy * 10000
              + sh-in-to-mm * 100 + sh-in-to-dd
           if sh-to-num < sh-from-num
              move "The absence can't end before it starts"
                 to popup-message-2
           end-if
           .

        write-absence.
           open i-o staffhol-file
           if ws-file-status equals "35"
              open output staffhol-file
           end-if
           perform check-file-status

           move sh-in-operator to sh-operator-id
           move sh-from-num to sh-from-date
           move sh-to-num to sh-to-date
           move sh-in-reason to sh-reason
           move date-today-temp to sh-added-date
           move lnk-Operator-Id to sh-added-by

           write staffhol-entry
           if fs-key-already-exists
              rewrite staffhol-entry
           end-if
           perform check-file-status
           close staffhol-file
           perform check-file-status
           .

        remove-absence.
           open i-o staffhol-file
           perform check-file-status
           move sh-in-operator to sh-operator-id
           move sh-list-from-date(sh-remove-choice) to sh-from-date
           delete staffhol-file
              invalid key continue
           end-delete
           close staffhol-file
           perform check-file-status
           .

       copy "common.cpy".
