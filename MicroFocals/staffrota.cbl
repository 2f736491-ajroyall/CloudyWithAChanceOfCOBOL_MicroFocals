       identification division.
       program-id. staffrota.

      *> non-clinical staff rota for this store - the receptionists,
      *> dispensers and managers (operators, operator-fd.cpy) and
      *> the standing weekly shifts each works here
      *> (staffrota-fd.cpy). lists the rota, then takes an operator
      *> id: one already on it comes back filled in for changing or
      *> removing, a new one starts on reception with no shifts. a
      *> blank id leaves things as they were. the opening prompt
      *> also keeps staff holidays (staffhol.cbl), the store's
      *> minimum cover rules (covrule-fd.cpy), and runs the
      *> two-week cover check against the appointment book
      *> (staffcover.cbl).

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "staffrota-fc.cpy".
       copy "covrule-fc.cpy".
       copy "operator-fc.cpy".

       data division.
       copy "staffrota-fd.cpy".
       copy "covrule-fd.cpy".
       copy "operator-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 RT-MAX-LIST                  value 8.
       01 rt-list-count                binary-long value 0.
       01 rt-list occurs RT-MAX-LIST.
          03 rt-list-operator          pic x(10).
          03 rt-list-name              pic x(24).
          03 rt-list-duty              pic x.
          03 rt-list-days.
             05 rt-list-day            pic x occurs 7.

       78 CV-MAX-LIST                  value 4.
       01 cv-list-count                binary-long value 0.
       01 cv-list occurs CV-MAX-LIST.
          03 cv-list-duty              pic x.
          03 cv-list-min-open          pic 9.
          03 cv-list-min-clinic        pic 9.

       01 rt-row                       binary-long.
       01 rt-day                       binary-long.
       01 ls-eof                       pic x.

       01 rt-in-operator               pic x(10).
       01 rt-in-name                   pic x(30).
       01 rt-in-duty                   pic x.
       01 rt-in-shifts occurs 7.
          03 rt-in-start               pic 9999.
          03 rt-in-end                 pic 9999.
       01 rt-in-remove                 pic x.
       01 rt-on-file                   pic x.
       01 rt-time                      pic 9999.
       01 redefines rt-time.
          03 rt-time-hh                pic 99.
          03 rt-time-mm                pic 99.
       01 rt-time-bad                  pic x.

       01 cv-in-duty                   pic x.
       01 cv-in-min-open               pic 9.
       01 cv-in-min-clinic             pic 9.

       01 fields-valid                 pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "staffrotapopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Staff Rota" to Menu-Name
           move "RT_M01" to Menu-Id

           accept date-today-temp from date YYYYMMDD

           perform clr-screen
           display g-menuheader

           move "[R]ota, [H]olidays, [M]inimum cover or [C]over check"
              to popup-l-message
           move "[R], [H], [M], [C] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "h"
              when "H"
                 call "staffhol" using lnk-store-info,
                                       lnk-operator-info
                 end-call
                 cancel "staffhol"
                 goback
              when "m"
              when "M"
                 perform maintain-cover-rules
                 goback
              when "c"
              when "C"
                 call "staffcover" using lnk-store-info
                 end-call
                 cancel "staffcover"
                 move "Staff cover written to staffcover.txt"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
                 goback
              when "r"
              when "R"
                 continue
              when other
                 goback
           end-evaluate

           perform load-rota-list
           perform show-rota-list

           move spaces to rt-in-operator
           display g-rotaoper
           perform idle-accept-start
           accept g-rotaoper timeout after idle-accept-secs
           perform f1-or-quit
           if rt-in-operator equals spaces
              goback
           end-if

           perform load-rota-for-edit
           if rt-in-name equals spaces
              move "Staff rota" to popup-title
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

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-rotapopup
              perform idle-accept-start
              accept g-rotapopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-rota-input
           end-perform

           if rt-in-remove equals "Y"
              perform remove-rota-entry
           else
              perform write-rota-entry
           end-if

           goback.
      $end

        load-rota-list.
           move 0 to rt-list-count
           open input operator-file
           open input staffrota-file
           if fs-okay
              move lnk-id to rt-store-id
              move low-values to rt-operator-id
              start staffrota-file
                  key > rt-key
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read staffrota-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    rt-store-id equals lnk-id and
                    rt-list-count < RT-MAX-LIST
                    add 1 to rt-list-count
                    move rt-operator-id
                       to rt-list-operator(rt-list-count)
                    move rt-duty to rt-list-duty(rt-list-count)
                    perform varying rt-day from 1 by 1
                         until rt-day > 7
                       if rt-shift-end(rt-day) > 0
                          move "Y" to rt-list-day(rt-list-count rt-day)
                       else
                          move "-" to rt-list-day(rt-list-count rt-day)
                       end-if
                    end-perform
                    move spaces to rt-list-name(rt-list-count)
                    move rt-operator-id to op-operator-id
                    read operator-file
                       invalid key continue
                       not invalid key
                          move op-name to rt-list-name(rt-list-count)
                    end-read
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close staffrota-file
           end-if
           close operator-file
           .

        show-rota-list.
           perform clr-screen
           display g-menuheader
           display "Operator   Name                     Duty SMTWTFS"
              at line 3 column 4

           if rt-list-count equals 0
              display "No staff on this store's rota" at line 5 column 4
           else
              perform varying rt-row from 1 by 1
                  until rt-row > rt-list-count
                 display rt-list-operator(rt-row) at line rt-row + 4
                    column 4
                 display rt-list-name(rt-row) at line rt-row + 4
                    column 15
                 display rt-list-duty(rt-row) at line rt-row + 4
                    column 42
                 display rt-list-days(rt-row) at line rt-row + 4
                    column 46
              end-perform
           end-if
           .

      *> the operator must be on the operator file; a rota entry
      *> already held for them here comes back as it stands
        load-rota-for-edit.
           move spaces to rt-in-name
           open input operator-file
           if fs-okay
              move rt-in-operator to op-operator-id
              read operator-file
                 invalid key continue
                 not invalid key move op-name to rt-in-name
              end-read
              close operator-file
           end-if
           if rt-in-name equals spaces
              exit paragraph
           end-if

           move "n" to rt-on-file
           move "N" to rt-in-remove
           move "R" to rt-in-duty
           perform varying rt-day from 1 by 1 until rt-day > 7
              move 0 to rt-in-start(rt-day) rt-in-end(rt-day)
           end-perform

           open input staffrota-file
           if fs-okay
              move lnk-id to rt-store-id
              move rt-in-operator to rt-operator-id
              read staffrota-file
                 invalid key
                    continue
                 not invalid key
                    move "y" to rt-on-file
                    move rt-duty to rt-in-duty
                    perform varying rt-day from 1 by 1
                         until rt-day > 7
                       move rt-shift-start(rt-day)
                          to rt-in-start(rt-day)
                       move rt-shift-end(rt-day) to rt-in-end(rt-day)
                    end-perform
              end-read
              close staffrota-file
           end-if
           .

        validate-rota-input.
           move function upper-case(rt-in-duty) to rt-in-duty
           move function upper-case(rt-in-remove) to rt-in-remove
           move "y" to fields-valid
           move spaces to popup-message-2

           if rt-in-remove equals "Y"
              if rt-on-file not equals "y"
                 move "They are not on this store's rota"
                    to popup-message-2
              end-if
           else
              if rt-in-duty not equals "R" and
                 rt-in-duty not equals "D" and
                 rt-in-duty not equals "M"
                 move "Duty must be R, D or M" to popup-message-2
              end-if
              perform varying rt-day from 1 by 1
                   until rt-day > 7 or popup-message-2 not equals spaces
                 perform check-shift-times
              end-perform
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

      *> a day off is both times zero; a shift is two real clock
      *> times with the end after the start
        check-shift-times.
           if rt-in-start(rt-day) equals 0
              and rt-in-end(rt-day) equals 0
              exit paragraph
           end-if
           move "n" to rt-time-bad
           move rt-in-start(rt-day) to rt-time
           if rt-time-hh > 23 or rt-time-mm > 59
              move "y" to rt-time-bad
           end-if
           move rt-in-end(rt-day) to rt-time
           if rt-time-hh > 23 or rt-time-mm > 59
              move "y" to rt-time-bad
           end-if
           if rt-in-end(rt-day) not > rt-in-start(rt-day)
              move "y" to rt-time-bad
           end-if
           if rt-time-bad equals "y"
              string "Shift times on " delimited by size
                     day-of-week-fullname(rt-day) delimited by space
                     " are not right" delimited by size
                 into popup-message-2
              end-string
           end-if
           .

        write-rota-entry.
           open i-o staffrota-file
           if ws-file-status equals "35"
              open output staffrota-file
           end-if
           perform check-file-status

           move lnk-id to rt-store-id
           move rt-in-operator to rt-operator-id
           move rt-in-duty to rt-duty
           perform varying rt-day from 1 by 1 until rt-day > 7
              move rt-in-start(rt-day) to rt-shift-start(rt-day)
              move rt-in-end(rt-day) to rt-shift-end(rt-day)
           end-perform
           move date-today-temp to rt-changed-date
           move lnk-Operator-Id to rt-changed-by

           write staffrota-entry
           if fs-key-already-exists
              rewrite staffrota-entry
           end-if
           perform check-file-status
           close staffrota-file
           perform check-file-status
           .

        remove-rota-entry.
           open i-o staffrota-file
           perform check-file-status
           move lnk-id to rt-store-id
           move rt-in-operator to rt-operator-id
           delete staffrota-file
              invalid key continue
           end-delete
           close staffrota-file
           perform check-file-status
           .

      *> -------------------------------------------------------------
      *> minimum cover rules for this store, one per duty
      *> -------------------------------------------------------------
        maintain-cover-rules.
           perform load-rule-list
           perform show-rule-list

           move space to cv-in-duty
           display g-covruleduty
           perform idle-accept-start
           accept g-covruleduty timeout after idle-accept-secs
           perform f1-or-quit
           move function upper-case(cv-in-duty) to cv-in-duty
           if cv-in-duty not equals "R" and
              cv-in-duty not equals "D" and
              cv-in-duty not equals "M" and
              cv-in-duty not equals "A"
              exit paragraph
           end-if

           move 0 to cv-in-min-open cv-in-min-clinic
           open input covrule-file
           if fs-okay
              move lnk-id to cv-store-id
              move cv-in-duty to cv-duty
              read covrule-file
                 invalid key continue
                 not invalid key
                    move cv-min-open to cv-in-min-open
                    move cv-min-clinic to cv-in-min-clinic
              end-read
              close covrule-file
           end-if

           display g-covrulepopup
           perform idle-accept-start
           accept g-covrulepopup timeout after idle-accept-secs
           perform f1-or-quit

           open i-o covrule-file
           if ws-file-status equals "35"
              open output covrule-file
           end-if
           perform check-file-status
           move lnk-id to cv-store-id
           move cv-in-duty to cv-duty
           if cv-in-min-open equals 0 and cv-in-min-clinic equals 0
              delete covrule-file
                 invalid key continue
              end-delete
           else
              move cv-in-min-open to cv-min-open
              move cv-in-min-clinic to cv-min-clinic
              move lnk-Operator-Id to cv-changed-by
              write covrule-entry
              if fs-key-already-exists
                 rewrite covrule-entry
              end-if
              perform check-file-status
           end-if
           close covrule-file
           perform check-file-status
           .

        load-rule-list.
           move 0 to cv-list-count
           open input covrule-file
           if fs-okay
              move lnk-id to cv-store-id
              move low-values to cv-duty
              start covrule-file
                  key > cv-key
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read covrule-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    cv-store-id equals lnk-id and
                    cv-list-count < CV-MAX-LIST
                    add 1 to cv-list-count
                    move cv-duty to cv-list-duty(cv-list-count)
                    move cv-min-open to cv-list-min-open(cv-list-count)
                    move cv-min-clinic
                       to cv-list-min-clinic(cv-list-count)
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close covrule-file
           end-if
           .

        show-rule-list.
           perform clr-screen
           display g-menuheader
           display "Minimum cover   Duty  Open  Clinics"
              at line 3 column 4

           if cv-list-count equals 0
              display "No minimum cover rules for this store"
                 at line 5 column 4
           else
              perform varying rt-row from 1 by 1
                  until rt-row > cv-list-count
                 display cv-list-duty(rt-row) at line rt-row + 4
                    column 22
                 display cv-list-min-open(rt-row) at line rt-row + 4
                    column 28
                 display cv-list-min-clinic(rt-row)
                    at line rt-row + 4 column 34
              end-perform
           end-if
           .

       copy "common.cpy".
