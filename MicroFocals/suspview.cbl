       identification division.
       program-id. suspview.

      *> inbound suspense screen - the lines the imports couldn't
      *> apply, newest last, with where each came from and why it
      *> failed. picking a line offers:
      *>   C - correct it (a mistyped order id, a wrong claim ref)
      *>       and re-apply it
      *>   R - re-apply it as it stands (the order has since been
      *>       keyed, the week is no longer on somebody's grid)
      *>   D - discard it, for a line that was never ours
      *> a re-apply goes through the import the line came from, so
      *> it is applied exactly as the overnight run would have
      *> applied it - suspadd.cbl hands the import the one line in
      *> place of the partner's file. a line that fails again stays
      *> here with the new reason.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "suspense-fc.cpy".

       data division.
       copy "suspense-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

      *> each suspense source and the import that re-applies it
       78 SV-SOURCE-COUNT              value 12.
       01 sv-source-table.
          03 filler pic x(20) value "LABSTAT labimport   ".
          03 filler pic x(20) value "REFACK  refack      ".
          03 filler pic x(20) value "GOSREMITgosremit    ".
          03 filler pic x(20) value "GOS3REM gos3remit   ".
          03 filler pic x(20) value "COMMSTATcommsbounce ".
          03 filler pic x(20) value "SMSREPLYremindreply ".
          03 filler pic x(20) value "DECEASEDdcdimport   ".
          03 filler pic x(20) value "HEALTHQ hqimport    ".
          03 filler pic x(20) value "DDRETURNddreturn    ".
          03 filler pic x(20) value "GOS4REM gos4remit   ".
          03 filler pic x(20) value "MECSREM mecsremit   ".
          03 filler pic x(20) value "INSREMITinsremit    ".
       01 redefines sv-source-table.
          03 sv-sources occurs SV-SOURCE-COUNT.
             05 sv-src-source          pic x(8).
             05 sv-src-program         pic x(12).

       78 SV-MAX-LIST                  value 15.
       01 sv-list-count                binary-long value 0.
       01 sv-list occurs SV-MAX-LIST.
          03 sv-list-id                pic 9(9).
          03 sv-list-source            pic x(8).
          03 sv-list-added             pic x(10).
          03 sv-list-reason            pic x(40).
          03 sv-list-raw               pic x(200).

       01 sv-open-count                binary-long value 0.
       01 sv-open-shown                pic zzz9.
       01 sv-row                       binary-long.
       01 sv-src-idx                   binary-long.
       01 ls-eof                       pic x.
       01 sv-choice                    pic 99.
       01 sv-action                    pic x.
       01 sv-edit-line                 pic x(77).
       01 sv-program                   pic x(12).
       01 sv-call-failed               pic x.
       01 sv-date-today                pic 9(8).
       01 sv-date-part                 pic 9(8).
       01 redefines sv-date-part.
          03 sv-dp-yyyy                pic 9999.
          03 sv-dp-mm                  pic 99.
          03 sv-dp-dd                  pic 99.

       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Suspense" to Menu-Name
           move "SU_V01" to Menu-Id

           perform load-suspense-list
           perform show-suspense-list

           move 0 to sv-choice
           move space to sv-action
           display "Entry # (0 = none): " at line 22 column 4
           perform idle-accept-start
           accept sv-choice at line 22 column 25
              timeout after idle-accept-secs
           perform idle-accept-check
           if sv-choice > 0 and sv-choice <= sv-list-count
              display "[C]orrect and re-apply, [R]e-apply, [D]iscard: "
                 at line 23 column 4
              perform idle-accept-start
              accept sv-action at line 23 column 52
                 timeout after idle-accept-secs
              perform idle-accept-check
              evaluate sv-action
                 when "C"
                 when "c"
                    perform correct-suspense-line
                 when "R"
                 when "r"
                    move sv-list-raw(sv-choice) to sus-raw-line
                    perform reapply-suspense-line
                 when "D"
                 when "d"
                    perform discard-suspense-line
              end-evaluate
           end-if

           goback.
      $end

      *> open lines only - a re-applied or discarded line is history.
      *> the list keeps the last SV-MAX-LIST open lines, so the
      *> newest failures are what shows
        load-suspense-list.
           move 0 to sv-list-count sv-open-count
           move 0 to su-suspense-id
           open input suspense-file
           if fs-okay
              start suspense-file
                  key > su-suspense-id
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read suspense-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y"
                    if su-status-open
                       add 1 to sv-open-count
                       if sv-list-count < SV-MAX-LIST
                          add 1 to sv-list-count
                       else
                          perform shuffle-list-up
                       end-if
                       perform fill-list-entry
                    end-if
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close suspense-file
           end-if
           .

        shuffle-list-up.
           perform varying sv-row from 1 by 1
                until sv-row >= SV-MAX-LIST
              move sv-list(sv-row + 1) to sv-list(sv-row)
           end-perform
           .

        fill-list-entry.
           move su-suspense-id to sv-list-id(sv-list-count)
           move su-source to sv-list-source(sv-list-count)
           move su-added-date to sv-date-part
           move spaces to sv-list-added(sv-list-count)
           string sv-dp-dd "/" sv-dp-mm "/" sv-dp-yyyy
              delimited by size
              into sv-list-added(sv-list-count)
           move su-reason to sv-list-reason(sv-list-count)
           move su-raw-line to sv-list-raw(sv-list-count)
           .

        show-suspense-list.
           perform clr-screen
           display g-menuheader
           display "Inbound suspense - lines not yet applied"
              at line 3 column 4
           move sv-open-count to sv-open-shown
           display sv-open-shown at line 3 column 50
           display "open" at line 3 column 55

           if sv-list-count equals 0
              display "Nothing in suspense" at line 5 column 4
           else
              perform varying sv-row from 1 by 1
                  until sv-row > sv-list-count
                 display sv-row at line sv-row + 4 column 2
                 display sv-list-source(sv-row)
                    at line sv-row + 4 column 6
                 display sv-list-added(sv-row)
                    at line sv-row + 4 column 16
                 display sv-list-reason(sv-row)(1:30)
                    at line sv-row + 4 column 28
                 display sv-list-raw(sv-row)(1:20)
                    at line sv-row + 4 column 60
              end-perform
           end-if
           .

      *> the whole line as it arrived, to be keyed over - the key is
      *> whatever field the partner got wrong
        correct-suspense-line.
           move sv-list-raw(sv-choice) to sv-edit-line
           display "Correct the line and press Enter:"
              at line 20 column 2
           perform idle-accept-start
           accept sv-edit-line at line 21 column 2
              timeout after idle-accept-secs
           perform idle-accept-check
           move sv-list-raw(sv-choice) to sus-raw-line
           move sv-edit-line to sus-raw-line(1:77)
           perform reapply-suspense-line
           .

        reapply-suspense-line.
           move spaces to sv-program
           perform varying sv-src-idx from 1 by 1
                until sv-src-idx > SV-SOURCE-COUNT
              if sv-src-source(sv-src-idx)
                 equals sv-list-source(sv-choice)
                 move sv-src-program(sv-src-idx) to sv-program
              end-if
           end-perform
           if sv-program equals spaces
              move "No import re-applies this source"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           move "P" to sus-action
           move sv-list-id(sv-choice) to sus-suspense-id
           call "suspadd" using suspense-request
           end-call
           if sus-replaying not equals "y"
              move "Re-apply failed - line could not be handed over"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           perform clr-screen
           move "n" to sv-call-failed
           call sv-program using lnk-store-info, lnk-operator-info
              on exception
                 move "y" to sv-call-failed
           end-call
           cancel sv-program

           move "F" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sv-call-failed equals "y"
              move "y" to sus-replay-failed
           end-if
           perform clr-screen
           display g-menuheader

           open i-o suspense-file
           if not fs-okay
              exit paragraph
           end-if
           move sv-list-id(sv-choice) to su-suspense-id
           read suspense-file
              invalid key continue
           end-read
           if fs-okay
              add 1 to su-replay-count
              if sus-replay-failed equals "y"
                 move spaces to popup-l-message
                 string "Still failing: " delimited by size
                    su-reason delimited by size
                    into popup-l-message
                 end-string
              else
                 move sus-raw-line to su-raw-line
                 move "R" to su-status
                 perform stamp-resolved
                 move "Line re-applied" to popup-l-message
              end-if
              rewrite suspense-entry
           end-if
           close suspense-file
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        discard-suspense-line.
           open i-o suspense-file
           if not fs-okay
              exit paragraph
           end-if
           move sv-list-id(sv-choice) to su-suspense-id
           read suspense-file
              invalid key continue
           end-read
           if fs-okay
              move "D" to su-status
              perform stamp-resolved
              rewrite suspense-entry
              move "Line discarded" to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if
           close suspense-file
           .

        stamp-resolved.
           accept sv-date-today from date YYYYMMDD
           move sv-date-today to su-resolved-date
           move lnk-Operator-Id to su-resolved-by
           .

       copy "common.cpy".
