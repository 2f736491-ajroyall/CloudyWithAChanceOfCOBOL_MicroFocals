       identification division.
       program-id. ifcview.

      *> outbound interface register screen - what went out to each
      *> partner, in sequence order per interface, from the register
      *> ifcreg.cbl keeps. a sequence number missing between two
      *> entries of the same interface is flagged GAP on the entry
      *> after it, and an entry never finished (the sending run
      *> stopped before the file was closed) shows as Incomplete.
      *> picking an entry and pressing R re-sends the kept copy under
      *> its original sequence number: a whole-file interface has the
      *> kept copy put back as the outbound file, an appended one has
      *> the kept batch appended to it again. each re-send is counted
      *> on the entry with the date and the operator.
      *>
      *> the other direction - lines the inbound imports couldn't
      *> apply - is one keystroke away here too (suspview.cbl), so
      *> every partner file, in or out, is looked after from the
      *> one maintenance option.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "ifcreg-fc.cpy".

      *> the kept batch of an appended interface and the outbound
      *> file it is appended back onto
       select kept-file assign to dynamic iv-kept-path
        organization is line sequential
        status is ws-file-status.

       select outbound-file assign to dynamic iv-out-path
        organization is line sequential
        status is ws-file-status.

       data division.
       copy "ifcreg-fd.cpy".

       fd kept-file.
       01 kept-line                    pic x(500).

       fd outbound-file.
       01 outbound-line                pic x(500).

       working-storage section.
       copy "common_ws.cpy".

       78 IV-MAX-LIST                  value 15.
       01 iv-list-count                binary-long value 0.
       01 iv-list occurs IV-MAX-LIST.
          03 iv-list-interface         pic x(8).
          03 iv-list-seq               pic 9(9).
          03 iv-list-partner           pic x(8).
          03 iv-list-date              pic x(10).
          03 iv-list-count-shown       pic z(8)9.
          03 iv-list-status            pic x(10).
          03 iv-list-gap               pic x(3).

       01 iv-partner                   pic x(8).
       01 iv-direction                 pic x.
       01 iv-gap-count                 binary-long value 0.
       01 iv-gap-shown                 pic zzz9.
       01 iv-open-count                binary-long value 0.
       01 iv-open-shown                pic zzz9.
       01 iv-prev-interface            pic x(8).
       01 iv-prev-seq                  pic 9(9).
       01 iv-this-gap                  pic x(3).
       01 iv-row                       binary-long.
       01 ls-eof                       pic x.
       01 iv-choice                    pic 99.
       01 iv-action                    pic x.
       01 iv-copy-eof                  pic x.
       01 iv-resent                    pic x.
       01 iv-kept-path                 pic x(80).
       01 iv-out-path                  pic x(120).
       01 iv-file-details.
          03 iv-file-size              pic x(8) comp-x.
          03 iv-file-date              pic x(4) comp-x.
          03 iv-file-time              pic x(4) comp-x.
       01 iv-date-part                 pic 9(8).
       01 redefines iv-date-part.
          03 iv-dp-yyyy                pic 9999.
          03 iv-dp-mm                  pic 99.
          03 iv-dp-dd                  pic 99.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           perform init-env
           move lnk-name-of-store to Store-Name
           move "Interfaces" to Menu-Name
           move "IF_V01" to Menu-Id

           perform clr-screen
           display g-menuheader
           move space to iv-direction
           display "[O]utbound files or inbound [S]uspense: "
              at line 3 column 4
           perform idle-accept-start
           accept iv-direction at line 3 column 45
              timeout after idle-accept-secs
           perform idle-accept-check
           if iv-direction equals "S" or iv-direction equals "s"
              call "suspview" using lnk-store-info, lnk-operator-info
              end-call
              cancel "suspview"
              goback
           end-if

           perform clr-screen
           display g-menuheader
           move spaces to iv-partner
           display "Partner (blank = all): " at line 3 column 4
           perform idle-accept-start
           accept iv-partner at line 3 column 27
              timeout after idle-accept-secs
           perform idle-accept-check
           move function upper-case(iv-partner) to iv-partner

           perform load-interface-list
           perform show-interface-list

           move 0 to iv-choice
           move space to iv-action
           display "Entry # (0 = none): " at line 22 column 4
           perform idle-accept-start
           accept iv-choice at line 22 column 25
              timeout after idle-accept-secs
           perform idle-accept-check
           if iv-choice > 0 and iv-choice <= iv-list-count
              display "[R]e-send kept copy: " at line 23 column 4
              perform idle-accept-start
              accept iv-action at line 23 column 26
                 timeout after idle-accept-secs
              perform idle-accept-check
              evaluate iv-action
                 when "R"
                 when "r"
                    perform resend-interface-entry
              end-evaluate
           end-if

           goback.
      $end

      *> the register is keyed interface then sequence, so one pass
      *> sees each interface's numbers in order and a jump is a gap.
      *> gaps and incomplete entries are counted over the whole
      *> register; the list keeps the last IV-MAX-LIST entries, so
      *> the newest work is what shows
        load-interface-list.
           move 0 to iv-list-count iv-gap-count iv-open-count
           move spaces to iv-prev-interface
           move 0 to iv-prev-seq
           move low-values to ir-key
           open input ifcreg-file
           if fs-okay
              start ifcreg-file
                  key > ir-key
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read ifcreg-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y"
                    if iv-partner equals spaces
                       or ir-partner equals iv-partner
                       perform check-sequence-gap
                       if iv-list-count < IV-MAX-LIST
                          add 1 to iv-list-count
                       else
                          perform shuffle-list-up
                       end-if
                       perform fill-list-entry
                    end-if
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close ifcreg-file
           end-if
           .

      *> the first entry of an interface has nothing to follow - a
      *> head-office extract numbered before the register existed
      *> starts wherever its own sequence had reached
        check-sequence-gap.
           move spaces to iv-this-gap
           if ir-interface equals iv-prev-interface
              and ir-seq not equals iv-prev-seq + 1
              move "GAP" to iv-this-gap
              add 1 to iv-gap-count
           end-if
           if ir-status-open
              add 1 to iv-open-count
           end-if
           move ir-interface to iv-prev-interface
           move ir-seq to iv-prev-seq
           .

        shuffle-list-up.
           perform varying iv-row from 1 by 1
                until iv-row >= IV-MAX-LIST
              move iv-list(iv-row + 1) to iv-list(iv-row)
           end-perform
           .

        fill-list-entry.
           move ir-interface to iv-list-interface(iv-list-count)
           move ir-seq to iv-list-seq(iv-list-count)
           move ir-partner to iv-list-partner(iv-list-count)
           move ir-sent-date to iv-date-part
           move spaces to iv-list-date(iv-list-count)
           string iv-dp-dd "/" iv-dp-mm "/" iv-dp-yyyy
              delimited by size
              into iv-list-date(iv-list-count)
           move ir-record-count to iv-list-count-shown(iv-list-count)
           evaluate true
              when ir-status-open
                 move "Incomplete" to iv-list-status(iv-list-count)
              when ir-resend-count > 0
                 move "Re-sent" to iv-list-status(iv-list-count)
              when other
                 move "Sent" to iv-list-status(iv-list-count)
           end-evaluate
           move iv-this-gap to iv-list-gap(iv-list-count)
           .

        show-interface-list.
           perform clr-screen
           display g-menuheader
           if iv-partner equals spaces
              display "Outbound interface files - all partners"
                 at line 3 column 4
           else
              display "Outbound interface files - partner "
                 at line 3 column 4
              display iv-partner at line 3 column 39
           end-if

           if iv-list-count equals 0
              display "Nothing has been sent" at line 5 column 4
           else
              perform varying iv-row from 1 by 1
                  until iv-row > iv-list-count
                 display iv-row at line iv-row + 4 column 2
                 display iv-list-interface(iv-row)
                    at line iv-row + 4 column 6
                 display iv-list-partner(iv-row)
                    at line iv-row + 4 column 16
                 display iv-list-seq(iv-row)
                    at line iv-row + 4 column 26
                 display iv-list-date(iv-row)
                    at line iv-row + 4 column 37
                 display iv-list-count-shown(iv-row)
                    at line iv-row + 4 column 49
                 display iv-list-status(iv-row)
                    at line iv-row + 4 column 60
                 display iv-list-gap(iv-row)
                    at line iv-row + 4 column 72
              end-perform
           end-if

           move iv-gap-count to iv-gap-shown
           move iv-open-count to iv-open-shown
           display iv-gap-shown at line 20 column 4
           display "sequence gap(s)," at line 20 column 9
           display iv-open-shown at line 20 column 26
           display "incomplete" at line 20 column 31
           .

      *> the kept copy goes out as it was first sent - same header,
      *> same sequence number, same trailer - so the partner can
      *> treat it as the file it never received
        resend-interface-entry.
           move "n" to iv-resent
           move iv-list-interface(iv-choice) to ir-interface
           move iv-list-seq(iv-choice) to ir-seq
           open i-o ifcreg-file
           if not fs-okay
              move "Interface register unavailable" to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if
           read ifcreg-file
              invalid key continue
           end-read
           if fs-no-record
              close ifcreg-file
              exit paragraph
           end-if

           if ir-status-open or ir-kept-path equals spaces
              close ifcreg-file
              move "No kept copy - the file was never completed"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           move ir-kept-path to iv-kept-path
           call "CBL_CHECK_FILE_EXIST" using iv-kept-path
                iv-file-details
           end-call
           if return-code not equal 0
              close ifcreg-file
              move "The kept copy is missing from the data directory"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           perform resolve-outbound-path
           if ir-appended equals "y"
              perform append-kept-batch
           else
              call "CBL_COPY_FILE" using iv-kept-path iv-out-path
              end-call
              if return-code equal 0
                 move "y" to iv-resent
              end-if
           end-if

           if iv-resent equals "y"
              add 1 to ir-resend-count
              accept ir-last-resend-date from date YYYYMMDD
              move lnk-Operator-Id to ir-last-resend-by
              rewrite ifcreg-entry
              move "Kept copy re-sent" to popup-l-message
           else
              move "Re-send failed - outbound file not written"
                 to popup-l-message
           end-if
           close ifcreg-file
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> the outbound name as the sending program assigned it - a
      *> leading $MFOCALDIR is expanded here, the copy routine won't
        resolve-outbound-path.
           move spaces to iv-out-path
           if ir-file-name(1:11) equals "$MFOCALDIR/"
              string ws-mfocaldir delimited by space
                 ir-file-name(11:) delimited by space
                 into iv-out-path
              end-string
           else
              move ir-file-name to iv-out-path
           end-if
           .

        append-kept-batch.
           open input kept-file
           if not fs-okay
              exit paragraph
           end-if
           open extend outbound-file
           if ws-file-status equals "35"
              open output outbound-file
           end-if
           if not fs-okay
              close kept-file
              exit paragraph
           end-if

           move "n" to iv-copy-eof
           perform until iv-copy-eof equals "y"
              read kept-file
                 at end move "y" to iv-copy-eof
              end-read
              if iv-copy-eof not equals "y"
                 write outbound-line from kept-line
              end-if
           end-perform
           close outbound-file
           close kept-file
           move "y" to iv-resent
           .

       copy "common.cpy".
