       identification division.
       program-id. campmaint.

      *> marketing campaign register - lists the campaigns on file,
      *> then takes a campaign code: one already on file comes back
      *> filled in for editing, a new code starts as a draft mailing
      *> dated today with a 90-day response window. a blank code
      *> leaves things as they were. members are selected (and the
      *> mailing queued) by exporting the campaign's band from
      *> lapsed.cbl; the opening prompt also runs the response
      *> report (campresp.cbl) on demand, keeps the referral source
      *> list new customers are asked about (srcmaint.cbl), and runs
      *> last month's acquisition-by-source report (acqrpt.cbl).

       environment division.
       special-names.
         crt status is key-status.
       file-control.
      *> campaign register
       copy "campaign-fc.cpy".

       data division.
       copy "campaign-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 MC-MAX-LIST                  value 8.
       01 mc-list-count                binary-long value 0.
       01 mc-list occurs MC-MAX-LIST.
          03 mc-list-code              pic x(8).
          03 mc-list-description       pic x(30).
          03 mc-list-channel           pic x.
          03 mc-list-segment           pic x.
          03 mc-list-status            pic x(8).
          03 mc-list-members           pic zzzzzz9.

       01 mc-row                       binary-long.
       01 ls-eof                       pic x.

      *> a new campaign's responses are counted for this long
       78 MC-DEFAULT-WINDOW-DAYS       value 90.

       01 mc-in-code                   pic x(8).
       01 mc-in-description            pic x(40).
       01 mc-in-offer                  pic x(40).
       01 mc-in-channel                pic x.
       01 mc-in-segment                pic x.
       01 mc-in-store                  pic 9(5).
       01 mc-in-start.
          03 mc-in-st-dd               pic 99.
          03 filler                    pic x value "/".
          03 mc-in-st-mm               pic 99.
          03 filler                    pic x value "/".
          03 mc-in-st-yyyy             pic 9999.
       01 mc-in-end.
          03 mc-in-en-dd               pic 99.
          03 filler                    pic x value "/".
          03 mc-in-en-mm               pic 99.
          03 filler                    pic x value "/".
          03 mc-in-en-yyyy             pic 9999.
       01 mc-in-status                 pic x.
       01 mc-in-mailed-channel         pic x.
       01 mc-in-mailed-segment         pic x.
       01 mc-in-selected-date          pic 9(8).
       01 mc-in-member-count           pic 9(7).
       01 fields-valid                 pic x.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.
       01 mc-start-num                 pic 9(8).
       01 mc-end-num                   pic 9(8).

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "camppopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Marketing Campaigns" to Menu-Name
           move "MC_M01" to Menu-Id

           accept date-today-temp from date YYYYMMDD

           perform clr-screen
           display g-menuheader

           move "[R]egister a campaign, [A]nalyse responses, [S]ources"
              & " or a[C]quisition" to popup-l-message
           move "[R], [A], [S], [C] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "a"
              when "A"
                 call "campresp"
                 end-call
                 cancel "campresp"
                 move "Campaign responses written to campresp.txt"
                    to popup-l-message
                 move "Okay" to popup-l-button
                 perform display-lower-popup
                 goback
              when "s"
              when "S"
                 call "srcmaint" using lnk-store-info,
                                       lnk-operator-info
                 end-call
                 cancel "srcmaint"
                 goback
              when "c"
              when "C"
                 call "acqrpt"
                 end-call
                 cancel "acqrpt"
                 move "Customer acquisition written to acqrpt.txt"
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

           perform load-campaign-list
           perform show-campaign-list

           move spaces to mc-in-code
           display g-campcode
           perform idle-accept-start
           accept g-campcode timeout after idle-accept-secs
           perform f1-or-quit
           move function upper-case(mc-in-code) to mc-in-code
           if mc-in-code equals spaces
              goback
           end-if

           perform load-campaign-for-edit

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-camppopup
              perform idle-accept-start
              accept g-camppopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-campaign-input
           end-perform

           perform write-campaign

           goback.
      $end

        load-campaign-list.
           move 0 to mc-list-count
           move low-values to mc-campaign-code
           open input campaign-file
           if fs-okay
              start campaign-file
                  key > mc-campaign-code
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read campaign-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    mc-list-count < MC-MAX-LIST
                    add 1 to mc-list-count
                    move mc-campaign-code
                       to mc-list-code(mc-list-count)
                    move mc-description
                       to mc-list-description(mc-list-count)
                    move mc-channel to mc-list-channel(mc-list-count)
                    move mc-segment to mc-list-segment(mc-list-count)
                    if mc-status-selected
                       move "selected"
                          to mc-list-status(mc-list-count)
                    else
                       move "draft" to mc-list-status(mc-list-count)
                    end-if
                    move mc-member-count
                       to mc-list-members(mc-list-count)
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close campaign-file
           end-if
           .

        show-campaign-list.
           perform clr-screen
           display g-menuheader
           display "Campaigns                               chan seg"
              at line 3 column 4
           display "status    members" at line 3 column 54

           if mc-list-count equals 0
              display "No campaigns recorded" at line 5 column 4
           else
              perform varying mc-row from 1 by 1
                  until mc-row > mc-list-count
                 display mc-list-code(mc-row) at line mc-row + 4
                    column 4
                 display mc-list-description(mc-row)
                    at line mc-row + 4 column 14
                 display mc-list-channel(mc-row) at line mc-row + 4
                    column 45
                 display mc-list-segment(mc-row) at line mc-row + 4
                    column 50
                 display mc-list-status(mc-row) at line mc-row + 4
                    column 54
                 display mc-list-members(mc-row) at line mc-row + 4
                    column 64
              end-perform
           end-if
           .

      *> a code already on file comes back as it stands; a new one
      *> is a postal mailing to the lapsed band of this store, dated
      *> today and judged over the default window
        load-campaign-for-edit.
           move spaces to mc-in-description mc-in-offer
           move "P" to mc-in-channel
           move "L" to mc-in-segment
           move lnk-id to mc-in-store
           move "D" to mc-in-status
           move 0 to mc-in-selected-date mc-in-member-count

           move yyyy to sf-yyyy
           move mm to sf-mm
           move dd to sf-dd
           perform set-start-from-sf-date
           compute mc-end-num = function date-of-integer(
              function integer-of-date(sf-date)
              + MC-DEFAULT-WINDOW-DAYS)
           move mc-end-num to sf-date
           perform set-end-from-sf-date

           move mc-in-code to mc-campaign-code
           open input campaign-file
           if fs-okay
              read campaign-file
                 invalid key
                    continue
                 not invalid key
                    move mc-description to mc-in-description
                    move mc-offer to mc-in-offer
                    move mc-channel to mc-in-channel
                    move mc-segment to mc-in-segment
                    move mc-store-id to mc-in-store
                    move mc-start-date to sf-date
                    perform set-start-from-sf-date
                    move mc-end-date to sf-date
                    perform set-end-from-sf-date
                    move mc-status to mc-in-status
                    move mc-channel to mc-in-mailed-channel
                    move mc-segment to mc-in-mailed-segment
                    move mc-selected-date to mc-in-selected-date
                    move mc-member-count to mc-in-member-count
              end-read
              close campaign-file
           end-if
           .

        set-start-from-sf-date.
           move sf-dd to mc-in-st-dd
           move sf-mm to mc-in-st-mm
           move sf-yyyy to mc-in-st-yyyy
           .

        set-end-from-sf-date.
           move sf-dd to mc-in-en-dd
           move sf-mm to mc-in-en-mm
           move sf-yyyy to mc-in-en-yyyy
           .

      *> once members are selected the segment and channel are what
      *> was actually mailed - they can't be changed afterwards
        validate-campaign-input.
           move function upper-case(mc-in-channel) to mc-in-channel
           move function upper-case(mc-in-segment) to mc-in-segment
           move "y" to fields-valid
           move spaces to popup-message-2

           call "valdated" using
              by reference z"dd/mm/yyyy"
              by reference mc-in-start
           end-call
           if return-code not equals 0
              move "Mailing date is not a valid date" to popup-message-2
           end-if
           if popup-message-2 equals spaces
              call "valdated" using
                 by reference z"dd/mm/yyyy"
                 by reference mc-in-end
              end-call
              if return-code not equals 0
                 move "Response window end is not a valid date"
                    to popup-message-2
              end-if
           end-if
           if popup-message-2 equals spaces
              compute mc-start-num = mc-in-st-yyyy * 10000
                 + mc-in-st-mm * 100 + mc-in-st-dd
              compute mc-end-num = mc-in-en-yyyy * 10000
                 + mc-in-en-mm * 100 + mc-in-en-dd
           end-if

           evaluate true
              when popup-message-2 not equals spaces
                 continue
              when mc-in-description equals spaces
                 move "A campaign needs a description"
                    to popup-message-2
              when mc-in-channel not equals "E" and
                   mc-in-channel not equals "S" and
                   mc-in-channel not equals "P"
                 move "Channel must be E, S or P" to popup-message-2
              when mc-in-segment not equals "A" and
                   mc-in-segment not equals "D" and
                   mc-in-segment not equals "L" and
                   mc-in-segment not equals "O"
                 move "Segment must be A, D, L or O"
                    to popup-message-2
              when mc-end-num < mc-start-num
                 move "The window can't end before the mailing"
                    to popup-message-2
              when mc-in-status equals "S" and
                   (mc-in-channel not equals mc-in-mailed-channel or
                    mc-in-segment not equals mc-in-mailed-segment)
                 move "Members already selected - channel and segment"
                    & " are fixed" to popup-message-2
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

        write-campaign.
           open i-o campaign-file
           if ws-file-status equals "35"
              open output campaign-file
           end-if
           perform check-file-status

           move mc-in-code to mc-campaign-code
           move mc-in-description to mc-description
           move mc-in-offer to mc-offer
           move mc-in-channel to mc-channel
           move mc-in-segment to mc-segment
           move mc-in-store to mc-store-id
           move mc-start-num to mc-start-date
           move mc-end-num to mc-end-date
           move mc-in-status to mc-status
           move mc-in-selected-date to mc-selected-date
           move mc-in-member-count to mc-member-count
           move lnk-Operator-Id to mc-updated-by

           write campaign-record
           if fs-key-already-exists
              rewrite campaign-record
           end-if
           perform check-file-status
           close campaign-file
           perform check-file-status
           .

       copy "common.cpy".
