       identification division.
       program-id. carehomemaint.

      *> care home register maintenance - lists the homes on file,
      *> then takes a home id. an existing home comes back filled in
      *> for editing, a new id starts blank; a zero id just leaves
      *> things as they were. a home that has closed or stopped using
      *> us is marked inactive rather than deleted, since residents'
      *> records still point at it.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
      *> care home register
       copy "carehome-fc.cpy".

       data division.
       copy "carehome-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 HM-MAX-LIST                  value 5.
       01 hm-list-count                binary-long value 0.
       01 hm-list occurs HM-MAX-LIST.
          03 hm-list-id                pic zzzz9.
          03 hm-list-name              pic x(30).
          03 hm-list-postcode          pic x(9).
          03 hm-list-cycle             pic zz9.
          03 hm-list-active            pic x.

       01 hm-row                       binary-long.
       01 ls-eof                       pic x.

       01 hm-in-id                     pic 9(5).
       01 hm-in-name                   pic x(40).
       01 hm-in-address                pic x(40) occurs 2.
       01 hm-in-postcode               pic x(9).
       01 hm-in-manager                pic x(40).
       01 hm-in-tel                    pic x(20).
       01 hm-in-email                  pic x(50).
       01 hm-in-cycle                  pic 9(3).
       01 hm-in-consent                pic x.
       01 hm-in-consent-note           pic x(40).
       01 hm-in-gp                     pic x(40).
       01 hm-in-store                  pic 9(5).
       01 hm-in-active                 pic x.
       01 hm-in-last-visit             pic 9(8).
       01 fields-valid                 pic x.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "carehomepopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Care Homes" to Menu-Name
           move "HM_M01" to Menu-Id

           perform load-home-list
           perform show-home-list

           move 0 to hm-in-id
           display g-homeid
           perform idle-accept-start
           accept g-homeid timeout after idle-accept-secs
           perform f1-or-quit
           if hm-in-id equals 0
              goback
           end-if

           perform load-home-for-edit

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-carehomepopup
              perform idle-accept-start
              accept g-carehomepopup timeout after idle-accept-secs
              perform f1-or-quit

              move function upper-case(hm-in-consent) to hm-in-consent
              move function upper-case(hm-in-active) to hm-in-active
              move function upper-case(hm-in-postcode)
                 to hm-in-postcode
              move "y" to fields-valid
              move spaces to popup-message-2
              evaluate true
                 when hm-in-name equals spaces
                    move "A care home needs a name"
                       to popup-message-2
                 when hm-in-postcode equals spaces
                    move "The postcode routes the round - key it"
                       to popup-message-2
                 when hm-in-consent not equals "R" and
                      hm-in-consent not equals "H" and
                      hm-in-consent not equals "F" and
                      hm-in-consent not equals "B"
                    move "Consent must be R, H, F or B"
                       to popup-message-2
                 when hm-in-active not equals "Y" and
                      hm-in-active not equals "N"
                    move "Active must be Y or N"
                       to popup-message-2
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
           end-perform

           perform write-home

           goback.
      $end

        load-home-list.
           move 0 to hm-list-count
           move 0 to hm-home-id
           open input carehome-file
           if fs-okay
              start carehome-file
                  key > hm-home-id
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read carehome-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    hm-list-count < HM-MAX-LIST
                    add 1 to hm-list-count
                    move hm-home-id to hm-list-id(hm-list-count)
                    move hm-name to hm-list-name(hm-list-count)
                    move hm-postcode
                       to hm-list-postcode(hm-list-count)
                    move hm-cycle-weeks
                       to hm-list-cycle(hm-list-count)
                    move hm-active to hm-list-active(hm-list-count)
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close carehome-file
           end-if
           .

        show-home-list.
           perform clr-screen
           display g-menuheader
           display "Care homes                       postcode   weeks"
              at line 3 column 4
           display "active" at line 3 column 56

           if hm-list-count equals 0
              display "No care homes recorded" at line 4 column 4
           else
              perform varying hm-row from 1 by 1
                  until hm-row > hm-list-count
                 display hm-list-id(hm-row) at line hm-row + 3
                    column 4
                 display hm-list-name(hm-row) at line hm-row + 3
                    column 11
                 display hm-list-postcode(hm-row) at line hm-row + 3
                    column 37
                 display hm-list-cycle(hm-row) at line hm-row + 3
                    column 49
                 display hm-list-active(hm-row) at line hm-row + 3
                    column 58
              end-perform
           end-if
           .

      *> an id already on file comes back as it stands; a new one
      *> starts active, on this store, with the home holding the
      *> consent forms - the commonest arrangement
        load-home-for-edit.
           move spaces to hm-in-name hm-in-address(1)
                          hm-in-address(2) hm-in-postcode
                          hm-in-manager hm-in-tel hm-in-email
                          hm-in-consent-note hm-in-gp
           move 0 to hm-in-cycle hm-in-last-visit
           move lnk-id to hm-in-store
           move "H" to hm-in-consent
           move "Y" to hm-in-active

           move hm-in-id to hm-home-id
           open input carehome-file
           if fs-okay
              read carehome-file
                 invalid key
                    continue
                 not invalid key
                    move hm-name to hm-in-name
                    move hm-address(1) to hm-in-address(1)
                    move hm-address(2) to hm-in-address(2)
                    move hm-postcode to hm-in-postcode
                    move hm-manager-name to hm-in-manager
                    move hm-manager-tel to hm-in-tel
                    move hm-manager-email to hm-in-email
                    move hm-cycle-weeks to hm-in-cycle
                    move hm-consent-code to hm-in-consent
                    move hm-consent-note to hm-in-consent-note
                    move hm-gp-practice to hm-in-gp
                    move hm-store-id to hm-in-store
                    move hm-last-visit to hm-in-last-visit
                    move hm-active to hm-in-active
              end-read
              close carehome-file
           end-if
           .

        write-home.
           open i-o carehome-file
           if ws-file-status equals "35"
              open output carehome-file
           end-if
           perform check-file-status

           move hm-in-id to hm-home-id
           move hm-in-name to hm-name
           move hm-in-address(1) to hm-address(1)
           move hm-in-address(2) to hm-address(2)
           move hm-in-postcode to hm-postcode
           move hm-in-manager to hm-manager-name
           move hm-in-tel to hm-manager-tel
           move hm-in-email to hm-manager-email
           move hm-in-cycle to hm-cycle-weeks
           move hm-in-consent to hm-consent-code
           move hm-in-consent-note to hm-consent-note
           move hm-in-gp to hm-gp-practice
           move hm-in-store to hm-store-id
           move hm-in-last-visit to hm-last-visit
           move hm-in-active to hm-active
           move lnk-Operator-Id to hm-updated-by

           write carehome-record
           if fs-key-already-exists
              rewrite carehome-record
           end-if
           perform check-file-status
           close carehome-file
           perform check-file-status
           .

       copy "common.cpy".
