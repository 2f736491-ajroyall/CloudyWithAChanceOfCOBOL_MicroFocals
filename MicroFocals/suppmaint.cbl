       identification division.
       program-id. suppmaint.

      *> supplier master maintenance - lists the suppliers and labs
      *> on file, then accepts a new or updated one. a zero supplier
      *> id on the entry popup just leaves things as they were.
      *> marking a lab as the default takes the flag off whichever
      *> lab held it, so there is only ever one.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
      *> supplier master file
       copy "supplier-fc.cpy".

       data division.
       copy "supplier-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 SU-MAX-LIST                  value 8.
       01 su-list-count                binary-long value 0.
       01 su-list occurs SU-MAX-LIST.
          03 su-list-id                pic zzzz9.
          03 su-list-name              pic x(30).
          03 su-list-type              pic x.
          03 su-list-lead              pic zz9.
          03 su-list-default           pic x(7).

       01 su-row                       binary-long.
       01 ls-eof                       pic x.

       01 su-in-id                     pic 9(5).
       01 su-in-name                   pic x(40).
       01 su-in-account                pic x(20).
       01 su-in-contact                pic x(40).
       01 su-in-email                  pic x(50).
       01 su-in-lead                   pic 9(3).
       01 su-in-min-order              pic x(9).
       01 su-in-type                   pic x.
       01 su-in-default-lab            pic x.
       01 fields-valid                 pic x.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "supppopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Suppliers" to Menu-Name
           move "SU_M01" to Menu-Id

           perform load-supplier-list
           perform show-supplier-list

           move 0 to su-in-id su-in-lead
           move spaces to su-in-name su-in-account su-in-contact
                          su-in-email su-in-min-order
           move "S" to su-in-type
           move "N" to su-in-default-lab

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-supppopup
              perform idle-accept-start
              accept g-supppopup timeout after idle-accept-secs
              perform f1-or-quit

              move function upper-case(su-in-type) to su-in-type
              move function upper-case(su-in-default-lab)
                 to su-in-default-lab
              move "y" to fields-valid
              move spaces to popup-message-2
              if su-in-id not equals 0
                 evaluate true
                    when su-in-name equals spaces
                       move "A supplier needs a name"
                          to popup-message-2
                    when su-in-min-order not equals spaces and
                     function test-numval(su-in-min-order) not equal 0
                       move "Minimum order must be a money amount"
                          to popup-message-2
                    when su-in-type not equals "S" and
                         su-in-type not equals "L" and
                         su-in-type not equals "B"
                       move "Type must be S, L or B"
                          to popup-message-2
                    when su-in-default-lab equals "Y" and
                         su-in-type equals "S"
                       move "Only a lab can be the default lab"
                          to popup-message-2
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
           end-perform

           if su-in-id not equals 0
              perform write-supplier
           end-if

           goback.
      $end

        load-supplier-list.
           move 0 to su-list-count
           move 0 to su-supplier-id
           open input supplier-file
           if fs-okay
              start supplier-file
                  key > su-supplier-id
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read supplier-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    su-list-count < SU-MAX-LIST
                    add 1 to su-list-count
                    move su-supplier-id to su-list-id(su-list-count)
                    move su-name to su-list-name(su-list-count)
                    move su-type to su-list-type(su-list-count)
                    move su-lead-days to su-list-lead(su-list-count)
                    if su-is-default-lab
                       move "default"
                          to su-list-default(su-list-count)
                    else
                       move spaces to su-list-default(su-list-count)
                    end-if
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close supplier-file
           end-if
           .

        show-supplier-list.
           perform clr-screen
           display g-menuheader
           display "Suppliers and labs   type  lead days"
              at line 3 column 4

           if su-list-count equals 0
              display "No suppliers recorded" at line 5 column 4
           else
              perform varying su-row from 1 by 1
                  until su-row > su-list-count
                 display su-list-id(su-row) at line su-row + 4
                    column 4
                 display su-list-name(su-row) at line su-row + 4
                    column 11
                 display su-list-type(su-row) at line su-row + 4
                    column 43
                 display su-list-lead(su-row) at line su-row + 4
                    column 47
                 display su-list-default(su-row) at line su-row + 4
                    column 53
              end-perform
           end-if
           .

        write-supplier.
           open i-o supplier-file
           if ws-file-status equals "35"
              open output supplier-file
           end-if
           perform check-file-status

           if su-in-default-lab equals "Y"
              perform clear-other-default-lab
           end-if

           move su-in-id to su-supplier-id
           move su-in-name to su-name
           move su-in-account to su-account-no
           move su-in-contact to su-contact
           move su-in-email to su-email
           move su-in-lead to su-lead-days
           if su-in-min-order equals spaces
              move "0" to su-in-min-order
           end-if
           compute su-min-order = function numval(su-in-min-order)
           move su-in-type to su-type
           if su-in-default-lab equals "Y"
              move "Y" to su-default-lab
           else
              move "N" to su-default-lab
           end-if
           move lnk-Operator-Id to su-updated-by

           write supplier-record
           if fs-key-already-exists
              rewrite supplier-record
           end-if
           perform check-file-status
           close supplier-file
           perform check-file-status
           .

      *> one default lab only - the flag comes off every other record
        clear-other-default-lab.
           move 0 to su-supplier-id
           start supplier-file
               key > su-supplier-id
               invalid key move "y" to ls-eof
               not invalid key move "n" to ls-eof
           end-start

           perform until ls-eof equals "y"
              read supplier-file next record
                 at end move "y" to ls-eof
              end-read
              if not fs-okay
                 move "y" to ls-eof
              end-if
              if ls-eof not equals "y"
                 and su-is-default-lab
                 and su-supplier-id not equals su-in-id
                 move "N" to su-default-lab
                 rewrite supplier-record
                 perform check-file-status
              end-if
           end-perform
           .

       copy "common.cpy".
