       identification division.
       program-id. lensmaint.

      *> lens catalogue maintenance - lists the lenses on file, then
      *> accepts a new or updated one. a blank lens code on the entry
      *> popup just leaves things as they were. the lab must be on
      *> the supplier master as a lab; powers are keyed signed
      *> ("-8.00", "+6.00") and must run low to high.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
      *> lens catalogue file
       copy "lenscat-fc.cpy".
      *> supplier master - the lab that makes the lens
       copy "supplier-fc.cpy".

       data division.
       copy "lenscat-fd.cpy".
       copy "supplier-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 LC-MAX-LIST                  value 7.
       01 lc-list-count                binary-long value 0.
       01 lc-list occurs LC-MAX-LIST.
          03 lc-list-code              pic x(10).
          03 lc-list-description       pic x(30).
          03 lc-list-index             pic 9.99.
          03 lc-list-type              pic x.
          03 lc-list-price             pic zzzz9.99.
          03 lc-list-active            pic x.

       01 lc-row                       binary-long.
       01 ls-eof                       pic x.

       01 lc-in-code                   pic x(10).
       01 lc-in-active                 pic x.
       01 lc-in-description            pic x(30).
       01 lc-in-supplier               pic 9(5).
       01 lc-in-index                  pic 9v99.
       01 lc-in-type                   pic x.
       01 lc-in-coatings               pic x(20).
       01 lc-in-sph-min                pic x(6).
       01 lc-in-sph-max                pic x(6).
       01 lc-in-cyl-min                pic x(6).
       01 lc-in-cyl-max                pic x(6).
       01 lc-in-add-min                pic 9v99.
       01 lc-in-add-max                pic 9v99.
       01 lc-in-price                  pic 9(5)v99.
       01 fields-valid                 pic x.

       01 lc-sph-low                   pic s9(2)v99.
       01 lc-sph-high                  pic s9(2)v99.
       01 lc-cyl-low                   pic s9(2)v99.
       01 lc-cyl-high                  pic s9(2)v99.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "lenspopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Lens Catalogue" to Menu-Name
           move "LC_M01" to Menu-Id

           perform load-lens-list
           perform show-lens-list

           move spaces to lc-in-code lc-in-description lc-in-coatings
           move "0" to lc-in-sph-min lc-in-sph-max
                       lc-in-cyl-min lc-in-cyl-max
           move 0 to lc-in-supplier lc-in-index lc-in-add-min
                     lc-in-add-max lc-in-price
           move "S" to lc-in-type
           move "Y" to lc-in-active

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-lenspopup
              perform idle-accept-start
              accept g-lenspopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-lens-input
           end-perform

           if lc-in-code not equals spaces
              perform write-lens
           end-if

           goback.
      $end

        load-lens-list.
           move 0 to lc-list-count
           move low-values to lc-lens-code
           open input lenscat-file
           if fs-okay
              start lenscat-file
                  key > lc-lens-code
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read lenscat-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and ls-eof not equals "y" and
                    lc-list-count < LC-MAX-LIST
                    add 1 to lc-list-count
                    move lc-lens-code to lc-list-code(lc-list-count)
                    move lc-description
                       to lc-list-description(lc-list-count)
                    move lc-index to lc-list-index(lc-list-count)
                    move lc-type to lc-list-type(lc-list-count)
                    move lc-price to lc-list-price(lc-list-count)
                    move lc-active to lc-list-active(lc-list-count)
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close lenscat-file
           end-if
           .

        show-lens-list.
           perform clr-screen
           display g-menuheader
           display "Lens catalogue       index type  price  active"
              at line 3 column 4

           if lc-list-count equals 0
              display "No lenses recorded" at line 5 column 4
           else
              perform varying lc-row from 1 by 1
                  until lc-row > lc-list-count
                 display lc-list-code(lc-row) at line lc-row + 4
                    column 4
                 display lc-list-description(lc-row)
                    at line lc-row + 4 column 16
                 display lc-list-index(lc-row) at line lc-row + 4
                    column 48
                 display lc-list-type(lc-row) at line lc-row + 4
                    column 54
                 display lc-list-price(lc-row) at line lc-row + 4
                    column 57
                 display lc-list-active(lc-row) at line lc-row + 4
                    column 68
              end-perform
           end-if
           .

        validate-lens-input.
           move "y" to fields-valid
           if lc-in-code equals spaces
              exit paragraph
           end-if

           move function upper-case(lc-in-type) to lc-in-type
           move function upper-case(lc-in-active) to lc-in-active
           move spaces to popup-message-2

           if function test-numval(lc-in-sph-min) not equal 0
              or function test-numval(lc-in-sph-max) not equal 0
              or function test-numval(lc-in-cyl-min) not equal 0
              or function test-numval(lc-in-cyl-max) not equal 0
              move "Powers must be signed dioptres, eg -8.00"
                 to popup-message-2
           else
              compute lc-sph-low = function numval(lc-in-sph-min)
              compute lc-sph-high = function numval(lc-in-sph-max)
              compute lc-cyl-low = function numval(lc-in-cyl-min)
              compute lc-cyl-high = function numval(lc-in-cyl-max)
              evaluate true
                 when lc-in-description equals spaces
                    move "A lens needs a description"
                       to popup-message-2
                 when lc-in-type not equals "S" and
                      lc-in-type not equals "V" and
                      lc-in-type not equals "B"
                    move "Type must be S, V or B" to popup-message-2
                 when lc-in-active not equals "Y" and
                      lc-in-active not equals "N"
                    move "Active must be Y or N" to popup-message-2
                 when lc-sph-low > lc-sph-high
                    or lc-cyl-low > lc-cyl-high
                    or lc-in-add-min > lc-in-add-max
                    move "Each range must run low to high"
                       to popup-message-2
                 when lc-cyl-high > 0
                    move "Cylinder range is minus-cylinder form"
                       to popup-message-2
              end-evaluate
           end-if

           if popup-message-2 equals spaces
              perform check-lens-lab
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

      *> the lab has to be a lab on the supplier master
        check-lens-lab.
           open input supplier-file
           if not fs-okay
              move "No supplier master - add the lab first"
                 to popup-message-2
              exit paragraph
           end-if
           move lc-in-supplier to su-supplier-id
           read supplier-file
              invalid key
                 move space to su-type
           end-read
           close supplier-file
           if not su-supplies-lab
              move "Lab supplier id is not a lab on file"
                 to popup-message-2
           end-if
           .

        write-lens.
           move lc-in-code to lc-lens-code
           move lc-in-description to lc-description
           move lc-in-supplier to lc-supplier-id
           move lc-in-index to lc-index
           move lc-in-type to lc-type
           move lc-in-coatings to lc-coatings
           move lc-sph-low to lc-sph-min
           move lc-sph-high to lc-sph-max
           move lc-cyl-low to lc-cyl-min
           move lc-cyl-high to lc-cyl-max
           move lc-in-add-min to lc-add-min
           move lc-in-add-max to lc-add-max
           move lc-in-price to lc-price
           move lc-in-active to lc-active
           move lnk-Operator-Id to lc-updated-by

           open i-o lenscat-file
           if ws-file-status equals "35"
              open output lenscat-file
           end-if
           perform check-file-status
           write lens-catalogue
           if fs-key-already-exists
              rewrite lens-catalogue
           end-if
           perform check-file-status
           close lenscat-file
           perform check-file-status
           .

       copy "common.cpy".
