       identification division.
       program-id. srcmaint.

      *> referral source list maintenance - the codes the counter
      *> picks from when a new customer is added, saying how they
      *> heard about us. a blank code on the entry popup leaves the
      *> list as it was, as does a new code with no description. a
      *> code is retired (active N) rather than removed, since the
      *> customers who came that way still carry it and the
      *> acquisition report still counts them under it.
      *> the first time round the list is seeded with the sources
      *> every store sees, including the WEB and KIOS codes the
      *> rest-mode booking and the kiosk stamp for themselves.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "refsource-fc.cpy".

       data division.
       copy "refsource-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       78 SRC-MAX-LIST                 value 14.
       01 src-list-count               binary-long value 0.
       01 src-list occurs SRC-MAX-LIST.
          03 src-list-code             pic x(4).
          03 src-list-description      pic x(30).
          03 src-list-active           pic x.

       01 src-row                      binary-long.
       01 ls-eof                       pic x.

       01 src-in-code                  pic x(4).
       01 src-in-description           pic x(30).
       01 src-in-active                pic x.

      *> the starting list - code then description
       01 src-seed-values.
         03 filler pic x(34) value "WALKWalked past / saw the shop".
         03 filler pic x(34) value "RECORecommended by someone".
         03 filler pic x(34) value "WEB Booked on the web".
         03 filler pic x(34) value "SCHMEmployer eyecare scheme".
         03 filler pic x(34) value "GP  Referred by their GP".
         03 filler pic x(34) value "LEAFLeaflet or mailing".
         03 filler pic x(34) value "KIOSRegistered at the kiosk".
         03 filler pic x(34) value "OTHROther".
       01 redefines src-seed-values.
         03 src-seed occurs 8.
           05 src-seed-code            pic x(4).
           05 src-seed-description     pic x(30).
       01 src-seed-idx                 binary-long.

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "srcpopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Referral Sources" to Menu-Name
           move "RS_M01" to Menu-Id

           perform load-source-list
           perform show-source-list

           move spaces to src-in-code src-in-description
           move "Y" to src-in-active

           display g-srcpopup
           perform idle-accept-start
           accept g-srcpopup timeout after idle-accept-secs
           perform f1-or-quit

           if src-in-code not equals spaces
              perform write-source-line
           end-if

           goback.
      $end

        load-source-list.
           move 0 to src-list-count
           open input refsource-file
           if ws-file-status equals "35"
              perform seed-source-list
              open input refsource-file
           end-if
           if fs-okay
              move low-values to src-code
              start refsource-file
                  key >= src-code
                  invalid key move "y" to ls-eof
                  not invalid key move "n" to ls-eof
              end-start

              perform until ls-eof equals "y"
                 read refsource-file next record
                    at end move "y" to ls-eof
                 end-read

                 if fs-okay and
                    ls-eof not equals "y" and
                    src-list-count < SRC-MAX-LIST
                    add 1 to src-list-count
                    move src-code to src-list-code(src-list-count)
                    move src-description
                       to src-list-description(src-list-count)
                    move src-active to src-list-active(src-list-count)
                 else
                    move "y" to ls-eof
                 end-if
              end-perform
              close refsource-file
           end-if
           .

      *> no list yet - start it with the usual sources so the
      *> counter can add customers straight away
        seed-source-list.
           open output refsource-file
           perform check-file-status
           perform varying src-seed-idx from 1 by 1
                until src-seed-idx > 8
              move src-seed-code(src-seed-idx) to src-code
              move src-seed-description(src-seed-idx)
                 to src-description
              move "Y" to src-active
              move lnk-Operator-Id to src-updated-by
              write refsource-record
              perform check-file-status
           end-perform
           close refsource-file
           perform check-file-status
           .

        show-source-list.
           perform clr-screen
           display g-menuheader
           display "Referral sources                       active"
              at line 3 column 4

           if src-list-count equals 0
              display "No referral sources recorded"
                 at line 5 column 4
           else
              perform varying src-row from 1 by 1
                  until src-row > src-list-count
                 display src-list-code(src-row) at line src-row + 4
                    column 4
                 display src-list-description(src-row)
                    at line src-row + 4 column 10
                 display src-list-active(src-row) at line src-row + 4
                    column 43
              end-perform
           end-if
           .

        write-source-line.
           move function upper-case(src-in-code) to src-code

           open i-o refsource-file
           if ws-file-status equals "35"
              open output refsource-file
           end-if
           perform check-file-status

      *> a blank description keeps the one on file, so a code can
      *> be retired or brought back just by keying it and the flag;
      *> a new code needs one
           read refsource-file
              invalid key
                 if src-in-description equals spaces
                    close refsource-file
                    exit paragraph
                 end-if
           end-read
           if src-in-description not equals spaces
              move src-in-description to src-description
           end-if
           move function upper-case(src-in-active) to src-active
           if src-active not equals "N"
              move "Y" to src-active
           end-if
           move lnk-Operator-Id to src-updated-by
           write refsource-record
           if fs-key-already-exists
              rewrite refsource-record
           end-if
           perform check-file-status

           close refsource-file
           perform check-file-status
           .

       copy "common.cpy".
