       file-control.
       copy "gos3claim-fc.cpy".

       select remit-file assign to dynamic g3-in-filename
        organization is line sequential
        status is ws-file-status.

       01 unknown-count      binary-long value 0.
       01 remit-open         pic x value "n".

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 g3-in-filename        pic x(60) value
          "$MFOCALDIR/gos3remit.txt".
       01 g3-suspended          binary-long value 0.

       01 report-header-line.
         03 filler            pic x(11) value "Claim ref".
         03 filler            pic x(7)  value "Store".
       copy "common_ss.cpy".

       procedure division.
           perform check-replay-mode
           perform apply-remittance-lines
           perform report-unpaid-claims

              display unknown-count
                 " line(s) with unrecognised status left untouched"
           end-if
           if g3-suspended not equals 0
              display g3-suspended " line(s) put to suspense"
           end-if
           goback.

        apply-remittance-lines.
           move rm-claim-ref to gv-claim-ref
           read gos3claim-file
              invalid key
                 move "Claim ref not on the register" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read

                 add 1 to applied-count
              when other
                 add 1 to unknown-count
                 move "Status word not recognised" to sus-reason
                 perform suspend-line
           end-evaluate
           .

           close remit-report
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the NHS's
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to g3-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "GOS3REM" to sus-source
           move remit-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to g3-suspended
           .

       copy "common.cpy".
