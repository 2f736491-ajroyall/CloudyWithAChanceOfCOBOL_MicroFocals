       copy "gosclaim-fc.cpy".

      *> remittance file as it comes back from the NHS portal
       select remit-file assign to dynamic gr-in-filename
        organization is line sequential
        status is ws-file-status.

       01 unknown-count      binary-long value 0.
       01 remit-open         pic x value "n".

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 gr-in-filename        pic x(60) value
          "$MFOCALDIR/gosremit.txt".
       01 gr-suspended          binary-long value 0.

       01 report-header-line.
         03 filler            pic x(11) value "Claim ref".
         03 filler            pic x(7)  value "Store".
       copy "common_ss.cpy".

       procedure division.
           perform check-replay-mode
           perform apply-remittance-lines
           perform report-unpaid-claims

              display unknown-count
                 " remittance line(s) had an unrecognised status"
           end-if
           if gr-suspended not equals 0
              display gr-suspended " line(s) put to suspense"
           end-if

           goback.

           read gosclaim-file
              invalid key continue
           end-read
           if fs-no-record
              move "Claim ref not on the register" to sus-reason
              perform suspend-line
           else
              evaluate rm-status
                 when "PAID"
                    move "P" to gc-status
                    add 1 to applied-count
                 when other
                    add 1 to unknown-count
                    move "Status word not recognised" to sus-reason
                    perform suspend-line
              end-evaluate
           end-if
           .
           add 1 to unpaid-count
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the NHS's
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to gr-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "GOSREMIT" to sus-source
           move remit-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to gr-suspended
           .

       copy "common.cpy".
