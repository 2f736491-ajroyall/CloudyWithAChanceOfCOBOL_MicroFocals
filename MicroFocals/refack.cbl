       file-control.
       copy "refreg-fc.cpy".

       select refack-file assign to dynamic ra-in-filename
        organization is line sequential
        status is ws-file-status.

       01 ra-applied            binary-long value 0.
       01 ra-unknown            binary-long value 0.

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 ra-in-filename        pic x(60) value
          "$MFOCALDIR/refack.txt".
       01 ra-suspended          binary-long value 0.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform check-replay-mode
           open input refack-file
           if not fs-okay
              display "No acknowledgment file found - nothing to do"
              display ra-unknown
                 " line(s) with unrecognised status left untouched"
           end-if
           if ra-suspended not equals 0
              display ra-suspended " line(s) put to suspense"
           end-if
           goback.

        apply-one-ack.
           move ra-referral-id to rf-referral-id
           read refreg-file
              invalid key
                 move "Referral id not on the register" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read

                 move "M" to rf-status
              when other
                 add 1 to ra-unknown
                 move "Status word not recognised" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-evaluate

           add 1 to ra-applied
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the trust's
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to ra-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "REFACK" to sus-source
           move refack-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to ra-suspended
           .

       copy "common.cpy".
