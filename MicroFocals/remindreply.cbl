       copy "comms-fc.cpy".
       copy "app-fc.cpy".

       select reply-import assign to dynamic rr-in-filename
        organization is line sequential
        status is ws-file-status.

       01 rr-pair-slots         pic 9.
       01 rr-start-slot         binary-long.

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 rr-in-filename        pic x(60) value
          "$MFOCALDIR/smsreplies.txt".
       01 rr-suspended          binary-long value 0.

      *> the slot the reminder was about, unpacked from the queue
      *> entry's doc-ref
       01 rr-slot-ref           pic x(23).
       copy "common_ss.cpy".

       procedure division.
           perform check-replay-mode
           open input reply-import
           if not fs-okay
              display "No reply file found - nothing to do"
           display rr-confirmed " booking(s) confirmed, "
              rr-freed " slot(s) freed, "
              rr-skipped " skipped"
           if rr-suspended not equals 0
              display rr-suspended " line(s) put to suspense"
           end-if
           goback.

        apply-one-reply.
           move rr-comm-id to cq-comm-id
           read comms-file
              invalid key
                 move "Queue id not on file" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read

           if cq-doc-type not equals "REMINDER"
              or cq-doc-ref equals spaces
              move "Queue entry is not a reminder" to sus-reason
              perform suspend-line
              exit paragraph
           end-if
           move cq-doc-ref(1:23) to rr-slot-ref

      *> the grid operator wins - replies against a week being
      *> edited wait for tomorrow's run (one re-applied from
      *> suspense stays there until the week is free)
           perform check-week-being-edited
           if rr-week-held equals "y"
              add 1 to rr-skipped
              if sus-replaying equals "y"
                 move "Week open on an operator's grid" to sus-reason
                 perform suspend-line
              end-if
              exit paragraph
           end-if

           move rr-consultant-id to app-consultant-id
           read appointment-file
              invalid key
                 move "Appointment week not on file" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read

           if app-cust-id of app-days(rr-day rr-slot)
              not equals cq-customer-id
              add 1 to rr-skipped
              move "Slot no longer held by the customer" to sus-reason
              perform suspend-line
              exit paragraph
           end-if

                 move "y" to rr-any-freed
              when other
                 add 1 to rr-skipped
                 move "Reply not C or X" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-evaluate

           end-if
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the provider's
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to rr-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "SMSREPLY" to sus-source
           move reply-import-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to rr-suspended
           .

       copy "common.cpy".
