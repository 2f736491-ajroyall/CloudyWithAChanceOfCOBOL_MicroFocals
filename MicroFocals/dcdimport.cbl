       copy "customer-fc.cpy".
       copy "dcdreview-fc.cpy".

       select deceased-feed assign to dynamic dc-in-filename
        organization is line sequential
        status is ws-file-status.

         03 dc-cust-dob-yyyy    pic 9999.
       01 dc-date-today         pic 9(8).

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 dc-in-filename        pic x(60) value
          "$MFOCALDIR/deceased.txt".
       01 dc-suspended          binary-long value 0.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform check-replay-mode
           open input deceased-feed
           if ws-file-status equals "35"
              display "No deceased feed file found - nothing to do"
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and deceased-feed-line not equals spaces
                 perform check-one-notification
              end-if
           end-perform


           display dc-feed-count " notification(s) read, "
              dc-queued-count " match(es) queued for review"
           if dc-suspended not equals 0
              display dc-suspended " line(s) put to suspense"
           end-if
           goback.

      *> a notification with no name, or a date of birth that isn't
      *> a date, can't be matched safely - it goes to suspense for
      *> a person to correct rather than being half-matched
        check-one-notification.
           if dn-fullname equals spaces
              move "No name on the notification" to sus-reason
              perform suspend-line
              exit paragraph
           end-if
           if dn-dob not numeric
              move "Date of birth not numeric" to sus-reason
              perform suspend-line
              exit paragraph
           end-if
           add 1 to dc-feed-count
           perform match-one-notification
           .

      *> every customer sharing the notification's lowercased name,
      *> through the same alternate key the duplicate scan walks -
      *> each one queues if the DOB or postcode backs the name up
           end-if
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the feed
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to dc-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "DECEASED" to sus-source
           move deceased-feed-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to dc-suspended
           .

       copy "common.cpy".
