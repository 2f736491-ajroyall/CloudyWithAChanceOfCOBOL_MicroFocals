      *> one chronological listing, gathered from everywhere their id
      *> gets stamped: bookings and cancellations on the appointment
      *> file (app-booked-by), customer add/edit/delete history
      *> (ch-Operator-Id), leave entries they recorded
      *> (cl-added-by), failed sign-ons and idle-terminal timeouts.
      *> used for productivity reviews and for investigating
      *> disputed bookings.
      *>
      *> appointment slots carry no timestamp of their own, so a
      *> slot's date is reconstructed from its year/week/day position
        access is sequential
        status is ws-file-status.

      *> terminals locked for want of a keystroke, appended by
      *> idlelock.cbl
       select idlelog-file assign "$MFOCALDIR/idlelog.dat"
        organization is sequential
        access is sequential
        status is ws-file-status.

       select activity-report assign to dynamic rpt-filename
        organization is line sequential.

         03 sg-time             pic 9(8).
         03 sg-keyed-id         pic x(10).

       fd idlelog-file.
       01 idlelog-entry.
         03 ig-date             pic 9(8).
         03 ig-time             pic 9(8).
         03 ig-operator-id      pic x(10).
         03 ig-store-id         pic 9(5).
         03 ig-timeout-mins     pic 9(3).

       fd activity-report.
       01 report-line          pic x(100).


           move "n" to fields-valid
           perform until fields-valid equals "y"
              perform idle-accept-start
              accept g-operactpopup timeout after idle-accept-secs
              perform f1-or-quit

              move "y" to fields-valid
           perform gather-customer-history
           perform gather-leave-entries
           perform gather-failed-signons
           perform gather-idle-timeouts
           perform write-activity-report

           move "Activity report written" to popup-l-message
           close signfail-file
           .

      *> every time this operator's terminal locked itself for
      *> want of a keystroke in the range - listed alongside the
      *> failed sign-ons
        gather-idle-timeouts.
           open input idlelog-file
           if not fs-okay
              exit paragraph
           end-if
           move "n" to eof
           perform until eof equals "y"
              read idlelog-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and ig-operator-id equals oa-in-operator
                 move ig-date to sf-date
                 if function integer-of-date(sf-date)
                       >= oa-from-num
                    and function integer-of-date(sf-date)
                       <= oa-to-num
                    move ig-date to oa-new-date
                    move spaces to oa-new-text
                    string "IDLE TIMEOUT at " ig-time
                       " store " ig-store-id
                       delimited by size into oa-new-text
                    end-string
                    perform insert-activity-entry
                 end-if
              end-if
           end-perform
           close idlelog-file
           .

        gather-appointment-activity.
           move "n" to eof

