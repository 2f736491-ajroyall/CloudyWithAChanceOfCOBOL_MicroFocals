       *> inbound suspense request block - handed to suspadd.cbl.
       *> an import calls "A" with the raw line and the reason for
       *> each line it can't apply, and "Q" once at the start to find
       *> out whether it is re-applying a single corrected line from
       *> the suspense screen (replaying "y" - read the line from
       *> SUSPENSE-REPLAY-FILE instead of the partner's file).
       *> suspview.cbl primes a re-apply with "P" (the entry id and
       *> the corrected line), calls the import, then "F" says
       *> whether the line failed again - a failure while primed
       *> updates the entry being re-applied instead of adding one.
        03 :Prefix-:action            pic x.
          88 :Prefix-:action-add      value "A".
          88 :Prefix-:action-prime    value "P".
          88 :Prefix-:action-query    value "Q".
          88 :Prefix-:action-finish   value "F".
        03 :Prefix-:source            pic x(8).
        03 :Prefix-:raw-line          pic x(200).
        03 :Prefix-:reason            pic x(40).
        03 :Prefix-:suspense-id       pic 9(9).
        03 :Prefix-:replaying         pic x.
        03 :Prefix-:replay-failed     pic x.
