       copy "comms-fc.cpy".
       copy "customer-fc.cpy".

       select status-import assign to dynamic cb-in-filename
        organization is line sequential
        status is ws-file-status.

       01 cb-cust-id            pic 9(9).
       01 cb-cust-name          pic x(60).

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 cb-in-filename        pic x(60) value
          "$MFOCALDIR/commsstatus.txt".
       01 cb-suspended          binary-long value 0.

      *> request block handed to jrnlwrite - the bad-contact flag is
      *> a customer rewrite like any other
       01 journal-request.
       copy "common_ss.cpy".

       procedure division.
           perform check-replay-mode
           open input status-import
           if not fs-okay
              display "No delivery status file found - nothing to do"
           display cb-applied " result(s) applied, "
              cb-bounced " bounce(s), "
              cb-requeued " reminder(s) re-queued"
           if cb-suspended not equals 0
              display cb-suspended " line(s) put to suspense"
           end-if
           goback.

        apply-one-result.
           move si-comm-id to cq-comm-id
           read comms-file
              invalid key
                 move "Queue id not on file" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read

      *> only a still-sent entry takes a result - an entry already
      *> moved to delivered/bounced was handled by an earlier run,
      *> so re-running the same status file can't stack a second
      *> replacement reminder. a line re-applied from suspense is
      *> different - it was never applied, so a wrong id there is
      *> still wrong
           if not cq-status-sent
              if sus-replaying equals "y"
                 move "Queue entry not awaiting a result" to sus-reason
                 perform suspend-line
              end-if
              exit paragraph
           end-if

                 add 1 to cb-applied
                 add 1 to cb-bounced
                 perform handle-bounce
              when other
                 move "Status word not recognised" to sus-reason
                 perform suspend-line
           end-evaluate
           .

           add 1 to cb-requeued
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the provider's
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to cb-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "COMMSTAT" to sus-source
           move status-import-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to cb-suspended
           .

       copy "common.cpy".
