       identification division.
       program-id. mecsremit.

      *> MECS remittance pass - reads the remittance the
      *> commissioner sends back for the minor eye conditions
      *> service (one line per episode: episode ref then PAID or
      *> REJECTED), marks each claimed episode on the register
      *> accordingly, then reports every claimed episode still not
      *> paid - rejected or missing from the remittance - so the
      *> episode fees get chased. the same pass as gosremit.cbl,
      *> against the episodes mecsclaim.cbl submitted. a line that
      *> can't be applied goes to suspense (suspadd.cbl, source
      *> MECSREM) to be corrected and re-applied from suspview.cbl.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
      *> episode register, claimed by mecsclaim.cbl
       copy "mecs-fc.cpy".

      *> remittance file as it comes back from the commissioner
       select remit-file assign to dynamic mr-in-filename
        organization is line sequential
        status is ws-file-status.

       select remit-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "mecs-fd.cpy".

       fd remit-file.
       01 remit-line.
         03 rm-episode-ref          pic 9(9).
         03 filler                pic x.
         03 rm-status             pic x(8).

       fd remit-report.
       01 report-line             pic x(110).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename       pic x(20) value "mecsunpaid.txt".
       01 eof                pic x.
       01 applied-count      binary-long value 0.
       01 unpaid-count       binary-long value 0.
      *> remittance lines whose status word wasn't recognised, or
      *> that name an episode never claimed - left untouched on the
      *> register rather than guessed at
       01 unknown-count      binary-long value 0.
       01 remit-open         pic x value "n".

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 mr-in-filename        pic x(60) value
          "$MFOCALDIR/mecsremit.txt".
       01 mr-suspended          binary-long value 0.

       01 report-header-line.
         03 filler            pic x(11) value "Episode".
         03 filler            pic x(7)  value "Store".
         03 filler            pic x(8)  value "Month".
         03 filler            pic x(32) value "Customer".
         03 filler            pic x(10) value "Status".

       01 report-detail-line.
         03 rpt-claim-ref     pic 9(9).
         03 filler            pic x(2)  value spaces.
         03 rpt-store-id      pic zzzz9.
         03 filler            pic x(2)  value spaces.
         03 rpt-yyyymm        pic 9(6).
         03 filler            pic x(2)  value spaces.
         03 rpt-cust-name     pic x(30).
         03 filler            pic x(2)  value spaces.
         03 rpt-status        pic x(12).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform check-replay-mode
           perform apply-remittance-lines
           perform report-unpaid-claims

           display applied-count " remittance line(s) applied, "
              unpaid-count " claim(s) still unpaid - see "
              rpt-filename
           if unknown-count not equals 0
              display unknown-count
                 " remittance line(s) not applied - see the register"
           end-if
           if mr-suspended not equals 0
              display mr-suspended " line(s) put to suspense"
           end-if

           goback.

        apply-remittance-lines.
           move "n" to eof

           open i-o mecs-file
           if ws-file-status not equals "00"
              perform check-file-status
              goback
           end-if

      *> no remittance file waiting just means a report-only run -
      *> the unpaid report from the mainline still goes out
           open input remit-file
           if ws-file-status not equals "00"
              display "No remittance file found - report pass only"
              close mecs-file
              move "y" to eof
           else
              move "y" to remit-open
           end-if

           perform until eof equals "y"
              read remit-file next record
                 at end move "y" to eof
              end-read

              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 perform apply-one-remit-line
              end-if
           end-perform

           if remit-open equals "y"
              close remit-file
              close mecs-file
           end-if
           .

      *> only the two statuses the commissioner sends are applied -
      *> anything else (layout drift, truncation) is counted and left
      *> for a person, never guessed into "rejected"
        apply-one-remit-line.
           move rm-episode-ref to me-episode-ref
           read mecs-file
              invalid key
                 move "Episode ref not on the register" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read
      *> an episode never claimed can't have been paid - a line
      *> naming one is left for a person, like a bad status
           if not fs-no-record and me-status-unclaimed
              add 1 to unknown-count
              move "Episode never claimed" to sus-reason
              perform suspend-line
              exit paragraph
           end-if
           if not fs-no-record
              evaluate rm-status
                 when "PAID"
                    move "P" to me-status
                    rewrite mecs-episode
                    perform check-file-status
                    add 1 to applied-count
                 when "REJECTED"
                    move "R" to me-status
                    rewrite mecs-episode
                    perform check-file-status
                    add 1 to applied-count
                 when other
                    add 1 to unknown-count
                    move "Status word not recognised" to sus-reason
                    perform suspend-line
              end-evaluate
           end-if
           .

      *> every claimed episode not marked paid - rejected ones and
      *> submitted ones the remittance never mentioned
        report-unpaid-claims.
           move "n" to eof
           move 0 to unpaid-count

           open output remit-report
           write report-line from report-header-line

           open input mecs-file
           if ws-file-status not equals "00"
              perform check-file-status
              close remit-report
              goback
           end-if

           move 0 to me-episode-ref
           start mecs-file
              key > me-episode-ref
              invalid key move "y" to eof
           end-start

           perform until eof equals "y"
              read mecs-file next record
                 at end move "y" to eof
              end-read

              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 if not me-status-paid and not me-status-unclaimed
                    perform write-unpaid-line
                 end-if
              end-if
           end-perform

           close mecs-file
           close remit-report
           .

        write-unpaid-line.
           move me-episode-ref to rpt-claim-ref
           move me-store-id to rpt-store-id
           move me-claim-yyyymm to rpt-yyyymm
           move me-customer-name to rpt-cust-name
           if me-status-rejected
              move "Rejected" to rpt-status
           else
              move "Not paid" to rpt-status
           end-if
           write report-line from report-detail-line
           add 1 to unpaid-count
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the commissioner's
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to mr-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "MECSREM" to sus-source
           move remit-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to mr-suspended
           .

       copy "common.cpy".
