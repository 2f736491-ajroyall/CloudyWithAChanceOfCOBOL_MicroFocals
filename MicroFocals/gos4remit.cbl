       identification division.
       program-id. gos4remit.

      *> GOS4 repair/replacement-voucher remittance pass - reads
      *> the remittance file sent back by the NHS (one line per
      *> claim: claim ref then PAID or REJECTED, the same layout as
      *> the GOS3 one), marks each register claim accordingly, then
      *> reports every repair claim still not paid so the money
      *> gets chased rather than quietly lost - the repair-side
      *> sibling of gos3remit.cbl. a line that can't be applied goes
      *> to suspense (suspadd.cbl, source GOS4REM) to be corrected
      *> and re-applied from suspview.cbl.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "gos4claim-fc.cpy".

       select remit-file assign to dynamic g4-in-filename
        organization is line sequential
        status is ws-file-status.

       select remit-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "gos4claim-fd.cpy".

       fd remit-file.
       01 remit-line.
         03 rm-claim-ref          pic 9(9).
         03 filler                pic x.
         03 rm-status             pic x(8).

       fd remit-report.
       01 report-line             pic x(110).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename       pic x(20) value "gos4unpaid.txt".
       01 eof                pic x.
       01 applied-count      binary-long value 0.
       01 unpaid-count       binary-long value 0.
       01 unknown-count      binary-long value 0.
       01 remit-open         pic x value "n".

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 g4-in-filename        pic x(60) value
          "$MFOCALDIR/gos4remit.txt".
       01 g4-suspended          binary-long value 0.

       01 report-header-line.
         03 filler            pic x(11) value "Claim ref".
         03 filler            pic x(7)  value "Store".
         03 filler            pic x(8)  value "Month".
         03 filler            pic x(32) value "Customer".
         03 filler            pic x(5)  value "Rsn".
         03 filler            pic x(5)  value "Part".
         03 filler            pic x(9)  value "Value".
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
         03 rpt-reason        pic x(2).
         03 filler            pic x(3)  value spaces.
         03 rpt-part          pic x.
         03 filler            pic x(4)  value spaces.
         03 rpt-value         pic zzz9.99.
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
              unpaid-count " repair claim(s) still unpaid - see "
              rpt-filename
           if unknown-count not equals 0
              display unknown-count
                 " line(s) with unrecognised status left untouched"
           end-if
           if g4-suspended not equals 0
              display g4-suspended " line(s) put to suspense"
           end-if
           goback.

        apply-remittance-lines.
           open input remit-file
           if not fs-okay
              exit paragraph
           end-if
           move "y" to remit-open

           open i-o gos4claim-file
           if not fs-okay
              close remit-file
              move "n" to remit-open
              exit paragraph
           end-if

           move "n" to eof
           perform until eof equals "y"
              read remit-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform apply-one-line
              end-if
           end-perform

           close gos4claim-file
           close remit-file
           .

        apply-one-line.
           move rm-claim-ref to g4-claim-ref
           read gos4claim-file
              invalid key
                 move "Claim ref not on the register" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read

           evaluate rm-status
              when "PAID    "
                 move "P" to g4-status
                 rewrite gos4-claim
                 add 1 to applied-count
              when "REJECTED"
                 move "R" to g4-status
                 rewrite gos4-claim
                 add 1 to applied-count
              when other
                 add 1 to unknown-count
                 move "Status word not recognised" to sus-reason
                 perform suspend-line
           end-evaluate
           .

        report-unpaid-claims.
           open input gos4claim-file
           if not fs-okay
              exit paragraph
           end-if

           open output remit-report
           write report-line from report-header-line

           move 0 to g4-claim-ref
           start gos4claim-file
               key > g4-claim-ref
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read gos4claim-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and not g4-status-paid
                 add 1 to unpaid-count
                 move g4-claim-ref to rpt-claim-ref
                 move g4-store-id to rpt-store-id
                 move g4-claim-yyyymm to rpt-yyyymm
                 move g4-customer-name to rpt-cust-name
                 move g4-reason to rpt-reason
                 move g4-part to rpt-part
                 move g4-value to rpt-value
                 if g4-status-rejected
                    move "REJECTED" to rpt-status
                 else
                    move "NOT PAID" to rpt-status
                 end-if
                 write report-line from report-detail-line
              end-if
           end-perform

           close gos4claim-file
           close remit-report
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the NHS's
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to g4-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "GOS4REM" to sus-source
           move remit-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to g4-suspended
           .

       copy "common.cpy".
