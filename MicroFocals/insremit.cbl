       identification division.
       program-id. insremit.

      *> private insurer remittance import - reads the remittance the
      *> insurers send back, $MFOCALDIR/insremit.csv, one
      *> "claim ref,PAID or REJECTED,amount paid,reason" line per
      *> claim, against the claims register (insclaim-fd.cpy). a paid
      *> claim posts the money to the customer's ledger as a payment
      *> by the insurer (lg-pay-insurer) - through periodchk.cbl like
      *> every ledger writer, so one dated in a closed period lands in
      *> the current one, and with the current period closed too the
      *> line is left for a later run. a rejected claim is marked
      *> with the insurer's reason. then insrebill.txt lists every
      *> rejected claim, and every claim paid short, for the counter
      *> to re-bill to the customer, followed by the claims still
      *> awaiting payment. a claim already paid is never posted
      *> twice, so a re-sent file can simply be loaded again. the
      *> GOS remittance pass (gosremit.cbl) is the NHS equivalent.
      *> a line that can't be matched to a claim, or that doesn't
      *> read as a remittance line, also goes to suspense
      *> (suspadd.cbl, source INSREMIT) to be corrected and
      *> re-applied from suspview.cbl - a claim already paid, a cash
      *> plan claim or a payment held for a closed period is only
      *> listed, as those are right to leave alone.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "insclaim-fc.cpy".
       copy "ledger-fc.cpy".

       select ledger-id-file assign "$MFOCALDIR/ledgerid.dat"
        organization is sequential
        status is ws-file-status.

       select remit-file assign to dynamic ir-in-filename
        organization is line sequential
        status is ws-file-status.

       select remit-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "insclaim-fd.cpy".
       copy "ledger-fd.cpy".

       fd ledger-id-file.
       01 LedgerIdInformation.
         03 Highest-Ledger-Id     pic 9(9).

       fd remit-file.
       01 remit-line              pic x(100).

       fd remit-report.
       01 report-line             pic x(110).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename       pic x(20) value "insrebill.txt".
       01 eof                pic x.
       01 applied-count      binary-long value 0.
       01 unknown-count      binary-long value 0.
       01 held-count         binary-long value 0.
       01 rebill-count       binary-long value 0.
       01 awaiting-count     binary-long value 0.
       01 chase-pass         pic 9.

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.
       01 ir-in-filename        pic x(60) value
          "$MFOCALDIR/insremit.csv".
       01 ir-suspended          binary-long value 0.

       01 rm-claim-ref       pic x(12).
       01 rm-status          pic x(10).
       01 rm-amount          pic x(12).
       01 rm-reason          pic x(30).
       01 rm-paid            pic 9(5)v99.
       01 lg-next-id         pic 9(9).

       01 date-today-temp.
         03 yyyy             pic xxxx.
         03 mm               pic xx.
         03 dd               pic xx.

      *> request block handed to periodchk
       01 period-request.
         03 pr-date          pic 9(8).
         03 pr-post-date     pic 9(8).
       01 pr-result          binary-long.

       01 report-title-line.
         03 rpt-title        pic x(60).

       01 report-header-line.
         03 filler            pic x(11) value "Claim ref".
         03 filler            pic x(11) value "Customer".
         03 filler            pic x(32) value "Name".
         03 filler            pic x(11) value "   Claimed".
         03 filler            pic x(11) value "      Paid".
         03 filler            pic x(11) value "  Re-bill".
         03 filler            pic x(20) value "Reason".

       01 report-detail-line.
         03 rpt-claim-ref     pic 9(9).
         03 filler            pic x(2)  value spaces.
         03 rpt-cust-id       pic 9(9).
         03 filler            pic x(2)  value spaces.
         03 rpt-cust-name     pic x(30).
         03 filler            pic x(2)  value spaces.
         03 rpt-claimed       pic zzzzz9.99.
         03 filler            pic x(2)  value spaces.
         03 rpt-paid          pic zzzzz9.99.
         03 filler            pic x(2)  value spaces.
         03 rpt-rebill        pic zzzzz9.99.
         03 filler            pic x(2)  value spaces.
         03 rpt-reason        pic x(30).

       01 report-skip-line.
         03 filler            pic x(9)  value "Not used ".
         03 rpt-skip-reason   pic x(30).
         03 filler            pic x     value space.
         03 rpt-skip-line     pic x(60).

       01 report-total-line.
         03 rpt-tot-label     pic x(40).
         03 rpt-tot-count     pic zzzz9.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           perform check-replay-mode

           open output remit-report
           move "Insurer remittance - lines not used" to rpt-title
           write report-line from report-title-line

           perform apply-remittance-lines
           perform report-claims-to-chase

           move spaces to report-line
           write report-line
           move "Remittance lines applied" to rpt-tot-label
           move applied-count to rpt-tot-count
           write report-line from report-total-line
           move "Lines not used" to rpt-tot-label
           move unknown-count to rpt-tot-count
           write report-line from report-total-line
           move "Payments held (ledger period closed)"
              to rpt-tot-label
           move held-count to rpt-tot-count
           write report-line from report-total-line
           close remit-report

           display applied-count " remittance line(s) applied, "
              rebill-count " claim(s) to re-bill - see " rpt-filename
           if ir-suspended not equals 0
              display ir-suspended " line(s) put to suspense"
           end-if

           goback.

        apply-remittance-lines.
           open i-o insclaim-file
           if not fs-okay
              move "No claims register" to report-line
              write report-line
              exit paragraph
           end-if

      *> no remittance waiting just means a report-only run
           open input remit-file
           if not fs-okay
              move "No insremit.csv to load" to report-line
              write report-line
              close insclaim-file
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
              if eof not equals "y" and remit-line not equals spaces
                 perform apply-one-remit-line
              end-if
           end-perform

           close remit-file
           close insclaim-file
           .

        apply-one-remit-line.
           move spaces to rm-claim-ref rm-status rm-amount rm-reason
           unstring remit-line delimited by ","
              into rm-claim-ref, rm-status, rm-amount, rm-reason
           end-unstring
           move function upper-case(rm-status) to rm-status
           if rm-amount equals spaces
              move "0" to rm-amount
           end-if

           if function test-numval(rm-claim-ref) not equals 0
              or function test-numval(rm-amount) not equals 0
              move "not a remittance line" to rpt-skip-reason
              perform write-skip-line
              move "Not a remittance line" to sus-reason
              perform suspend-line
              exit paragraph
           end-if

           move function numval(rm-claim-ref) to ic-claim-ref
           read insclaim-file
              invalid key
                 move "claim ref not on the register"
                    to rpt-skip-reason
                 perform write-skip-line
                 move "Claim ref not on the register" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read

           evaluate true
              when ic-status-customer
                 move "cash plan claim - pays customer"
                    to rpt-skip-reason
                 perform write-skip-line
              when ic-status-paid
                 move "claim already paid" to rpt-skip-reason
                 perform write-skip-line
              when rm-status equals "PAID"
                 perform apply-payment
              when rm-status equals "REJECTED"
                 move "R" to ic-status
                 move rm-reason to ic-reject-reason
                 rewrite ins-claim
                 perform check-file-status
                 add 1 to applied-count
              when other
                 move "status not PAID or REJECTED" to rpt-skip-reason
                 perform write-skip-line
                 move "Status word not recognised" to sus-reason
                 perform suspend-line
           end-evaluate
           .

        apply-payment.
           move function numval(rm-amount) to rm-paid
           if rm-paid <= 0
              move "paid amount missing" to rpt-skip-reason
              perform write-skip-line
              move "Paid amount missing" to sus-reason
              perform suspend-line
              exit paragraph
           end-if

           move date-today-temp to pr-date
           call "periodchk" using period-request
           end-call
           move return-code to pr-result
           if pr-result equals PERIODCHK-CLOSED
              add 1 to held-count
              move "ledger period closed - held" to rpt-skip-reason
              perform write-skip-line
              exit paragraph
           end-if

           perform post-ledger-payment

           move "P" to ic-status
           move rm-paid to ic-paid-amount
           move pr-post-date to ic-paid-date
           move lg-entry-id to ic-ledger-entry-id
           move rm-reason to ic-reject-reason
           rewrite ins-claim
           perform check-file-status
           add 1 to applied-count
           .

      *> one payment line per claim paid, the same record shape and
      *> id sequence posledger.cbl uses at the counter
        post-ledger-payment.
           perform load-next-ledger-id
           move lg-next-id to lg-entry-id
           move ic-customer-id to lg-customer-id
           move ic-store-id to lg-store-id
           move "P" to lg-entry-type
           move pr-post-date to lg-entry-date
           if pr-result equals PERIODCHK-LATE
              move pr-date to lg-late-orig-date
           else
              move 0 to lg-late-orig-date
           end-if
           move ic-app-store-id to lg-app-store-id
           move ic-app-year to lg-app-year
           move ic-app-week to lg-app-week
           move ic-app-consultant-id to lg-app-consultant-id
           move ic-app-day to lg-app-day
           move ic-app-slot to lg-app-slot
           move spaces to lg-description
           string "Insurer claim " ic-claim-ref
              delimited by size into lg-description
           end-string
           move rm-paid to lg-net-amount
           move 0 to lg-vat-amount
           move "insremit" to lg-taken-by
           move "I" to lg-pay-method
           move 0 to lg-orig-entry-id
           move spaces to lg-reason-code lg-approved-by
           move ic-order-id to lg-order-id
           move spaces to lg-campaign-code
           move spaces to lg-discount-code
           move 0 to lg-patient-id

           open i-o ledger-file
           if ws-file-status equals "35"
              open output ledger-file
           end-if
           perform check-file-status
           write ledger-entry
           perform check-file-status
           close ledger-file
           perform check-file-status
           .

        load-next-ledger-id.
           move 0 to Highest-Ledger-Id
           open i-o ledger-id-file with lock
           if ws-file-status equals "35"
              open output ledger-id-file
              perform check-file-status
              move 1 to Highest-Ledger-Id
              write LedgerIdInformation
              perform check-file-status
           else
              perform check-file-status
              read ledger-id-file
              perform check-file-status
              add 1 to Highest-Ledger-Id
              rewrite LedgerIdInformation
              perform check-file-status
           end-if
           close ledger-id-file
           perform check-file-status

           move Highest-Ledger-Id to lg-next-id
           .

        write-skip-line.
           add 1 to unknown-count
           move remit-line to rpt-skip-line
           write report-line from report-skip-line
           .

      *> a single line being re-applied from the suspense screen is
      *> read from the replay file instead of the insurers'
        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to ir-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "INSREMIT" to sus-source
           move remit-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to ir-suspended
           .

      *> two passes over the register - first what the customer now
      *> owes (rejected, or paid short), then what is still awaited
        report-claims-to-chase.
           open input insclaim-file
           if not fs-okay
              exit paragraph
           end-if

           perform varying chase-pass from 1 by 1 until chase-pass > 2
              move spaces to report-line
              write report-line
              if chase-pass equals 1
                 move "Claims to re-bill to the customer" to rpt-title
              else
                 move "Claims awaiting payment" to rpt-title
              end-if
              write report-line from report-title-line
              write report-line from report-header-line

              move 0 to ic-claim-ref
              start insclaim-file
                 key > ic-claim-ref
                 invalid key move "y" to eof
                 not invalid key move "n" to eof
              end-start

              perform until eof equals "y"
                 read insclaim-file next record
                    at end move "y" to eof
                 end-read
                 if fs-no-record or fs-no-next-logical-record
                    move "y" to eof
                 end-if
                 if eof not equals "y"
                    perform report-one-claim
                 end-if
              end-perform
           end-perform

           close insclaim-file
           .

        report-one-claim.
           move ic-claim-ref to rpt-claim-ref
           move ic-customer-id to rpt-cust-id
           move ic-customer-name to rpt-cust-name
           move ic-claim-amount to rpt-claimed
           move ic-paid-amount to rpt-paid
           move spaces to rpt-reason

           if chase-pass equals 1
              evaluate true
                 when ic-status-rejected
                    move ic-claim-amount to rpt-rebill
                    move ic-reject-reason to rpt-reason
                 when ic-status-paid
                    and ic-paid-amount < ic-claim-amount
                    compute rpt-rebill =
                       ic-claim-amount - ic-paid-amount
                    move ic-reject-reason to rpt-reason
                    if rpt-reason equals spaces
                       move "part paid" to rpt-reason
                    end-if
                 when other
                    exit paragraph
              end-evaluate
              add 1 to rebill-count
           else
              if not ic-status-submitted
                 exit paragraph
              end-if
              move 0 to rpt-rebill
              add 1 to awaiting-count
           end-if
           write report-line from report-detail-line
           .

       copy "common.cpy".
