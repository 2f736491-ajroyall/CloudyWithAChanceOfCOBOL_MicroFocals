       identification division.
       program-id. ddreturn.

      *> direct debit returns import - the bank's report of debits it
      *> could not collect, and of mandates cancelled, arrives as
      *> $MFOCALDIR/ddreturn.txt, one line per return: the mandate
      *> reference, the amount in pence (zero for a cancellation with
      *> no debit), the bank's reason code and the date. the mandate
      *> (ddmandate-fd.cpy) is marked failed for reason 0 (refer to
      *> payer) and cancelled for anything else; a returned debit
      *> is reversed on the ledger as a refund of the collection's
      *> payment (reason DD, through periodchk.cbl like every ledger
      *> writer) and the collection is marked returned so it is
      *> never reversed twice; and the customer's contact lens plan
      *> is put on HOLD until they pay - the counter sets it active
      *> again in clsmaint.cbl. what was done is listed on
      *> ddchase.txt for the counter to chase. a line with an
      *> unknown reference, no collection to reverse, or dated in a
      *> closed period with the current one closed too, goes to
      *> suspense (suspadd.cbl) for the re-apply screen. the file is
      *> set aside once read, like the other bank and partner
      *> imports. headless, for the overnight run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "ddmandate-fc.cpy".
       copy "ddcollect-fc.cpy".
       copy "clsupply-fc.cpy".
       copy "ledger-fc.cpy".
       copy "customer-fc.cpy".

       select ledger-id-file assign "$MFOCALDIR/ledgerid.dat"
        organization is sequential
        status is ws-file-status.

       select dd-import assign to dynamic dd-in-filename
        organization is line sequential
        status is ws-file-status.

       select chase-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "ddmandate-fd.cpy".
       copy "ddcollect-fd.cpy".
       copy "clsupply-fd.cpy".
       copy "ledger-fd.cpy".
       copy "customer-fd.cpy".

       fd ledger-id-file.
       01 LedgerIdInformation.
         03 Highest-Ledger-Id     pic 9(9).

       fd dd-import.
       01 dd-import-line.
         03 di-reference        pic x(18).
         03 filler              pic x.
         03 di-amount-pence     pic 9(11).
         03 filler              pic x.
         03 di-reason           pic x.
         03 filler              pic x.
         03 di-return-date      pic 9(8).

       fd chase-report.
       01 report-line           pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "ddchase.txt".
       01 eof                   pic x.
       01 dd-applied            binary-long value 0.
       01 dd-suspended          binary-long value 0.
       01 dd-today              pic 9(8).
       01 dd-now                pic 9(8).
       01 dd-in-filename        pic x(60) value
          "$MFOCALDIR/ddreturn.txt".
       01 dd-done-filename      pic x(255).
       01 dd-set-aside-name     pic x(255).

       01 dd-amount             pic 9(7)v99.
       01 dd-found              pic x.
       01 dd-match-key          pic x(18).
       01 dd-match-date         pic 9(8).
       01 dd-reversal-id        pic 9(9).
       01 dd-walk-eof           pic x.
       01 lg-next-id            pic 9(9).

      *> request block handed to periodchk
       01 period-request.
         03 pr-date            pic 9(8).
         03 pr-post-date       pic 9(8).
       01 pr-result            binary-long.

      *> lines this import can't apply go to suspense (suspadd.cbl)
       01 suspense-request.
       copy "suspreq.cpy" replacing ==:Prefix-:== by ==sus-==.

       01 report-title-line.
         03 filler              pic x(50) value
            "Direct debit returns - customers to chase".

       01 report-header-line.
         03 filler              pic x(11) value "Customer".
         03 filler              pic x(32) value "Name".
         03 filler              pic x(11) value "  Returned".
         03 filler              pic x(4)  value "  ".
         03 filler              pic x(30) value "Action".

       01 report-detail-line.
         03 rpt-cust-id         pic 9(9).
         03 filler              pic x(2)  value spaces.
         03 rpt-cust-name       pic x(30).
         03 filler              pic x(2)  value spaces.
         03 rpt-amount          pic zzzzz9.99.
         03 filler              pic x(2)  value spaces.
         03 rpt-reason          pic x.
         03 filler              pic x(3)  value spaces.
         03 rpt-action          pic x(40).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform init-env
           accept dd-today from date YYYYMMDD
           accept dd-now from time
           perform check-replay-mode

           open input dd-import
           if not fs-okay
              display "No direct debit returns file - nothing to do"
              goback
           end-if

           open i-o ddmandate-file
           if not fs-okay
              close dd-import
              display "No direct debit mandates on file"
              goback
           end-if

           open i-o ddcollect-file
           if ws-file-status equals "35"
              open output ddcollect-file
              perform check-file-status
              close ddcollect-file
              open i-o ddcollect-file
           end-if
           perform check-file-status
           open input cust-file

           open output chase-report
           write report-line from report-title-line
           move spaces to report-line
           write report-line
           write report-line from report-header-line

           move "n" to eof
           perform until eof equals "y"
              read dd-import next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y" and dd-import-line not equals spaces
                 perform apply-one-return
              end-if
           end-perform

           close dd-import
           close ddmandate-file
           close ddcollect-file
           close cust-file
           close chase-report

           if sus-replaying not equals "y"
              perform set-import-aside
           end-if

           display dd-applied " direct debit return(s) applied"
           if dd-suspended not equals 0
              display dd-suspended " line(s) put to suspense"
           end-if
           goback.

        apply-one-return.
           if di-reference equals spaces
              or di-amount-pence is not numeric
              or di-return-date is not numeric
              or di-reason equals space
              move "Reference, amount, reason or date missing"
                 to sus-reason
              perform suspend-line
              exit paragraph
           end-if
           move function upper-case(di-reason) to di-reason

           move di-reference to dm-reference
           read ddmandate-file key is dm-reference
              invalid key
                 move "Mandate reference not on file" to sus-reason
                 perform suspend-line
                 exit paragraph
           end-read

      *> a returned debit needs its collection and an open period
      *> for the reversal before anything is marked
           if di-amount-pence > 0
              compute dd-amount = di-amount-pence / 100
              perform find-collection
              if dd-found not equals "y"
                 move "No collection of that amount to reverse"
                    to sus-reason
                 perform suspend-line
                 exit paragraph
              end-if
              move di-return-date to pr-date
              if pr-date equals 0
                 move dd-today to pr-date
              end-if
              call "periodchk" using period-request
              end-call
              move return-code to pr-result
              if pr-result equals PERIODCHK-CLOSED
                 move "Ledger period closed - reversal held"
                    to sus-reason
                 perform suspend-line
                 exit paragraph
              end-if
              perform reverse-collection
           end-if

           if di-reason equals "0"
              move "F" to dm-status
           else
              move "C" to dm-status
           end-if
           move di-return-date to dm-return-date
           move di-reason to dm-return-reason
           rewrite ddmandate-entry
           perform check-file-status

           perform hold-supply-plan
           perform write-chase-line
           add 1 to dd-applied
           .

      *> the newest collection still standing for this mandate's
      *> customer with the amount the bank sent back
        find-collection.
           move "n" to dd-found
           move 0 to dd-match-date
           move dm-customer-id to ddc-customer-id
           move 0 to ddc-ledger-id
           start ddcollect-file
               key >= ddc-key
               invalid key move "y" to dd-walk-eof
               not invalid key move "n" to dd-walk-eof
           end-start
           perform until dd-walk-eof equals "y"
              read ddcollect-file next record
                 at end move "y" to dd-walk-eof
              end-read
              if not fs-okay or dd-walk-eof equals "y"
                 or ddc-customer-id not equals dm-customer-id
                 move "y" to dd-walk-eof
              else
                 if ddc-collected
                    and ddc-amount equals dd-amount
                    and ddc-collect-date >= dd-match-date
                    move "y" to dd-found
                    move ddc-collect-date to dd-match-date
                    move ddc-key to dd-match-key
                 end-if
              end-if
           end-perform
           .

        reverse-collection.
           move dd-match-key to ddc-key
           read ddcollect-file
           perform check-file-status

           perform post-ledger-reversal

           move "R" to ddc-status
           move di-return-date to ddc-return-date
           move di-reason to ddc-return-reason
           move dd-reversal-id to ddc-reversal-id
           rewrite ddcollect-entry
           perform check-file-status
           .

      *> a refund undoing the direct debit payment, the same record
      *> shape and id sequence posledger.cbl uses at the counter
        post-ledger-reversal.
           perform load-next-ledger-id
           initialize ledger-entry
           move lg-next-id to lg-entry-id
           move lg-next-id to dd-reversal-id
           move ddc-customer-id to lg-customer-id
           move ddc-store-id to lg-store-id
           move "R" to lg-entry-type
           move pr-post-date to lg-entry-date
           if pr-result equals PERIODCHK-LATE
              move pr-date to lg-late-orig-date
           else
              move 0 to lg-late-orig-date
           end-if
           move spaces to lg-description
           string "Direct debit returned " di-reason
              delimited by size into lg-description
           end-string
           move ddc-amount to lg-net-amount
           move 0 to lg-vat-amount
           move "ddreturn" to lg-taken-by
           move "B" to lg-pay-method
           move ddc-ledger-id to lg-orig-entry-id
           move "DD" to lg-reason-code
           move spaces to lg-approved-by

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

      *> nothing more is shipped until the customer has paid
        hold-supply-plan.
           open i-o clsupply-file
           if not fs-okay
              exit paragraph
           end-if
           move dm-customer-id to cls-customer-id
           read clsupply-file
              invalid key continue
              not invalid key
                 if cls-active
                    move "H" to cls-status
                    rewrite clsupply-entry
                    perform check-file-status
                 end-if
           end-read
           close clsupply-file
           .

        write-chase-line.
           move dm-customer-id to rpt-cust-id
           move spaces to rpt-cust-name
           move dm-customer-id to
              f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key continue
              not invalid key move f-FullName to rpt-cust-name
           end-read
           if di-amount-pence > 0
              move dd-amount to rpt-amount
           else
              move 0 to rpt-amount
           end-if
           move di-reason to rpt-reason
           if dm-failed
              move "debit failed - plan held, take payment"
                 to rpt-action
           else
              move "mandate cancelled - plan held, new mandate"
                 to rpt-action
           end-if
           write report-line from report-detail-line
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

        check-replay-mode.
           move "Q" to sus-action
           call "suspadd" using suspense-request
           end-call
           if sus-replaying equals "y"
              move SUSPENSE-REPLAY-FILE to dd-in-filename
           end-if
           .

      *> the line as it arrived goes to suspense with the reason
      *> already in sus-reason
        suspend-line.
           move "A" to sus-action
           move "DDRETURN" to sus-source
           move dd-import-line to sus-raw-line
           call "suspadd" using suspense-request
           end-call
           add 1 to dd-suspended
           .

      *> kept, renamed with the run's date and time, so the bank's
      *> next file starts fresh
        set-import-aside.
           move spaces to dd-set-aside-name
           string ws-mfocaldir delimited by space
              "/ddreturn.txt" delimited by size
              into dd-set-aside-name
           move spaces to dd-done-filename
           string ws-mfocaldir delimited by space
              "/ddreturn-" dd-today dd-now(1:6) ".imp"
              delimited by size into dd-done-filename
           call "CBL_COPY_FILE" using dd-set-aside-name
                dd-done-filename
           end-call
           if return-code equal 0
              call "CBL_DELETE_FILE" using dd-set-aside-name
              end-call
           end-if
           .

       copy "common.cpy".
