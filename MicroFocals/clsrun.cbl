      *> id sequence posledger.cbl uses) and next-due rolls forward
      *> 28 days. missed shipments are the biggest source of
      *> complaints; this run is the fix. headless, for the monthly
      *> run-control list. a plan is only shipped while the ledger
      *> can take its charge (periodchk.cbl) - with the current
      *> ledger period closed it is left due for the next run.
      *> each shipment is logged with the stock batch it was made up
      *> from (clship-fd.cpy) for recall tracing; a plan whose stock
      *> has only batches on recall hold is left due as well.
      *> a charge for a customer with a new or active direct debit
      *> mandate (ddmandate-fd.cpy) is collected: it goes in the
      *> bank's collection file, $MFOCALDIR/bacsdd.txt, in the
      *> Standard 18 layout (VOL1/HDR1/UHL1 labels, one detail per
      *> debit, the contra, EOF1/UTL1), posts to the ledger as a
      *> payment by direct debit and is logged (ddcollect-fd.cpy)
      *> for the bank's returns (ddreturn.cbl). our own bank details
      *> and service user number are kept in $MFOCALDIR/ddorig.dat,
      *> one "sort-code account sun name" line; without it the
      *> charges post and nothing is collected. the file keeps the
      *> bank's own labels rather than the standard framing, but is
      *> registered and kept (ifcreg.cbl) under its VOL1 serial.

       environment division.
       special-names.
       copy "prescription-fc.cpy".
       copy "ledger-fc.cpy".
       copy "customer-fc.cpy".
       copy "clship-fc.cpy".
       copy "ddmandate-fc.cpy".
       copy "ddcollect-fc.cpy".

       select dd-orig-file assign "$MFOCALDIR/ddorig.dat"
        organization is line sequential
        status is ws-file-status.

       select bacs-file assign "$MFOCALDIR/bacsdd.txt"
        organization is line sequential
        status is ws-file-status.

       select ledger-id-file assign "$MFOCALDIR/ledgerid.dat"
        organization is sequential
       copy "prescription-fd.cpy".
       copy "ledger-fd.cpy".
       copy "customer-fd.cpy".
       copy "clship-fd.cpy".
       copy "ddmandate-fd.cpy".
       copy "ddcollect-fd.cpy".

       fd dd-orig-file.
       01 dd-orig-line.
         03 do-sort-code         pic x(6).
         03 filler               pic x.
         03 do-account-no        pic x(8).
         03 filler               pic x.
         03 do-sun               pic x(6).
         03 filler               pic x.
         03 do-name              pic x(18).

       fd bacs-file.
       01 bacs-line            pic x(106).

       fd ledger-id-file.
       01 LedgerIdInformation.
       01 cl-shipped           binary-long value 0.
       01 cl-held              binary-long value 0.
       01 cl-count-display     pic z(8)9.
       01 cl-period-held       binary-long value 0.
       01 cl-batch-held        binary-long value 0.

      *> direct debit collection - our own bank details, the file's
      *> running totals and the Standard 18 records
       01 dd-originator.
         03 dd-orig-sort-code   pic 9(6).
         03 dd-orig-account-no  pic 9(8).
         03 dd-orig-sun         pic x(6).
         03 dd-orig-name        pic x(18).
       01 dd-can-collect       pic x value "n".
       01 dd-file-open         pic x value "n".
       01 dd-mandates-open     pic x value "n".
       01 dd-collected         binary-long value 0.
       01 dd-total-pence       pic 9(13) value 0.
       01 dd-amount-pence      pic 9(11).
       01 dd-invoice-id        pic 9(9).
       01 dd-serial            pic 9(6).
       01 dd-today-julian      pic 9(7).
       01 dd-process-julian    pic 9(7).
       01 dd-total-display     pic z(8)9.99.

       01 bacs-vol1.
         03 filler             pic x(4)  value "VOL1".
         03 bv-serial          pic 9(6).
         03 filler             pic x(31) value spaces.
         03 bv-sun             pic x(6).
         03 filler             pic x(32) value spaces.
         03 filler             pic x     value "1".

       01 bacs-hdr1.
         03 bh-label           pic x(4)  value "HDR1".
         03 filler             pic x     value "A".
         03 bh-sun             pic x(6).
         03 filler             pic x(4)  value "S  1".
         03 bh-sun-2           pic x(6).
         03 bh-serial          pic 9(6).
         03 filler             pic x(8)  value "00010001".
         03 filler             pic x(6)  value spaces.
         03 filler             pic x     value space.
         03 bh-created         pic 9(5).
         03 filler             pic x     value space.
         03 bh-expires         pic 9(5).
         03 filler             pic x(7)  value " 000000".
         03 filler             pic x(20) value spaces.

       01 bacs-uhl1.
         03 filler             pic x(4)  value "UHL1".
         03 filler             pic x     value space.
         03 bu-process-date    pic 9(5).
         03 filler             pic x(10) value "999999    ".
         03 filler             pic x(8)  value "00000000".
         03 filler             pic x(9)  value "1 DAILY  ".
         03 filler             pic x(3)  value "001".
         03 filler             pic x(40) value spaces.

       01 bacs-detail.
         03 bd-dest-sort-code  pic 9(6).
         03 bd-dest-account    pic 9(8).
         03 filler             pic x     value "0".
         03 bd-tran-code       pic x(2).
         03 bd-orig-sort-code  pic 9(6).
         03 bd-orig-account    pic 9(8).
         03 filler             pic x(4)  value spaces.
         03 bd-amount          pic 9(11).
         03 bd-orig-name       pic x(18).
         03 bd-reference       pic x(18).
         03 bd-dest-name       pic x(18).
         03 filler             pic x     value space.
         03 bd-process-date    pic 9(5).

       01 bacs-utl1.
         03 filler             pic x(4)  value "UTL1".
         03 bt-debit-total     pic 9(13).
         03 bt-credit-total    pic 9(13).
         03 bt-debit-count     pic 9(7).
         03 bt-credit-count    pic 9(7).
         03 filler             pic x(36) value spaces.

      *> outbound interface register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.

      *> request block handed to batchpick - the batch a shipment
      *> comes from
       01 batch-request.
         03 bp-rq-op            pic x.
         03 bp-rq-store-id      pic 9(5).
         03 bp-rq-product-code  pic x(10).
         03 bp-rq-batch         pic x(15).
         03 bp-rq-qty           pic 9(5).

      *> request block handed to periodchk
       01 period-request.
         03 pr-date            pic 9(8).
         03 pr-post-date       pic 9(8).
       01 pr-result            binary-long.

       01 report-header-line.
         03 filler             pic x(40)
           move "clsupply-file" to fs-current-file
           perform check-file-status

           perform load-dd-originator

           open input prescription-file
           open input cust-file
           open i-o clship-file
           if ws-file-status equals "35"
              open output clship-file
           end-if

           move 0 to cls-customer-id
           start clsupply-file

           close prescription-file
           close cust-file
           close clship-file
           close clsupply-file
           if dd-mandates-open equals "y"
              close ddmandate-file
              close ddcollect-file
           end-if
           if dd-file-open equals "y"
              perform close-bacs-file
           end-if

           move spaces to report-line
           write report-line
              cl-count-display
              delimited by size into rpt-note
           write report-line from report-note-line

           if cl-period-held > 0
              move cl-period-held to cl-count-display
              move spaces to rpt-note
              string "Plans left due (ledger period closed): "
                 cl-count-display
                 delimited by size into rpt-note
              write report-line from report-note-line
           end-if

           if cl-batch-held > 0
              move cl-batch-held to cl-count-display
              move spaces to rpt-note
              string "Plans left due (stock batch on hold): "
                 cl-count-display
                 delimited by size into rpt-note
              write report-line from report-note-line
           end-if

           if dd-collected > 0
              move dd-collected to cl-count-display
              compute dd-total-display = dd-total-pence / 100
              move spaces to rpt-note
              string "Direct debits to collect: " cl-count-display
                 " for " dd-total-display " - bacsdd.txt"
                 delimited by size into rpt-note
              write report-line from report-note-line
           end-if
           close shipment-report

           display "clsrun: " cl-shipped " shipped, "
              cl-held " held, " dd-collected " direct debit(s)"
           goback.

        process-one-plan.
              exit paragraph
           end-if

           move date-today-temp to pr-date
           call "periodchk" using period-request
           end-call
           move return-code to pr-result
           if pr-result equals PERIODCHK-CLOSED
              add 1 to cl-period-held
              exit paragraph
           end-if

           perform pick-shipment-batch
           if return-code equals BATCHPICK-HELD
              add 1 to cl-batch-held
              perform write-plan-line-batch-held
              exit paragraph
           end-if

           perform write-plan-line-shipped
           perform post-ledger-charge
           perform log-shipment
           perform collect-direct-debit

      *> roll the plan forward four weeks so next month's run picks
      *> it up again
           write report-line from report-detail-line
           .

      *> the newest batch of the plan's stock line not on recall hold
        pick-shipment-batch.
           move "P" to bp-rq-op
           move cls-store-id to bp-rq-store-id
           move cls-product-code to bp-rq-product-code
           move spaces to bp-rq-batch
           move cls-qty-per-period to bp-rq-qty
           call "batchpick" using batch-request
           end-call
           .

        log-shipment.
           move cls-customer-id to csh-customer-id
           move lg-entry-id to csh-ledger-id
           move cls-store-id to csh-store-id
           move date-today-temp to csh-ship-date
           move cls-lens-product to csh-lens-product
           move cls-product-code to csh-product-code
           move bp-rq-batch to csh-batch
           move cls-qty-per-period to csh-qty
           move cls-fulfilment to csh-fulfilment
           write clship-entry
           perform check-file-status

           if bp-rq-batch not equals spaces
              move "I" to bp-rq-op
              call "batchpick" using batch-request
              end-call
           end-if
           .

        write-plan-line-batch-held.
           perform fill-plan-line
           move "DUE - batch on hold" to rpt-action
           write report-line from report-detail-line
           .

        write-plan-line-held.
           perform fill-plan-line
           move "HELD - Rx review due" to rpt-action
           move cls-customer-id to lg-customer-id
           move cls-store-id to lg-store-id
           move "I" to lg-entry-type
           move pr-post-date to lg-entry-date
           if pr-result equals PERIODCHK-LATE
              move pr-date to lg-late-orig-date
           else
              move 0 to lg-late-orig-date
           end-if
           move 0 to lg-app-store-id lg-app-year lg-app-week
                     lg-app-consultant-id lg-app-day lg-app-slot
           move spaces to lg-description
           move cls-charge-amount to lg-net-amount
           move 0 to lg-vat-amount
           move "clsrun" to lg-taken-by
           move space to lg-pay-method
           move 0 to lg-orig-entry-id
           move spaces to lg-reason-code lg-approved-by
           move 0 to lg-order-id
           move spaces to lg-campaign-code
           move spaces to lg-discount-code
           move 0 to lg-patient-id

           open i-o ledger-file
           if ws-file-status equals "35"
           perform check-file-status
           .

      *> our own bank details - no file, or a line that doesn't
      *> parse, and the run posts its charges without collecting
        load-dd-originator.
           open input dd-orig-file
           if not fs-okay
              exit paragraph
           end-if
           read dd-orig-file
              at end move spaces to dd-orig-line
           end-read
           close dd-orig-file
           if do-sort-code is not numeric
              or do-account-no is not numeric
              or do-sun equals spaces
              exit paragraph
           end-if
           move do-sort-code to dd-orig-sort-code
           move do-account-no to dd-orig-account-no
           move do-sun to dd-orig-sun
           move do-name to dd-orig-name

           open i-o ddmandate-file
           if not fs-okay
              exit paragraph
           end-if
           open i-o ddcollect-file
           if ws-file-status equals "35"
              open output ddcollect-file
              close ddcollect-file
              open i-o ddcollect-file
           end-if
           if not fs-okay
              close ddmandate-file
              exit paragraph
           end-if
           move "y" to dd-mandates-open
           move "y" to dd-can-collect

      *> the bank processes the file on the third day
           compute dd-today-julian =
              function day-of-integer(cl-today-num)
           compute dd-process-julian =
              function day-of-integer(cl-today-num + 3)
           .

      *> the charge just posted is collected when the customer has a
      *> mandate we may collect from - the first debit on a new one
      *> goes as code 01 and makes it active, the rest as 17
        collect-direct-debit.
           if dd-can-collect not equals "y"
              exit paragraph
           end-if
           move cls-customer-id to dm-customer-id
           read ddmandate-file
              invalid key exit paragraph
           end-read
           if not dm-collectable
              exit paragraph
           end-if

           if dd-file-open not equals "y"
              perform open-bacs-file
           end-if

           move lg-entry-id to dd-invoice-id
           perform post-ledger-dd-payment

           move dm-sort-code to bd-dest-sort-code
           move dm-account-no to bd-dest-account
           if dm-new
              move "01" to bd-tran-code
           else
              move "17" to bd-tran-code
           end-if
           move dd-orig-sort-code to bd-orig-sort-code
           move dd-orig-account-no to bd-orig-account
           compute dd-amount-pence = cls-charge-amount * 100
           move dd-amount-pence to bd-amount
           move dd-orig-name to bd-orig-name
           move dm-reference to bd-reference
           move dm-account-name to bd-dest-name
           move dd-process-julian(3:5) to bd-process-date
           write bacs-line from bacs-detail
           move "R" to ifc-action
           move length of bacs-detail to ifc-record-len
           call "ifcreg" using ifc-request bacs-detail
           end-call
           add dd-amount-pence to dd-total-pence
           add 1 to dd-collected

           move cls-customer-id to ddc-customer-id
           move lg-entry-id to ddc-ledger-id
           move cls-store-id to ddc-store-id
           move dm-reference to ddc-reference
           move cls-charge-amount to ddc-amount
           move date-today-temp to ddc-collect-date
           move dd-invoice-id to ddc-invoice-id
           move "C" to ddc-status
           move 0 to ddc-return-date ddc-reversal-id
           move space to ddc-return-reason
           write ddcollect-entry
           perform check-file-status

           if dm-new
              move "A" to dm-status
              rewrite ddmandate-entry
              perform check-file-status
           end-if
           .

      *> the debit is taken as paid on submission - the bank's
      *> returns reverse the ones that weren't
        post-ledger-dd-payment.
           perform load-next-ledger-id
           move lg-next-id to lg-entry-id
           move "P" to lg-entry-type
           move spaces to lg-description
           string "Direct debit " dm-reference
              delimited by size into lg-description
           end-string
           move "B" to lg-pay-method

           open i-o ledger-file
           perform check-file-status
           write ledger-entry
           perform check-file-status
           close ledger-file
           perform check-file-status
           .

        open-bacs-file.
           open output bacs-file
           perform check-file-status
           move "y" to dd-file-open
           move date-today-temp(3:6) to dd-serial

      *> the register entry only - the bank's labels are the frame
           move "B" to ifc-action
           move "BACSDD" to ifc-interface
           move "$MFOCALDIR/bacsdd.txt" to ifc-file-name
           move "n" to ifc-appended
           move dd-serial to ifc-own-seq
           call "ifcreg" using ifc-request bacs-line
           end-call

           move dd-serial to bv-serial
           move dd-orig-sun to bv-sun
           write bacs-line from bacs-vol1

           move dd-orig-sun to bh-sun bh-sun-2
           move dd-serial to bh-serial
           move dd-today-julian(3:5) to bh-created
           move dd-process-julian(3:5) to bh-expires
           write bacs-line from bacs-hdr1

           move dd-process-julian(3:5) to bu-process-date
           write bacs-line from bacs-uhl1
           .

      *> the contra credits our own account with the total, then
      *> the trailer labels carry the totals the bank checks
        close-bacs-file.
           move dd-orig-sort-code to bd-dest-sort-code
           move dd-orig-account-no to bd-dest-account
           move "99" to bd-tran-code
           move dd-orig-sort-code to bd-orig-sort-code
           move dd-orig-account-no to bd-orig-account
           move dd-total-pence to bd-amount
           move dd-orig-name to bd-orig-name
           move "CONTRA" to bd-reference
           move dd-orig-name to bd-dest-name
           move dd-process-julian(3:5) to bd-process-date
           write bacs-line from bacs-detail

           move "EOF1" to bh-label
           write bacs-line from bacs-hdr1

           move dd-total-pence to bt-debit-total bt-credit-total
           move dd-collected to bt-debit-count
           move 1 to bt-credit-count
           write bacs-line from bacs-utl1
           close bacs-file
           move "K" to ifc-action
           call "ifcreg" using ifc-request bacs-line
           end-call
           .

        load-next-ledger-id.
           move 0 to Highest-Ledger-Id
           open i-o ledger-id-file with lock
