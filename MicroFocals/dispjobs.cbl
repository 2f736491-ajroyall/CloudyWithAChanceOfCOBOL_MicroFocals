        organization is line sequential
        status is ws-file-status.

      *> GOS4 repair/replacement tariff - part code, value and
      *> wording, one per line, the same layout as the GOS3 one.
      *> part "L" is a lens; every other part is a frame part
       select gos4tariff-file assign "$MFOCALDIR/gos4tariff.dat"
        organization is line sequential
        status is ws-file-status.

      *> workshop tray labels, appended one block per new job
       select job-label-file assign "$MFOCALDIR/joblabels.txt"
        organization is line sequential
        organization is sequential
        status is ws-file-status.

      *> lens catalogue - the job's lenses are picked by code and
      *> the Rx checked against the range they can be made in
       copy "lenscat-fc.cpy".

       data division.
       copy "disporder-fd.cpy".

         03 vt-value-text         pic x(8).
         03 filler                pic x.
         03 vt-description        pic x(30).

       fd gos4tariff-file.
       01 gos4tariff-line.
         03 rt-part               pic x.
         03 filler                pic x.
         03 rt-value-text         pic x(8).
         03 filler                pic x.
         03 rt-description        pic x(30).
       copy "stock-fd.cpy".
       copy "customer-fd.cpy".
       copy "prescription-fd.cpy".
       copy "ledger-fd.cpy".
       copy "lenscat-fd.cpy".

       fd ledger-id-file.
       01 LedgerIdInformation.
          03 dj-list-frame             pic x(20).
          03 dj-list-status            pic x(9).
          03 dj-list-late              pic x(4).
          03 dj-list-balance           pic zzzz9.99.

       01 dj-row                       binary-long.
       01 ls-eof                       pic x.

       01 dj-in-frame                  pic x(40).
       01 dj-in-lens                   pic x(40).
      *> lens catalogue code keyed at entry - do-lens-details is
      *> built from the catalogue, not typed
       01 dj-in-lens-code              pic x(10).
       01 dj-lens-found                pic x.
       01 dj-lens-ok                   pic x.
       01 dj-index-edited              pic 9.99.
       01 dj-chk-eye                   pic x(5).
       01 dj-chk-sph                   pic s9(2)v99.
       01 dj-chk-cyl                   pic s9(2)v99.
       01 dj-chk-add                   pic 9v99.
       01 dj-in-product                pic x(10).
      *> manufacturer's batch of the product, defaulted from the
      *> batch register when not keyed
       01 dj-in-batch                  pic x(15).
       01 dj-batch-ok                  pic x.
      *> job pricing - the frame off its stock line plus the keyed
      *> lens charge, agreed between counter and workshop at entry
       01 dj-in-lens-charge            pic 9(5)v99.
       01 dj-in-voucher                pic x.
       01 dj-voucher-value             pic 9(4)v99.
       01 dj-voucher-edited            pic zzz9.99.
      *> GOS4 repair/replacement - the eligibility reason and the
      *> part repaired or replaced, keyed at entry; a reason makes
      *> the new job a repair job, valued off the GOS4 tariff
       01 dj-in-gos4-reason            pic x(2).
         88 dj-gos4-valid-reason       value "CH", "ED", "IL".
       01 dj-in-gos4-part              pic x.
       01 dj-gos4-value                pic 9(4)v99.
       01 dj-gos4-age                  binary-long.
       01 dj-gos4-ok                   pic x.
      *> deposit taken at the counter when the job is keyed - it
      *> posts to the ledger tied to the new order id, and how it
      *> was paid goes with it for the cash-up
       01 dj-in-deposit                pic 9(5)v99.
       01 dj-in-dep-method             pic x.
       01 dj-balance-due               pic s9(6)v99.
       01 dj-balance-edited            pic zzzzz9.99.
       01 dj-coll-ok                   pic x.
      *> the job handed to the lens quality check (labqc.cbl) once
      *> the disporder file is closed again - zero = none
       01 dj-qc-order-id               pic 9(9).
      *> "n" for a job with no lenses to check - frame only, or a
      *> GOS4 repair to a frame part
       01 dj-has-lenses                pic x.
       01 dj-deposit-edited            pic zzzz9.99.
       01 dj-tariff-eof                pic x.
      *> a short follow-up keyed with the job goes straight onto the
      *> task diary for this operator, due in a week
         03 ta-rq-due-date       pic 9(8).
         03 ta-rq-assigned-to    pic x(10).
         03 ta-rq-raised-by      pic x(10).
      *> request block handed to batchpick - the product's batch
       01 batch-request.
         03 bp-rq-op            pic x.
         03 bp-rq-store-id      pic 9(5).
         03 bp-rq-product-code  pic x(10).
         03 bp-rq-batch         pic x(15).
         03 bp-rq-qty           pic 9(5).

      *> scan translation and the workshop tray label
       01 barcode-request.
         03 bf-rq-store-id      pic 9(5).
         03 cr-doc-type       pic x(12).
         03 cr-doc-ref        pic x(30).
         03 cr-presend        pic x.

      *> request block handed to periodchk - the voucher credit and
      *> the deposit go onto the ledger only while it can take them
       01 period-request.
         03 pr-date           pic 9(8).
         03 pr-post-date      pic 9(8).
       01 pr-result           binary-long.
       01 dj-woff-days          pic s9(9).
       01 dj-back-num           pic 9(9).
       01 sf-woff-date          pic 9(8).
         03 dj-rx-date          pic 9(8).
         03 dj-rx-type          pic x.
         03 dj-rx-review        pic 9(8).
         03 dj-rx-change-flag   pic x.
         03 dj-rx-change-detail pic x(36).
       01 dj-rx-count           binary-long.
       01 dj-rx-idx             binary-long.
       01 dj-rx-pick            pic 9.
       01 dj-rx-eof             pic x.
       01 dj-rx-expired         pic x.
       01 dj-rx-date-show       pic 9(8).
      *> how long an Rx from another practice may be dispensed to
       78 DJ-EXT-RX-MONTHS      value 24.
       01 dj-ext-expiry         pic 9(8).
       01 redefines dj-ext-expiry.
         03 dj-ext-yyyy  pic 9999.
         03 dj-ext-mm    pic 99.
         03 dj-ext-dd    pic 99.
      *> the prescription file is read alongside the job file while
      *> the open-jobs list is built, to mark jobs cut to an Rx that
      *> rxmaint.cbl flagged as a large change
       01 dj-rx-file-open       pic x.
       01 sf-rx-date            pic 9(8).
       01 redefines sf-rx-date.
         03 sf-rx-yyyy  pic 9999.
           perform show-open-jobs

           move spaces to dj-in-frame dj-in-lens dj-in-product
                          dj-in-lens-code dj-in-batch
           move spaces to dj-in-task
           move space to dj-in-voucher
           move spaces to dj-in-gos4-reason
           move space to dj-in-gos4-part
           move 0 to dj-update-choice dj-in-lens-charge
           move space to dj-update-status
           move 0 to dj-in-deposit
           move space to dj-in-dep-method

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-dispjobspopup
              perform idle-accept-start
              accept g-dispjobspopup timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-job-input
           end-perform
              perform update-job-status
           end-if

      *> [R] with no job picked sends any order - collected ones
      *> included - for a remake by keying its id
           if dj-update-choice equals 0 and
              (dj-update-status equals "R" or
               dj-update-status equals "r")
              move 0 to dj-qc-order-id
              call "labqc" using lnk-store-info, lnk-operator-info,
                   dj-qc-order-id
              end-call
              cancel "labqc"
           end-if

           if dj-in-frame not equals spaces
              perform add-new-job
           end-if
        load-open-jobs.
           move 0 to dj-list-count
           move lnk-id to do-store-id
           open input prescription-file
           if fs-okay
              move "y" to dj-rx-file-open
           else
              move "n" to dj-rx-file-open
           end-if
           open input disporder-file
           if fs-okay
              start disporder-file
              end-perform
              close disporder-file
           end-if
           if dj-rx-file-open equals "y"
              close prescription-file
           end-if
           .

        format-job-list-entry.
              when do-status-at-lab
                 move "At lab" to dj-list-status(dj-list-count)
              when do-status-back
                 evaluate true
                    when do-qc-passed
                       move "Back-OK" to dj-list-status(dj-list-count)
                    when do-qc-failed
                       move "QC fail" to dj-list-status(dj-list-count)
                    when other
                       move "Back" to dj-list-status(dj-list-count)
                 end-evaluate
           end-evaluate

           compute dj-balance-due = do-total-price - do-amount-paid
           if dj-balance-due < 0
              move 0 to dj-balance-due
           end-if
           move dj-balance-due to dj-list-balance(dj-list-count)

           move spaces to dj-list-late(dj-list-count)
           if do-status-at-lab
              perform count-working-days-at-lab
                 move "LATE" to dj-list-late(dj-list-count)
              end-if
           end-if

      *> LATE wins the column - a job already at the lab has been
      *> dispensed, the Rx re-check is for the jobs not yet sent
           if dj-list-late(dj-list-count) equals spaces
              and dj-rx-file-open equals "y"
              and do-rx-test-date not equal 0
              move do-customer-id to rx-customer-id
              move do-rx-test-date to rx-test-date
              move do-rx-type to rx-type
              read prescription-file
                 invalid key continue
                 not invalid key
                    if rx-change-flagged
                       move "RX!" to dj-list-late(dj-list-count)
                    end-if
              end-read
           end-if
           .

      *> working days (Mon-Fri) between the lab-sent date and today -
           perform clr-screen
           display g-menuheader
           display "Open dispensing jobs" at line 3 column 4
           display "(RX! = large Rx change)" at line 3 column 28
           display "Bal due" at line 3 column 58

           if dj-list-count equals 0
              display "No open jobs for this store" at line 5 column 4
                 display dj-row at line dj-row + 4 column 2
                 display dj-list-order-id(dj-row) at line dj-row + 4
                    column 6
                 display dj-list-name(dj-row)(1:22)
                    at line dj-row + 4 column 17
                 display dj-list-frame(dj-row)(1:16)
                    at line dj-row + 4 column 40
                 display dj-list-balance(dj-row) at line dj-row + 4
                    column 57
                 display dj-list-status(dj-row) at line dj-row + 4
                    column 67
                 display dj-list-late(dj-row) at line dj-row + 4
                    column 76
              end-perform
                 dj-update-status not equals "X" and
                 dj-update-status not equals "x" and
                 dj-update-status not equals "W" and
                 dj-update-status not equals "w" and
                 dj-update-status not equals "Q" and
                 dj-update-status not equals "q" and
                 dj-update-status not equals "R" and
                 dj-update-status not equals "r"
                 move "n" to fields-valid
              end-if
           end-if

      *> a new job's lenses must be a live catalogue lens (blank is
      *> a frame-only job)
           if dj-in-frame not equals spaces and
              dj-in-lens-code not equals spaces
              perform read-lens-code
              if dj-lens-found not equals "y"
                 move "n" to fields-valid
              end-if
           end-if

      *> a repair job says why the customer qualifies and which part
      *> is mended - and the NHS pays one voucher toward it, never a
      *> GOS3 and a GOS4 on the same job
           if dj-in-frame not equals spaces and
              (dj-in-gos4-reason not equals spaces or
               dj-in-gos4-part not equals space)
              move function upper-case(dj-in-gos4-reason)
                 to dj-in-gos4-reason
              move function upper-case(dj-in-gos4-part)
                 to dj-in-gos4-part
              if not dj-gos4-valid-reason or
                 dj-in-gos4-part equals space or
                 dj-in-voucher not equals space
                 move "n" to fields-valid
              end-if
           end-if

      *> a deposit says how it was paid, same as any POS payment
           if dj-in-deposit > 0
              move function upper-case(dj-in-dep-method)
                 to dj-in-dep-method
              if dj-in-dep-method not equals "C" and
                 dj-in-dep-method not equals "D" and
                 dj-in-dep-method not equals "T"
                 move "n" to fields-valid
              end-if
           end-if
           if fields-valid not equals "y"
              move "Field validation error" to popup-title
              move spaces to popup-message-1
              move "Check job, status, lens code, deposit C/D/T, "
                 & "GOS4 reason/part"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
           .

        update-job-status.
           move 0 to dj-qc-order-id
           move dj-list-order-id(dj-update-choice) to do-order-id
           open i-o disporder-file
           perform check-file-status
                    move sf-yyyy to do-back-yyyy
                    move sf-mm to do-back-mm
                    move sf-dd to do-back-dd
                    move space to do-qc-status
                    perform check-job-has-lenses
                    if dj-has-lenses equals "y"
                       move do-order-id to dj-qc-order-id
                    end-if
                    perform queue-ready-notice
                 when "C"
                 when "c"
                    perform check-qc-before-collection
                    if dj-coll-ok equals "y"
                       perform check-balance-before-collection
                    end-if
                    if dj-coll-ok equals "y"
                       perform check-period-before-collection
                    end-if
                    if dj-coll-ok equals "y"
                       move "C" to do-status
                       move sf-yyyy to do-coll-yyyy
                       move sf-mm to do-coll-mm
                       move sf-dd to do-coll-dd
                       perform credit-voucher-on-collection
                       perform credit-gos4-on-collection
                    end-if
                 when "X"
                 when "x"
                    move "X" to do-status
                 when "W"
                 when "w"
                    perform supervised-write-off
                 when "Q"
                 when "q"
                 when "R"
                 when "r"
                    move do-order-id to dj-qc-order-id
              end-evaluate
              move lnk-Operator-Id to do-updated-by
              rewrite dispensing-order
              end-if
           end-if
           close disporder-file

      *> lenses back from the lab go straight onto the focimeter -
      *> the quality check runs the moment the job is marked back,
      *> or on demand with [Q] (jobs the lab import marked back),
      *> and [R] sends a listed job for remake
           if dj-qc-order-id not equals 0
              call "labqc" using lnk-store-info, lnk-operator-info,
                   dj-qc-order-id
              end-call
              cancel "labqc"
           end-if
           .

      *> the moment the job is back, the patient is told on their
           end-if
           .

      *> lenses that haven't been checked against the Rx (or failed
      *> the check) don't go out - the counter is sent to run [Q]
      *> first, though a supervisor may release an unchecked job
      *> (a job that FAILED waits for its remake, full stop). a job
      *> with no lenses - frame only, or a GOS4 repair to a frame
      *> part - has nothing to measure and goes straight through.
      *> a job already back before the check came in is held to it
      *> like any other: the glasses are in the shop to be checked,
      *> or a supervisor releases them
        check-qc-before-collection.
           move "y" to dj-coll-ok
           if do-qc-passed
              exit paragraph
           end-if
           perform check-job-has-lenses
           if dj-has-lenses equals "n"
              exit paragraph
           end-if

           if do-qc-failed or not lnk-Role-Supervisor-Up
              move "n" to dj-coll-ok
              move "Quality check" to popup-title
              if do-qc-failed
                 move "These lenses failed their goods-in check"
                    to popup-message-1
                 move "and are waiting for a remake"
                    to popup-message-2
              else
                 move "Lenses not yet checked against the Rx"
                    to popup-message-1
                 move "Run the check with status [Q] first"
                    to popup-message-2
              end-if
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           move "Lenses not checked against the Rx - release anyway?"
              to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "Y" and
              scr-af-key-code-1x not equals "y"
              move "n" to dj-coll-ok
           end-if
           .

        check-job-has-lenses.
           move "y" to dj-has-lenses
           if do-lens-code equals spaces
              and do-lens-charge equals 0
              move "n" to dj-has-lenses
           end-if
           if do-job-gos4-repair
              and not do-gos4-lens-part
              move "n" to dj-has-lenses
           end-if
           .

      *> glasses don't leave the shop with money still owing on the
      *> job - a balance above zero refuses the collection unless a
      *> supervisor chooses to release them anyway, and that
      *> supervisor's id is kept on the order
        check-balance-before-collection.
           move "y" to dj-coll-ok
           compute dj-balance-due = do-total-price - do-amount-paid
           if dj-balance-due <= 0
              exit paragraph
           end-if

           move dj-balance-due to dj-balance-edited
           if not lnk-Role-Supervisor-Up
              move "n" to dj-coll-ok
              move "Balance due" to popup-title
              move spaces to popup-message-1
              string "Job has " dj-balance-edited
                 " still to pay - take it at the POS first"
                 delimited by size into popup-message-1
              end-string
              move "or ask a supervisor to release the job"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           move spaces to popup-l-message
           string "Balance of " dj-balance-edited
              " unpaid - release the job anyway?"
              delimited by size into popup-l-message
           end-string
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "Y" and
              scr-af-key-code-1x not equals "y"
              move "n" to dj-coll-ok
              exit paragraph
           end-if
           move lnk-Operator-Id to do-coll-override-by
           .

      *> a job with a GOS3 or GOS4 credit still to raise can't be
      *> collected while the ledger period is closed - the status
      *> would be set with the credit never posted and nothing to
      *> raise it later, so the collection is turned away instead
        check-period-before-collection.
           move "y" to dj-coll-ok
           if (do-voucher-value equals 0
                 or do-voucher-credited equals "Y")
              and (not do-job-gos4-repair
                 or do-gos4-value equals 0
                 or do-gos4-credited equals "Y")
              exit paragraph
           end-if

           perform check-ledger-period
           if pr-result equals PERIODCHK-CLOSED
              move "n" to dj-coll-ok
              move "Collection not recorded - ledger period closed"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if
           .

      *> the voucher meets the ledger at collection - one credit
      *> line for its value, so the POS may invoice the job at full
      *> price and the customer's balance still squares. the
      *> credited flag stops a re-keyed collection doubling it. the
      *> period was checked before the collection was accepted
        credit-voucher-on-collection.
           if do-voucher-value equals 0
              or do-voucher-credited equals "Y"
           move do-customer-id to lg-customer-id
           move lnk-id to lg-store-id
           move "C" to lg-entry-type
           perform date-ledger-entry
           move zeroes to lg-app-ref
           move spaces to lg-description
           string "GOS3 voucher - order " do-order-id
           move 0 to lg-orig-entry-id
           move "VC" to lg-reason-code
           move spaces to lg-approved-by
           move do-order-id to lg-order-id
           move spaces to lg-campaign-code
           move spaces to lg-discount-code
           move 0 to lg-patient-id
           write ledger-entry
           perform check-file-status
           close ledger-file
           perform display-lower-popup
           .

      *> the GOS4 repair value meets the ledger the same way - one
      *> credit line at collection, flagged so it is raised once
        credit-gos4-on-collection.
           if not do-job-gos4-repair
              or do-gos4-value equals 0
              or do-gos4-credited equals "Y"
              exit paragraph
           end-if

           perform load-next-dispjob-ledger-id

           open i-o ledger-file
           if ws-file-status equals "35"
              open output ledger-file
           end-if
           if not fs-okay
              exit paragraph
           end-if

           move dj-ledger-next-id to lg-entry-id
           move do-customer-id to lg-customer-id
           move lnk-id to lg-store-id
           move "C" to lg-entry-type
           perform date-ledger-entry
           move zeroes to lg-app-ref
           move spaces to lg-description
           string "GOS4 voucher - order " do-order-id
              delimited by size into lg-description
           end-string
           move do-gos4-value to lg-net-amount
           move 0 to lg-vat-amount
           move lnk-Operator-Id to lg-taken-by
           move space to lg-pay-method
           move 0 to lg-orig-entry-id
           move "VC" to lg-reason-code
           move spaces to lg-approved-by
           move do-order-id to lg-order-id
           move spaces to lg-campaign-code
           move spaces to lg-discount-code
           move 0 to lg-patient-id
           write ledger-entry
           perform check-file-status
           close ledger-file
           perform check-file-status

           move "Y" to do-gos4-credited

           move "GOS4 voucher credited to the ledger"
              to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> same read-increment-rewrite idiom as posledger.cbl's
      *> load-next-ledger-id
        load-next-dispjob-ledger-id.
              goback
           end-if

           if dj-in-gos4-reason not equals spaces
              perform check-gos4-eligibility
              if dj-gos4-ok not equals "y"
                 goback
              end-if
           end-if

           perform pick-prescription
           if dj-rx-pick equals 9
              goback
           end-if

           move spaces to dj-in-lens
           if dj-in-lens-code not equals spaces
              perform read-lens-code
              perform check-lens-against-rx
              if dj-lens-ok not equals "y"
                 goback
              end-if
              perform describe-catalogue-lens
              if dj-in-lens-charge equals 0
                 move lc-price to dj-in-lens-charge
              end-if
           end-if

           perform translate-product-scan
           perform pick-job-batch
           if dj-batch-ok not equals "y"
              goback
           end-if

           perform load-next-order-id

           move dj-next-id to do-order-id
           move wsc-fullname to do-customer-name
           move dj-in-frame to do-frame-details
           move dj-in-lens to do-lens-details
           move dj-in-lens-code to do-lens-code
           move dj-in-product to do-product-code
           perform translate-product-scan
           perform price-job-from-stock
           move dj-in-lens-charge to do-lens-charge
           move dj-job-total to do-total-price
           perform apply-voucher-to-job
           perform apply-gos4-to-job
           perform apply-deposit-to-job
           if dj-rx-pick equals 0
              move 0 to do-rx-test-date
              move space to do-rx-type
                          do-collected-date
           move "O" to do-status
           move lnk-Operator-Id to do-updated-by
           move spaces to do-coll-override-by
           move space to do-qc-status
           move 0 to do-remake-of
           move spaces to do-remake-reason
           move space to do-remake-payer
           move lnk-Operator-Id to do-dispensed-by
           move 0 to do-lab-id do-lab-lead-days
           move dj-in-batch to do-batch

           open i-o disporder-file
           if ws-file-status equals "35"
           if dj-in-product not equals spaces
              perform decrement-stock-line
           end-if
           if do-batch not equals spaces
              move "I" to bp-rq-op
              move 1 to bp-rq-qty
              call "batchpick" using batch-request
              end-call
           end-if

           if do-deposit-amount > 0
              perform post-deposit-to-ledger
           end-if

           perform print-job-label

              delimited by size into jl-line
           end-string
           write jl-line
           compute dj-balance-due = do-total-price - do-amount-paid
           if dj-balance-due < 0
              move 0 to dj-balance-due
           end-if
           move do-deposit-amount to dj-deposit-edited
           move dj-balance-due to dj-balance-edited
           move spaces to jl-line
           string "Deposit " dj-deposit-edited
              "  Balance due " dj-balance-edited
              delimited by size into jl-line
           end-string
           write jl-line
           move all "-" to jl-line
           write jl-line
           close job-label-file
      *> prescriptions are listed and one picked by number. an Rx
      *> whose review date has passed is blocked, overridable only
      *> by a supervisor - the same discipline clsrun.cbl applies
      *> before shipping lens supplies. an Rx brought in from
      *> another practice (type E) has its own expiry instead: it
      *> lapses DJ-EXT-RX-MONTHS after its test date, or at any
      *> earlier review date it carries, and is then blocked
      *> outright - a lapsed external Rx needs a sight test, not an
      *> override. 0 books an untied (legacy) job; a pick of 9
      *> abandons.
        pick-prescription.
           move 0 to dj-rx-count
           move 0 to dj-rx-pick
                 move rx-type to dj-rx-type(dj-rx-count)
                 move rx-review-due
                    to dj-rx-review(dj-rx-count)
                 move rx-change-flag
                    to dj-rx-change-flag(dj-rx-count)
                 move rx-change-detail
                    to dj-rx-change-detail(dj-rx-count)
              end-if
           end-perform
           close prescription-file
                 at line 4 + dj-rx-idx column 8
              display dj-rx-type(dj-rx-idx)
                 at line 4 + dj-rx-idx column 18
              if dj-rx-change-flag(dj-rx-idx) equals "Y"
                 display "large change"
                    at line 4 + dj-rx-idx column 21
              end-if
              if dj-rx-type(dj-rx-idx) equals "E"
                 display "external"
                    at line 4 + dj-rx-idx column 35
              end-if
           end-perform

           display g-rxchoice
           perform idle-accept-start
           accept g-rxchoice timeout after idle-accept-secs
           perform f1-or-quit

           if dj-rx-pick equals 0 or dj-rx-pick equals 9
           perform check-rx-review-passed
           if dj-rx-expired equals "y"
              move 9 to dj-rx-pick
              exit paragraph
           end-if

           if dj-rx-change-flag(dj-rx-pick) equals "Y"
              perform show-rx-change-flag
           end-if
           .

      *> the consultant has already confirmed the values in rxmaint,
      *> but the dispenser is reminded to read the Rx back against
      *> the record card before the lenses are ordered
        show-rx-change-flag.
           move "Large prescription change" to popup-title
           move spaces to popup-message-1
           string "Moved: " delimited by size
              dj-rx-change-detail(dj-rx-pick) delimited by size
              into popup-message-1
           end-string
           move "Confirmed by the consultant - re-check before ordering"
              to popup-message-2
           move "Okay" to popup-button-1
           call "errpopup" using popup-title,
                   popup-message-1,
                   popup-message-2
                   popup-button-1
           end-call
           .

      *> the catalogue lens for the keyed code - upper-cased, and
      *> only a lens still active counts as found
        read-lens-code.
           move "n" to dj-lens-found
           move function upper-case(dj-in-lens-code)
              to dj-in-lens-code
           open input lenscat-file
           if not fs-okay
              exit paragraph
           end-if
           move dj-in-lens-code to lc-lens-code
           read lenscat-file
              invalid key continue
              not invalid key
                 if lc-is-active
                    move "y" to dj-lens-found
                 end-if
           end-read
           close lenscat-file
           .

      *> can the lab make this lens in the picked Rx - each eye's
      *> sphere and cylinder (a plus-cyl Rx transposed to the
      *> catalogue's minus-cyl form first) and, for a varifocal or
      *> bifocal, the add. an untied job has no Rx to check.
        check-lens-against-rx.
           move "y" to dj-lens-ok
           if dj-rx-pick equals 0
              exit paragraph
           end-if

           open input prescription-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to rx-customer-id
           move dj-rx-date(dj-rx-pick) to rx-test-date
           move dj-rx-type(dj-rx-pick) to rx-type
           read prescription-file
              invalid key
                 close prescription-file
                 exit paragraph
           end-read
           close prescription-file

           move "Right" to dj-chk-eye
           move rx-r-sphere to dj-chk-sph
           move rx-r-cylinder to dj-chk-cyl
           move rx-r-add to dj-chk-add
           perform check-one-eye-in-range
           if dj-lens-ok equals "y"
              move "Left" to dj-chk-eye
              move rx-l-sphere to dj-chk-sph
              move rx-l-cylinder to dj-chk-cyl
              move rx-l-add to dj-chk-add
              perform check-one-eye-in-range
           end-if

           if dj-lens-ok not equals "y"
              move "Lens can't be made" to popup-title
              move "Job not saved - pick another lens or check the Rx"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

        check-one-eye-in-range.
           if dj-chk-cyl > 0
              compute dj-chk-sph = dj-chk-sph + dj-chk-cyl
              compute dj-chk-cyl = 0 - dj-chk-cyl
           end-if
           move spaces to popup-message-1
           evaluate true
              when dj-chk-sph < lc-sph-min or dj-chk-sph > lc-sph-max
                 string dj-chk-eye delimited by space
                    " sphere is outside " lc-lens-code
                    delimited by size into popup-message-1
                 end-string
              when dj-chk-cyl < lc-cyl-min or dj-chk-cyl > lc-cyl-max
                 string dj-chk-eye delimited by space
                    " cylinder is outside " lc-lens-code
                    delimited by size into popup-message-1
                 end-string
              when lc-type-multifocal and
                   (dj-chk-add < lc-add-min or dj-chk-add > lc-add-max)
                 string dj-chk-eye delimited by space
                    " add is outside " lc-lens-code
                    delimited by size into popup-message-1
                 end-string
           end-evaluate
           if popup-message-1 not equals spaces
              move "n" to dj-lens-ok
           end-if
           .

      *> the catalogue's own wording goes on the job and the lab
      *> order - index, description, coatings
        describe-catalogue-lens.
           move lc-index to dj-index-edited
           move spaces to dj-in-lens
           string dj-index-edited " " delimited by size
              lc-description delimited by "  "
              " " lc-coatings delimited by size
              into dj-in-lens
           end-string
           .

        check-rx-review-passed.
           move "n" to dj-rx-expired
           if dj-rx-type(dj-rx-pick) equals "E"
              perform check-external-rx-expiry
              exit paragraph
           end-if
           move dj-rx-review(dj-rx-pick) to sf-rx-date
           if sf-rx-date equals 0
              exit paragraph
           end-if
           .

      *> test date plus the months allowed, a 29th of February
      *> landing on the 28th, brought forward to the Rx's own review
      *> date when that comes sooner
        check-external-rx-expiry.
           move dj-rx-date(dj-rx-pick) to dj-ext-expiry
           compute dj-ext-mm = dj-ext-mm + DJ-EXT-RX-MONTHS
           perform until dj-ext-mm <= 12
              subtract 12 from dj-ext-mm
              add 1 to dj-ext-yyyy
           end-perform
           if dj-ext-mm equals 2 and dj-ext-dd > 28
              move 28 to dj-ext-dd
           end-if
           move dj-rx-review(dj-rx-pick) to sf-rx-date
           if sf-rx-date not equal 0
              and function test-date-yyyymmdd(sf-rx-date) equal 0
              and sf-rx-date < dj-ext-expiry
              move sf-rx-date to dj-ext-expiry
           end-if
           if function integer-of-date(dj-ext-expiry) >= dj-today-num
              exit paragraph
           end-if

           move "y" to dj-rx-expired
           move "External prescription expired" to popup-title
           move "The Rx from the other practice has lapsed -"
              to popup-message-1
           move "the customer needs a sight test first"
              to popup-message-2
           move "Okay" to popup-button-1
           call "errpopup" using popup-title,
                   popup-message-1,
                   popup-message-2
                   popup-button-1
           end-call
           .

      *> the frame priced off its stock line (the price master, so
      *> the counter and the workshop agree) plus the keyed lens
      *> charge - an unpriced or unknown code prices the frame at
           end-if
           .

      *> the batch the frame comes from, for recall tracing - left
      *> blank it is the newest one received that isn't on recall
      *> hold; a held batch is refused, and one not on the register
      *> (stock received before batches were kept) taken on say-so
        pick-job-batch.
           move "y" to dj-batch-ok
           if dj-in-product equals spaces
              move spaces to dj-in-batch
              exit paragraph
           end-if
           move "P" to bp-rq-op
           move lnk-id to bp-rq-store-id
           move dj-in-product to bp-rq-product-code
           move function upper-case(dj-in-batch) to bp-rq-batch
           move 1 to bp-rq-qty
           call "batchpick" using batch-request
           end-call
           evaluate return-code
              when BATCHPICK-OK
              when BATCHPICK-NONE
                 move bp-rq-batch to dj-in-batch
              when BATCHPICK-HELD
                 move "n" to dj-batch-ok
                 move "Batch on recall hold" to popup-title
                 move "That product's batch is held for a recall"
                    to popup-message-1
                 move "- take one from another batch"
                    to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
              when other
                 move "Batch not on the register - use it anyway?"
                    to popup-l-message
                 move "[Y]es or [N]o" to popup-l-button
                 perform display-lower-popup
                 if scr-af-key-code-1x equals "Y" or
                    scr-af-key-code-1x equals "y"
                    move bp-rq-batch to dj-in-batch
                 else
                    move "n" to dj-batch-ok
                 end-if
           end-evaluate
           .

      *> a scanned supplier barcode lands in the product field like
      *> any other keying - if it matches no stock line as a code
      *> but does as a barcode, the real product code is swapped in
           perform display-lower-popup
           .

      *> GOS4 age rules - a child must be under 16, a student 16 to
      *> 18, on the day the repair is ordered. the illness route has
      *> no age test; the customer's own declaration on the claim
      *> form covers it. a customer with no date of birth can't be
      *> checked, so the counter records it first.
        check-gos4-eligibility.
           move "y" to dj-gos4-ok
           if dj-in-gos4-reason equals "IL"
              exit paragraph
           end-if

           move spaces to popup-message-1
           if wsc-Dob-yyyy equals 0
              move "No date of birth on the customer record"
                 to popup-message-1
           else
              compute dj-gos4-age = sf-yyyy - wsc-Dob-yyyy
              if sf-mm * 100 + sf-dd
                 < wsc-Dob-mm * 100 + wsc-Dob-dd
                 subtract 1 from dj-gos4-age
              end-if
              evaluate true
                 when dj-in-gos4-reason equals "CH"
                    and dj-gos4-age >= 16
                    move "Customer is not under 16"
                       to popup-message-1
                 when dj-in-gos4-reason equals "ED"
                    and (dj-gos4-age < 16 or dj-gos4-age > 18)
                    move "Customer is not aged 16 to 18"
                       to popup-message-1
              end-evaluate
           end-if

           if popup-message-1 not equals spaces
              move "n" to dj-gos4-ok
              move "GOS4 eligibility" to popup-title
              move "Job not saved - check the reason code"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> a repair or replacement comes off what the customer pays
      *> the same way a GOS3 voucher does - the part code looked up
      *> in the GOS4 tariff, its value recorded on the order for
      *> gos4claim.cbl to claim back. an unknown part is refused
      *> out loud and the job saved as an ordinary one.
        apply-gos4-to-job.
           move space to do-job-type
           move spaces to do-gos4-reason
           move space to do-gos4-part
           move 0 to do-gos4-value
           move space to do-gos4-claimed
           move space to do-gos4-credited
           if dj-in-gos4-reason equals spaces
              exit paragraph
           end-if

           move 0 to dj-gos4-value
           open input gos4tariff-file
           if not fs-okay
              move "GOS4 tariff" to popup-title
              move "No tariff file - repair voucher not applied"
                 to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           move "n" to dj-tariff-eof
           perform until dj-tariff-eof equals "y"
              read gos4tariff-file next record
                 at end move "y" to dj-tariff-eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to dj-tariff-eof
              else
                 if rt-part equals dj-in-gos4-part
                    compute dj-gos4-value =
                       function numval(rt-value-text)
                    move "y" to dj-tariff-eof
                 end-if
              end-if
           end-perform
           close gos4tariff-file

           if dj-gos4-value equals 0
              move "GOS4 tariff" to popup-title
              move "Unknown repair part code - voucher not applied"
                 to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           move "G" to do-job-type
           move dj-in-gos4-reason to do-gos4-reason
           move dj-in-gos4-part to do-gos4-part
           move dj-gos4-value to do-gos4-value
           if dj-gos4-value >= do-total-price
              move 0 to do-total-price
           else
              subtract dj-gos4-value from do-total-price
           end-if

           move dj-gos4-value to dj-voucher-edited
           move do-total-price to dj-total-edited
           move spaces to popup-l-message
           string "GOS4 part " dj-in-gos4-part " worth "
              dj-voucher-edited " - customer pays "
              dj-total-edited
              delimited by size into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> the deposit keyed with the job is money against the job,
      *> not a loose payment - it is recorded on the order and can
      *> never exceed what the customer is to pay for it. the ledger
      *> period is checked before the order is written, so a closed
      *> period turns the deposit away rather than leaving the job
      *> showing money the ledger never received
        apply-deposit-to-job.
           move 0 to do-deposit-amount do-amount-paid
           if dj-in-deposit equals 0
              exit paragraph
           end-if
           perform check-ledger-period
           if pr-result equals PERIODCHK-CLOSED
              move 0 to dj-in-deposit
              move "Deposit not taken - job saved with nothing paid"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if
           if dj-in-deposit > do-total-price
              move do-total-price to dj-in-deposit
              move do-total-price to dj-deposit-edited
              move spaces to popup-l-message
              string "Deposit reduced to the job price of "
                 dj-deposit-edited
                 delimited by size into popup-l-message
              end-string
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if
           move dj-in-deposit to do-deposit-amount
           move dj-in-deposit to do-amount-paid
           .

      *> one payment line for the deposit, tied to the order id so
      *> the ledger and the workshop agree what has been paid -
      *> same record shape and id sequence as posledger.cbl. the
      *> period was checked when the deposit was applied to the job
        post-deposit-to-ledger.
           perform load-next-dispjob-ledger-id

           open i-o ledger-file
           if ws-file-status equals "35"
              open output ledger-file
           end-if
           if not fs-okay
              exit paragraph
           end-if

           move dj-ledger-next-id to lg-entry-id
           move do-customer-id to lg-customer-id
           move lnk-id to lg-store-id
           move "P" to lg-entry-type
           perform date-ledger-entry
           move zeroes to lg-app-ref
           move spaces to lg-description
           string "Deposit - order " do-order-id
              delimited by size into lg-description
           end-string
           move do-deposit-amount to lg-net-amount
           move 0 to lg-vat-amount
           move lnk-Operator-Id to lg-taken-by
           move dj-in-dep-method to lg-pay-method
           move 0 to lg-orig-entry-id
           move "DP" to lg-reason-code
           move spaces to lg-approved-by
           move do-order-id to lg-order-id
           move spaces to lg-campaign-code
           move spaces to lg-discount-code
           move 0 to lg-patient-id
           write ledger-entry
           perform check-file-status
           close ledger-file
           perform check-file-status
           .

      *> the ledger period control (periodchk.cbl) - today's date
      *> posts as it is unless its period has been closed, and with
      *> the current period closed nothing is posted at all
        check-ledger-period.
           move sf-date to pr-date
           call "periodchk" using period-request
           end-call
           move return-code to pr-result
           if pr-result equals PERIODCHK-CLOSED
              move "Ledger period" to popup-title
              move "The current ledger period is closed -"
                 to popup-message-1
              move "nothing has been posted to the ledger"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

        date-ledger-entry.
           move pr-post-date to lg-entry-date
           if pr-result equals PERIODCHK-LATE
              move pr-date to lg-late-orig-date
           else
              move 0 to lg-late-orig-date
           end-if
           .

      *> one frame off this store's shelf for the product just
      *> dispensed - a product code with no stock line is left alone
      *> (not every frame is stock-controlled yet)
              end-read
              if not fs-no-record
                 subtract 1 from st-qty-on-hand
                 move sf-date to st-last-sold-date
                 move lnk-Operator-Id to st-updated-by
                 rewrite stock-record
                 perform check-file-status
