      *> way custdelete.cbl does (freed-id pool, history entry, and
      *> all), plus clears this customer's own appointment-file slots
      *> back to available so no trace of who was booked remains on
      *> other consultants' schedules. coded diagnoses are exported
      *> and erased along with the rest of the clinical record.
      *> gift vouchers the customer bought are exported; the erase
      *> takes the customer off them but leaves them good to spend.

       environment division.
       special-names.
       copy "prescription-fc.cpy".
       copy "ledger-fc.cpy".
       copy "disporder-fc.cpy".
      *> ledger entries a year-end moved off the live ledger - still
      *> held, so still part of the export
       copy "ledgarch-fc.cpy".
       copy "gosclaim-fc.cpy".
      *> corrections made to the subject's signed-off clinical
      *> records - part of the clinical record, so exported too
       copy "clinamend-fc.cpy".
      *> pre-visit questionnaire answers, found by the customer
      *> alternate key - exported, and erased with the clinical
      *> results
       copy "healthq-fc.cpy".
      *> coded diagnoses, also by the customer alternate key, with
      *> the code list to say what each code means
       copy "diagnosis-fc.cpy".
       copy "dxcode-fc.cpy".

      *> the indexed appointment archive - the subject access export
      *> covers the archived years as well as the live file

      *> the other personal stores the erase has to cover - clinical
      *> results, the comms queue (names, emails and phone numbers
      *> sit in its entries), the contact lens supply plan and the
      *> marketing campaigns the customer was mailed under, and the
      *> loyalty points account with its history, and the links
      *> to responsible adults either way round, and the register
      *> of recurring appointment series booked for them
       copy "apresult-fc.cpy".
       copy "vfresult-fc.cpy".
       copy "rxissue-fc.cpy".
       copy "comms-fc.cpy".
       copy "clsupply-fc.cpy".
       copy "campmember-fc.cpy".
       copy "loyalty-fc.cpy".
       copy "loyaltx-fc.cpy".
       copy "guardian-fc.cpy".
       copy "serbook-fc.cpy".
      *> the direct debit mandate holds the customer's bank details,
      *> and the collections log what was taken - both exported, and
      *> both erased
       copy "ddmandate-fc.cpy".
       copy "ddcollect-fc.cpy".
      *> gift vouchers bought, by the customer alternate key
       copy "giftvouch-fc.cpy".

       select export-report assign to dynamic pdr-filename
        organization is line sequential.
       copy "prescription-fd.cpy".
       copy "ledger-fd.cpy".
       copy "disporder-fd.cpy".
       copy "ledgarch-fd.cpy".
       copy "gosclaim-fd.cpy".
       copy "clinamend-fd.cpy".
       copy "healthq-fd.cpy".
       copy "diagnosis-fd.cpy".
       copy "dxcode-fd.cpy".
       copy "custxref-fd.cpy".
       copy "archidx-fd.cpy".
       copy "docindex-fd.cpy".
       copy "apresult-fd.cpy".
       copy "vfresult-fd.cpy".
       copy "rxissue-fd.cpy".
       copy "comms-fd.cpy".
       copy "clsupply-fd.cpy".
       copy "campmember-fd.cpy".
       copy "loyalty-fd.cpy".
       copy "loyaltx-fd.cpy".
       copy "guardian-fd.cpy".
       copy "serbook-fd.cpy".
       copy "ddmandate-fd.cpy".
       copy "ddcollect-fd.cpy".
       copy "giftvouch-fd.cpy".
       fd export-report.
       01 report-line          pic x(124).


       01 report-date-str       pic x(10).
       01 gd-section-count      binary-long.
       01 gd-dd-amount          pic zzzz9.99.
       01 gd-gv-balance         pic zzzz9.99.
       01 gd-arch-eof           pic x.
       01 gd-arch-found         pic x.
       01 gd-amount-edited      pic zzzzzz9.99-.
       01 gd-points-edited      pic zzzzzzzz9.

      *> request block handed to xrefmaint - an erased customer's
      *> cross-reference entries go with them
         03 xq-day           pic 9.
         03 xq-slot          pic 99.

      *> request block handed to clinamend - an erased customer's
      *> clinical record addenda go with the records
       01 amend-request.
       copy "clinamendreq.cpy" replacing ==:Prefix-:== by ==am-==.

      *> and the same for their coded diagnoses
       01 diag-request.
       copy "diagreq.cpy" replacing ==:Prefix-:== by ==dq-==.

      *> request block handed to gvpost - an erased customer is
      *> taken off the gift vouchers they bought
       01 giftvoucher-request.
       copy "gvreq.cpy" replacing ==:Prefix-:== by ==gq-==.

       linkage section.
       copy "common_lnk.cpy".

      *> clinical results are slot-keyed, so they go while the
      *> cross reference still knows which slots were the subject's
                 perform erase-clinical-results
                 perform erase-field-results
                 perform erase-questionnaires
                 move "P" to xq-op
                 move wsc-customer-id to xq-customer-id
                 call "xrefmaint" using xref-request
                 end-call
                 move "E" to am-action
                 move wsc-customer-id to am-customer-id
                 call "clinamend" using amend-request
                 end-call
                 move "E" to dq-action
                 move wsc-customer-id to dq-customer-id
                 call "diagrec" using diag-request
                 end-call
                 perform erase-prescriptions
                 perform erase-rx-copy-log
                 perform erase-comms-entries
                 perform erase-documents
                 perform erase-supply-plan
                 perform erase-direct-debit
                 move "E" to gq-action
                 move wsc-customer-id to gq-customer-id
                 call "gvpost" using giftvoucher-request
                 end-call
                 perform erase-campaign-memberships
                 perform erase-loyalty-points
                 perform erase-guardian-links
                 perform erase-series-register
                 call "custdelete" using wsc-Customer,
                         lnk-operator-info, gd-real-delete
                 end-call
           perform write-profile-fields
           perform write-appointment-history
           perform write-prescription-section
           perform write-amendment-section
           perform write-questionnaire-section
           perform write-diagnosis-section
           perform write-ledger-section
           perform write-direct-debit-section
           perform write-gift-voucher-section
           perform write-disporder-section
           perform write-gosclaim-section
           perform write-document-section
                    string rx-test-dd "/" rx-test-mm "/" rx-test-yyyy
                       delimited by size into report-item-date
                    move spaces to report-item-detail
                    evaluate true
                       when rx-type-contact
                          string "Contact lens Rx, consultant "
                             rx-consultant-id delimited by size
                             into report-item-detail
                       when rx-type-external
                          string "External Rx, "
                             rx-ext-practitioner delimited by "  "
                             " (" rx-ext-reg-no delimited by space
                             "), " rx-ext-practice delimited by "  "
                             into report-item-detail
                       when other
                          string "Spectacle Rx, consultant "
                             rx-consultant-id delimited by size
                             into report-item-detail
                    end-evaluate
                    write report-line from report-line-7
                 end-if
              end-perform
              close prescription-file
           end-if

           if gd-section-count equals 0
              move "  (none held)" to report-kv-label
              move spaces to report-kv-value
              write report-line from report-line-2
           end-if
           .

      *> every correction made after sign-off to the subject's
      *> results and prescriptions - what it was, what it became
      *> and why
        write-amendment-section.
           move "Clinical record corrections" to report-section-title
           write report-line from report-line-6
           move 0 to gd-section-count

           open input clinamend-file
           if fs-okay
              move wsc-customer-id to ca-customer-id
              start clinamend-file
                  key = ca-customer-id
                  invalid key move "y" to eof
                  not invalid key move "n" to eof
              end-start

              perform until eof equals "y"
                 read clinamend-file next record
                    at end move "y" to eof
                 end-read

                 if not fs-okay or eof equals "y" or
                    ca-customer-id not equals wsc-customer-id
                    move "y" to eof
                 else
                    add 1 to gd-section-count
                    string ca-amend-date(7:2) "/" ca-amend-date(5:2)
                       "/" ca-amend-date(1:4)
                       delimited by size into report-item-date
                    move spaces to report-item-detail
                    if ca-record-rx
                       move "Rx " to report-item-detail
                    else
                       move "Result " to report-item-detail
                    end-if
                    string ca-field delimited by "  "
                       " " ca-old-value delimited by "  "
                       " to " ca-new-value delimited by "  "
                       " - " ca-reason delimited by "  "
                       into report-item-detail(8:)
                    end-string
                    write report-line from report-line-7
                 end-if
              end-perform
              close clinamend-file
           end-if

           if gd-section-count equals 0
              move "  (none held)" to report-kv-label
              move spaces to report-kv-value
              write report-line from report-line-2
           end-if
           .

      *> the mandate as keyed, then each debit collected under it
        write-direct-debit-section.
           move "Direct debit" to report-section-title
           write report-line from report-line-6
           move 0 to gd-section-count

           open input ddmandate-file
           if fs-okay
              move wsc-customer-id to dm-customer-id
              read ddmandate-file
                 invalid key continue
                 not invalid key
                    add 1 to gd-section-count
                    string dm-set-up-date(7:2) "/"
                       dm-set-up-date(5:2) "/" dm-set-up-date(1:4)
                       delimited by size into report-item-date
                    move spaces to report-item-detail
                    string "Mandate " dm-reference
                       " sort code " dm-sort-code
                       " account " dm-account-no
                       " " dm-account-name
                       " status " dm-status
                       delimited by size into report-item-detail
                    end-string
                    write report-line from report-line-7
              end-read
              close ddmandate-file
           end-if

           open input ddcollect-file
           if fs-okay
              move wsc-customer-id to ddc-customer-id
              move 0 to ddc-ledger-id
              start ddcollect-file
                  key >= ddc-key
                  invalid key move "y" to eof
                  not invalid key move "n" to eof
              end-start
              perform until eof equals "y"
                 read ddcollect-file next record
                    at end move "y" to eof
                 end-read
                 if not fs-okay or eof equals "y" or
                    ddc-customer-id not equals wsc-customer-id
                    move "y" to eof
                 else
                    add 1 to gd-section-count
                    perform write-dd-collection-item
                 end-if
              end-perform
              close ddcollect-file
           end-if

           if gd-section-count equals 0
              move "  (none held)" to report-kv-label
              move spaces to report-kv-value
              write report-line from report-line-2
           end-if
           .

        write-dd-collection-item.
           string ddc-collect-date(7:2) "/" ddc-collect-date(5:2)
              "/" ddc-collect-date(1:4)
              delimited by size into report-item-date
           move ddc-amount to gd-dd-amount
           move spaces to report-item-detail
           if ddc-returned
              string "Collected " gd-dd-amount
                 " - returned by the bank, reason " ddc-return-reason
                 delimited by size into report-item-detail
              end-string
           else
              string "Collected " gd-dd-amount
                 delimited by size into report-item-detail
              end-string
           end-if
           write report-line from report-line-7
           .

      *> each voucher the customer bought, by the alternate key
        write-gift-voucher-section.
           move "Gift vouchers bought" to report-section-title
           write report-line from report-line-6
           move 0 to gd-section-count

           open input giftvouch-file
           if fs-okay
              move wsc-customer-id to gv-customer-id
              start giftvouch-file
                  key = gv-customer-id
                  invalid key move "y" to eof
                  not invalid key move "n" to eof
              end-start
              perform until eof equals "y"
                 read giftvouch-file next record
                    at end move "y" to eof
                 end-read
                 if status-key-1 not equals "0" or eof equals "y" or
                    gv-customer-id not equals wsc-customer-id
                    move "y" to eof
                 else
                    add 1 to gd-section-count
                    string gv-sold-date(7:2) "/" gv-sold-date(5:2)
                       "/" gv-sold-date(1:4)
                       delimited by size into report-item-date
                    move gv-value to gd-dd-amount
                    move gv-balance to gd-gv-balance
                    move spaces to report-item-detail
                    string "Voucher " gv-voucher-no
                       " for " gd-dd-amount
                       " - left " gd-gv-balance
                       " good until " gv-expiry-date(7:2) "/"
                       gv-expiry-date(5:2) "/" gv-expiry-date(1:4)
                       delimited by size into report-item-detail
                    end-string
                    write report-line from report-line-7
                 end-if
              end-perform
              close giftvouch-file
           end-if

           if gd-section-count equals 0
                    lg-customer-id not equals wsc-customer-id
                    move "y" to eof
                 else
                    perform write-ledger-item
                 end-if
              end-perform
              close ledger-file
           end-if

      *> then anything archived off the ledger at a year-end, from
      *> the copy of the entry each archive record keeps
           open input ledgarch-file
           if fs-okay
              move wsc-customer-id to lh-customer-id
              move 0 to lh-entry-id
              start ledgarch-file
                  key >= lh-key
                  invalid key move "y" to eof
                  not invalid key move "n" to eof
              end-start

              perform until eof equals "y"
                 read ledgarch-file next record
                    at end move "y" to eof
                 end-read

                 if not fs-okay or eof equals "y" or
                    lh-customer-id not equals wsc-customer-id
                    move "y" to eof
                 else
                    move lh-ledger-image to ledger-entry
                    perform write-ledger-item
                 end-if
              end-perform
              close ledgarch-file
           end-if

           if gd-section-count equals 0
              move "  (none held)" to report-kv-label
              move spaces to report-kv-value
           end-if
           .

        write-ledger-item.
           add 1 to gd-section-count
           string lg-entry-dd "/" lg-entry-mm "/"
              lg-entry-yyyy delimited by size
              into report-item-date
           move spaces to report-item-detail
           move lg-net-amount to gd-amount-edited
           evaluate true
              when lg-type-payment
                 string "Payment " gd-amount-edited
                    delimited by size
                    into report-item-detail
                 end-string
              when lg-type-refund
                 string "Refund  " gd-amount-edited
                    delimited by size
                    into report-item-detail
                 end-string
              when lg-type-credit
                 string "Credit  " gd-amount-edited " "
                    lg-description delimited by size
                    into report-item-detail
                 end-string
              when lg-type-brought-fwd
                 string "Bal b/f " gd-amount-edited " "
                    lg-description delimited by size
                    into report-item-detail
                 end-string
              when other
                 string "Invoice " gd-amount-edited " "
                    lg-description delimited by size
                    into report-item-detail
                 end-string
           end-evaluate
           write report-line from report-line-7
           .

        write-disporder-section.
           move "Dispensing orders" to report-section-title
           write report-line from report-line-6
           move "Household Id"           to report-kv-label
           move wsc-Household-Id         to report-kv-value
           write report-line from report-line-2

           move "Care Home Id"           to report-kv-label
           move wsc-Care-Home-Id         to report-kv-value
           write report-line from report-line-2

           move "Referral Source"        to report-kv-label
           move wsc-Referral-Source      to report-kv-value
           write report-line from report-line-2

           move "Usual Consultant Id"    to report-kv-label
           move wsc-Preferred-Consultant-Id to report-kv-value
           write report-line from report-line-2

           perform write-loyalty-fields
           perform write-guardian-fields
           perform write-series-fields
           .

      *> who answers for the subject, and who the subject answers
      *> for - each link named with the relationship
        write-guardian-fields.
           open input guardian-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to gu-customer-id
           move 0 to gu-seq
           start guardian-file
               key > gu-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read guardian-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 gu-customer-id not equals wsc-customer-id
                 move "y" to eof
              else
                 move "Responsible Adult"      to report-kv-label
                 move spaces to report-kv-value
                 string gu-name delimited by "  "
                        " (" delimited by size
                        gu-relationship delimited by "  "
                        ") " delimited by size
                        gu-tel delimited by "  "
                        " " delimited by size
                        gu-email delimited by space
                    into report-kv-value
                 end-string
                 write report-line from report-line-2
              end-if
           end-perform

           move wsc-customer-id to gu-adult-id
           start guardian-file
               key = gu-adult-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read guardian-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 gu-adult-id not equals wsc-customer-id
                 move "y" to eof
              else
                 move "Responsible For Id"     to report-kv-label
                 move spaces to report-kv-value
                 string gu-customer-id delimited by size
                        " (" delimited by size
                        gu-relationship delimited by "  "
                        ")" delimited by size
                    into report-kv-value
                 end-string
                 write report-line from report-line-2
              end-if
           end-perform
           close guardian-file
           .

      *> each visit of a recurring appointment series - which
      *> series, when it was due and where it was booked
        write-series-fields.
           open input serbook-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to sb-customer-id
           move 0 to sb-series-seq sb-step
           start serbook-file
               key >= sb-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read serbook-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 sb-customer-id not equals wsc-customer-id
                 move "y" to eof
              else
                 move "Series Visit"           to report-kv-label
                 move spaces to report-kv-value
                 string sb-series-code delimited by space
                        " visit " delimited by size
                        sb-step delimited by size
                        " due " delimited by size
                        sb-target-date delimited by size
                        " booked " delimited by size
                        sb-slot-date delimited by size
                        " status " delimited by size
                        sb-status delimited by size
                    into report-kv-value
                 end-string
                 write report-line from report-line-2
              end-if
           end-perform
           close serbook-file
           .

      *> the points account, if the customer has one - the balance
      *> and what has been earned and spent over its life
        write-loyalty-fields.
           open input loyalty-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to ly-customer-id
           read loyalty-file
              invalid key
                 close loyalty-file
                 exit paragraph
           end-read
           close loyalty-file

           move ly-balance to gd-points-edited
           move "Loyalty Points Held"    to report-kv-label
           move gd-points-edited         to report-kv-value
           write report-line from report-line-2
           move ly-earned-total to gd-points-edited
           move "Loyalty Points Earned"  to report-kv-label
           move gd-points-edited         to report-kv-value
           write report-line from report-line-2
           move ly-redeemed-total to gd-points-edited
           move "Loyalty Points Spent"   to report-kv-label
           move gd-points-edited         to report-kv-value
           write report-line from report-line-2
           .

      *> the subject's booking history - a keyed read through the
           end-perform
           .

      *> visual field results carry the customer id as an alternate
      *> key, so they go in one keyed pass
        erase-field-results.
           open i-o vfresult-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to vf-customer-id
           start vfresult-file
               key >= vf-customer-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read vfresult-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 vf-customer-id not equals wsc-customer-id
                 move "y" to eof
              else
                 delete vfresult-file
                    invalid key continue
                 end-delete
              end-if
           end-perform
           close vfresult-file
           .

      *> the printed-copy log is keyed on the Rx key, which leads
      *> with the customer id - and it names who the copies went to
      *> campaign memberships carry the customer id as an alternate
      *> key - the campaign's own totals are left as they stand
        erase-campaign-memberships.
           open i-o campmember-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to mb-customer-id
           start campmember-file
               key = mb-customer-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read campmember-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 mb-customer-id not equals wsc-customer-id
                 move "y" to eof
              else
                 delete campmember-file
                    invalid key continue
                 end-delete
              end-if
           end-perform
           close campmember-file
           .

      *> the points account and its history are both keyed on the
      *> customer id - whatever was still held is simply forfeit
        erase-loyalty-points.
           open i-o loyalty-file
           if fs-okay
              move wsc-customer-id to ly-customer-id
              delete loyalty-file
                 invalid key continue
              end-delete
              close loyalty-file
           end-if

           open i-o loyaltx-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to lt-customer-id
           move 0 to lt-seq
           start loyaltx-file
               key > lt-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read loyaltx-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 lt-customer-id not equals wsc-customer-id
                 move "y" to eof
              else
                 delete loyaltx-file
                    invalid key continue
                 end-delete
              end-if
           end-perform
           close loyaltx-file
           .

      *> the subject's own links go, and so does any link naming
      *> the subject as someone else's responsible adult - the
      *> counter has to record a new one for that patient
        erase-guardian-links.
           open i-o guardian-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to gu-customer-id
           move 0 to gu-seq
           start guardian-file
               key > gu-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read guardian-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 gu-customer-id not equals wsc-customer-id
                 move "y" to eof
              else
                 delete guardian-file
                    invalid key continue
                 end-delete
              end-if
           end-perform

           move wsc-customer-id to gu-adult-id
           start guardian-file
               key = gu-adult-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read guardian-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 gu-adult-id not equals wsc-customer-id
                 move "y" to eof
              else
                 delete guardian-file
                    invalid key continue
                 end-delete
              end-if
           end-perform
           close guardian-file
           .

      *> the series register only says which visits of which series
      *> were booked when - it goes with the appointments
        erase-series-register.
           open i-o serbook-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to sb-customer-id
           move 0 to sb-series-seq sb-step
           start serbook-file
               key >= sb-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read serbook-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 sb-customer-id not equals wsc-customer-id
                 move "y" to eof
              else
                 delete serbook-file
                    invalid key continue
                 end-delete
              end-if
           end-perform
           close serbook-file
           .

        write-questionnaire-section.
           move "Pre-visit questionnaires" to report-section-title
           write report-line from report-line-6
           move 0 to gd-section-count

           open input healthq-file
           if fs-okay
              move wsc-customer-id to hq-customer-id
              start healthq-file
                  key = hq-customer-id
                  invalid key move "y" to eof
                  not invalid key move "n" to eof
              end-start

              perform until eof equals "y"
                 read healthq-file next record
                    at end move "y" to eof
                 end-read

                 if not fs-okay or eof equals "y" or
                    hq-customer-id not equals wsc-customer-id
                    move "y" to eof
                 else
                    add 1 to gd-section-count
                    string hq-answered-date(7:2) "/"
                       hq-answered-date(5:2) "/" hq-answered-date(1:4)
                       delimited by size into report-item-date
                    move spaces to report-item-detail
                    string "Headaches " hq-headaches
                       " Drives " hq-drives
                       " Screen hrs " hq-screen-hours
                       " Family hx " hq-family-history
                       " Medication " hq-medication
                       delimited by size into report-item-detail
                    end-string
                    write report-line from report-line-7
                    perform write-questionnaire-text
                 end-if
              end-perform
              close healthq-file
           end-if

           if gd-section-count equals 0
              move "  (none held)" to report-kv-label
              move spaces to report-kv-value
              write report-line from report-line-2
           end-if
           .

      *> every coded diagnosis on file for the subject, with what
      *> the code stands for
        write-diagnosis-section.
           move "Diagnoses" to report-section-title
           write report-line from report-line-6
           move 0 to gd-section-count

           open input dxcode-file
           open input diagnosis-file
           if fs-okay
              move wsc-customer-id to dg-customer-id
              start diagnosis-file
                  key = dg-customer-id
                  invalid key move "y" to eof
                  not invalid key move "n" to eof
              end-start

              perform until eof equals "y"
                 read diagnosis-file next record
                    at end move "y" to eof
                 end-read

                 if status-key-1 not equals "0" or eof equals "y" or
                    dg-customer-id not equals wsc-customer-id
                    move "y" to eof
                 else
                    add 1 to gd-section-count
                    perform write-diagnosis-item
                 end-if
              end-perform
              close diagnosis-file
           end-if
           close dxcode-file

           if gd-section-count equals 0
              move "  (none held)" to report-kv-label
              move spaces to report-kv-value
              write report-line from report-line-2
           end-if
           .

        write-diagnosis-item.
           string dg-diag-date(7:2) "/" dg-diag-date(5:2)
              "/" dg-diag-date(1:4)
              delimited by size into report-item-date
           move dg-code to dc-code
           read dxcode-file
              invalid key
                 move spaces to dc-description dc-icd10
           end-read
           move spaces to report-item-detail
           string dg-code delimited by space
              " " dc-description delimited by "  "
              " (" dc-icd10 delimited by space
              ") eye " dg-eye
              " status " dg-status
              " by " dg-recorded-by
              delimited by size into report-item-detail
           end-string
           write report-line from report-line-7
           .

        write-questionnaire-text.
           move spaces to report-item-date
           if hq-family-text not equals spaces
              move spaces to report-item-detail
              string "  Family hx: " hq-family-text
                 delimited by size into report-item-detail
              end-string
              write report-line from report-line-7
           end-if
           if hq-medication-text not equals spaces
              move spaces to report-item-detail
              string "  Medication: " hq-medication-text
                 delimited by size into report-item-detail
              end-string
              write report-line from report-line-7
           end-if
           if hq-other-note not equals spaces
              move spaces to report-item-detail
              string "  Note: " hq-other-note
                 delimited by size into report-item-detail
              end-string
              write report-line from report-line-7
           end-if
           .

      *> keyed by slot, but found in one pass by the customer
      *> alternate key
        erase-questionnaires.
           open i-o healthq-file
           if ws-file-status equals "35"
              close healthq-file
              exit paragraph
           end-if

           move wsc-customer-id to hq-customer-id
           start healthq-file
               key = hq-customer-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read healthq-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 hq-customer-id not equals wsc-customer-id
                 move "y" to eof
              else
                 delete healthq-file
                    invalid key continue
                 end-delete
              end-if
           end-perform

           close healthq-file
           .

        erase-rx-copy-log.
           open i-o rxissue-file
           if not fs-okay
              exit paragraph
           end-if
           move low-values to ri-key
           move wsc-customer-id to ri-customer-id
           start rxissue-file
               key >= ri-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read rxissue-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or eof equals "y" or
                 ri-customer-id not equals wsc-customer-id
                 move "y" to eof
              else
                 delete rxissue-file
                    invalid key continue
                 end-delete
              end-if
           end-perform
           close rxissue-file
           .

      *> the queue entries carry the subject's name, email and phone
      *> - found in one keyed pass via the customer alternate key
        erase-comms-entries.
           close docindex-file
           .

        erase-direct-debit.
           open i-o ddmandate-file
           if fs-okay
              move wsc-customer-id to dm-customer-id
              delete ddmandate-file
                 invalid key continue
              end-delete
              close ddmandate-file
           end-if

           open i-o ddcollect-file
           if not fs-okay
              exit paragraph
           end-if
           move "y" to eof
           perform until eof not equals "y"
              move "n" to eof
              move wsc-customer-id to ddc-customer-id
              move 0 to ddc-ledger-id
              start ddcollect-file
                  key >= ddc-key
                  invalid key continue
                  not invalid key
                     read ddcollect-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and ddc-customer-id equals wsc-customer-id
                        delete ddcollect-file
                           invalid key continue
                        end-delete
                        move "y" to eof
                     end-if
              end-start
           end-perform
           close ddcollect-file
           .

        erase-supply-plan.
           open i-o clsupply-file
           if ws-file-status equals "35"
