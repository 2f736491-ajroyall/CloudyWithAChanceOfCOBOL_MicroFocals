       *> the balance and Rx history stop splitting in half
       copy "prescription-fc.cpy".
       copy "ledger-fc.cpy".
       copy "ledgarch-fc.cpy".
       copy "disporder-fc.cpy".
       copy "docindex-fc.cpy".
       copy "clsupply-fc.cpy".
       copy "clship-fc.cpy".
       copy "survey-fc.cpy".
       copy "refreg-fc.cpy".
       copy "campmember-fc.cpy".
       copy "loyalty-fc.cpy".
       copy "loyaltx-fc.cpy".
       copy "guardian-fc.cpy".
       copy "serbook-fc.cpy".
       copy "healthq-fc.cpy".
       copy "ddmandate-fc.cpy".
       copy "ddcollect-fc.cpy".

       select duplicates-report assign to dynamic pdr-filename
        organization is line sequential.
       copy "waitlist-fd.cpy".
       copy "prescription-fd.cpy".
       copy "ledger-fd.cpy".
       copy "ledgarch-fd.cpy".
       copy "disporder-fd.cpy".
       copy "docindex-fd.cpy".
       copy "clsupply-fd.cpy".
       copy "clship-fd.cpy".
       copy "survey-fd.cpy".
       copy "refreg-fd.cpy".
       copy "campmember-fd.cpy".
       copy "loyalty-fd.cpy".
       copy "loyaltx-fd.cpy".
       copy "guardian-fd.cpy".
       copy "serbook-fd.cpy".
       copy "healthq-fd.cpy".
       copy "ddmandate-fd.cpy".
       copy "ddcollect-fd.cpy".
       fd duplicates-report.
       01 report-line           pic x(95).

       01 sat-cursor-type       pic x.
       01 sat-count-disp        pic zzz9.
       01 sat-line              pic x(76).
       01 sat-save-rx           pic x(300).
       01 sat-save-lh           pic x(300).
       01 sat-save-csh          pic x(100).
      *> the duplicate's points account, held while the keeper's is
      *> read - same layout as loyalty-fd.cpy
       01 sat-ly-dupe.
         03 sat-ly-customer-id    pic 9(9).
         03 sat-ly-balance        pic 9(9).
         03 sat-ly-earned-total   pic 9(9).
         03 sat-ly-clawed-total   pic 9(9).
         03 sat-ly-redeemed-total pic 9(9).
         03 sat-ly-expired-total  pic 9(9).
         03 sat-ly-last-seq       pic 9(5).
         03 sat-ly-opened-date    pic 9(8).
         03 sat-ly-last-used-date pic 9(8).
       01 sat-ly-keeper-seq     pic 9(5).
       01 sat-ly-keeper-found   pic x.
       01 sat-gu-written        pic x.
       01 sat-sb-seq-base       pic 9(3).

      *> request block handed to jrnlwrite - the duplicate record's
      *> deletion is journalled; the satellite re-keys are
      *> deterministic and a crashed merge is simply re-run
      *> clinical record addenda follow their records to the keeper
       01 amend-request.
       copy "clinamendreq.cpy" replacing ==:Prefix-:== by ==am-==.

      *> and so do the coded diagnoses
       01 diag-request.
       copy "diagreq.cpy" replacing ==:Prefix-:== by ==dq-==.

      *> and the gift vouchers the duplicate bought
       01 giftvoucher-request.
       copy "gvreq.cpy" replacing ==:Prefix-:== by ==gq-==.

       01 nameidx-request.
         03 nx-rq-op             pic x.
         03 nx-rq-customer-id    pic 9(9).
           perform reassign-appointments
           perform reassign-waitlist-entries
           perform reassign-prescriptions
           move "M" to am-action
           move wsc-d-customer-id to am-customer-id
           move wsc-s-customer-id to am-new-customer-id
           call "clinamend" using amend-request
           end-call
           move "M" to dq-action
           move wsc-d-customer-id to dq-customer-id
           move wsc-s-customer-id to dq-new-customer-id
           call "diagrec" using diag-request
           end-call
           perform reassign-ledger-entries
           perform reassign-archived-ledger
           perform reassign-dispensing-orders
           perform reassign-questionnaires
           perform reassign-documents
           perform reassign-supply-plan
           perform reassign-shipments
           perform reassign-mandate
           perform reassign-dd-collections
           perform reassign-surveys
           perform reassign-referrals
           perform reassign-campaign-memberships
           perform reassign-loyalty-points
           move "M" to gq-action
           move wsc-d-customer-id to gq-customer-id
           move wsc-s-customer-id to gq-new-customer-id
           call "gvpost" using giftvoucher-request
           end-call
           perform reassign-guardian-links
           perform reassign-series-register
           perform delete-duplicate-customer

      *> the name-token index forgets the duplicate too
              close ledger-file
           end-if

      *> year-end archived entries count in with the live ones
           open input ledgarch-file
           if fs-okay
              move wsc-d-customer-id to lh-customer-id
              move 0 to lh-entry-id
              start ledgarch-file
                  key >= lh-key
                  invalid key move "y" to sat-eof
                  not invalid key move "n" to sat-eof
              end-start
              perform until sat-eof equals "y"
                 read ledgarch-file next record
                    at end move "y" to sat-eof
                 end-read
                 if not fs-okay or sat-eof equals "y"
                    or lh-customer-id not equals wsc-d-customer-id
                    move "y" to sat-eof
                 else
                    add 1 to sat-lg-count
                 end-if
              end-perform
              close ledgarch-file
           end-if

           open input disporder-file
           if fs-okay
              move wsc-d-customer-id to do-customer-id
           close ledger-file
           .

      *> the customer id is part of the archive's key, so each entry
      *> is deleted and written back under the keeper - entry ids are
      *> unique across the ledger, so the new key can't collide. the
      *> copy of the ledger entry inside is re-keyed to match
        reassign-archived-ledger.
           open i-o ledgarch-file
           if not fs-okay
              exit paragraph
           end-if
           move "y" to sat-found
           perform until sat-found not equals "y"
              move "n" to sat-found
              move wsc-d-customer-id to lh-customer-id
              move 0 to lh-entry-id
              start ledgarch-file
                  key >= lh-key
                  invalid key continue
                  not invalid key
                     read ledgarch-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and lh-customer-id equals wsc-d-customer-id
                        move ledgarch-entry to sat-save-lh
                        delete ledgarch-file record
                        end-delete
                        move sat-save-lh to ledgarch-entry
                        move wsc-s-customer-id to lh-customer-id
                        move lh-ledger-image to ledger-entry
                        move wsc-s-customer-id to lg-customer-id
                        move ledger-entry to lh-ledger-image
                        write ledgarch-entry
                        end-write
                        move "y" to sat-found
                     end-if
              end-start
           end-perform
           close ledgarch-file
           .

      *> supply shipments are keyed by customer too - the ledger
      *> entry id half of the key keeps the new key unique, as with
      *> the archive above
        reassign-shipments.
           open i-o clship-file
           if not fs-okay
              exit paragraph
           end-if
           move "y" to sat-found
           perform until sat-found not equals "y"
              move "n" to sat-found
              move wsc-d-customer-id to csh-customer-id
              move 0 to csh-ledger-id
              start clship-file
                  key >= csh-key
                  invalid key continue
                  not invalid key
                     read clship-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and csh-customer-id equals wsc-d-customer-id
                        move clship-entry to sat-save-csh
                        delete clship-file record
                        end-delete
                        move sat-save-csh to clship-entry
                        move wsc-s-customer-id to csh-customer-id
                        write clship-entry
                        end-write
                        move "y" to sat-found
                     end-if
              end-start
           end-perform
           close clship-file
           .

        reassign-dispensing-orders.
           open i-o disporder-file
           if not fs-okay
           close disporder-file
           .

      *> questionnaires are keyed by slot, and the slots have just
      *> moved to the keeper - the answers follow them
        reassign-questionnaires.
           open i-o healthq-file
           if not fs-okay
              exit paragraph
           end-if
           move "y" to sat-found
           perform until sat-found not equals "y"
              move "n" to sat-found
              move wsc-d-customer-id to hq-customer-id
              start healthq-file
                  key = hq-customer-id
                  invalid key continue
                  not invalid key
                     read healthq-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and hq-customer-id equals wsc-d-customer-id
                        move wsc-s-customer-id to hq-customer-id
                        rewrite healthq-entry
                        move "y" to sat-found
                     end-if
              end-start
           end-perform
           close healthq-file
           .

      *> documents renumber onto the end of the survivor's sequence
        reassign-documents.
           open i-o docindex-file
           end-if
           .

      *> campaign memberships follow the customer so a response by
      *> the keeper still counts - where both were mailed under the
      *> same campaign the keeper's own membership stands and the
      *> duplicate's is simply dropped
        reassign-campaign-memberships.
           open i-o campmember-file
           if not fs-okay
              exit paragraph
           end-if

           move "y" to sat-found
           perform until sat-found not equals "y"
              move "n" to sat-found
              move wsc-d-customer-id to mb-customer-id
              start campmember-file
                  key = mb-customer-id
                  invalid key continue
                  not invalid key
                     read campmember-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and mb-customer-id equals wsc-d-customer-id
                        move "y" to sat-found
                        move campmember-record to sat-save-rx
                        delete campmember-file
                           invalid key continue
                        end-delete
                        move sat-save-rx to campmember-record
                        move wsc-s-customer-id to mb-customer-id
                        write campmember-record
                           invalid key continue
                        end-write
                     end-if
              end-start
           end-perform

           close campmember-file
           .

      *> the duplicate's points join the keeper's account. history
      *> lines move across with their dates intact, so the two-year
      *> lapse still runs from when each point was earned; each is
      *> renumbered past the keeper's newest line by its own old
      *> number, so a re-run after a crash lands every line in the
      *> same place. the account totals are added together last.
        reassign-loyalty-points.
           open i-o loyalty-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-d-customer-id to ly-customer-id
           read loyalty-file
              invalid key
                 close loyalty-file
                 exit paragraph
           end-read
           move loyalty-record to sat-ly-dupe

           move "n" to sat-ly-keeper-found
           move 0 to sat-ly-keeper-seq
           move wsc-s-customer-id to ly-customer-id
           read loyalty-file
              invalid key continue
              not invalid key
                 move "y" to sat-ly-keeper-found
                 move ly-last-seq to sat-ly-keeper-seq
           end-read

           open i-o loyaltx-file
           if fs-okay
              move "y" to sat-found
              perform until sat-found not equals "y"
                 move "n" to sat-found
                 move wsc-d-customer-id to lt-customer-id
                 move 0 to lt-seq
                 start loyaltx-file
                     key > lt-key
                     invalid key continue
                     not invalid key
                        read loyaltx-file next record
                           at end continue
                        end-read
                        if fs-okay
                           and lt-customer-id equals wsc-d-customer-id
                           move "y" to sat-found
                           move loyaltx-record to sat-save-rx
                           delete loyaltx-file
                              invalid key continue
                           end-delete
                           move sat-save-rx to loyaltx-record
                           move wsc-s-customer-id to lt-customer-id
                           add sat-ly-keeper-seq to lt-seq
                           write loyaltx-record
                              invalid key continue
                           end-write
                        end-if
                 end-start
              end-perform
              close loyaltx-file
           end-if

           if sat-ly-keeper-found equals "y"
              add sat-ly-balance to ly-balance
              add sat-ly-earned-total to ly-earned-total
              add sat-ly-clawed-total to ly-clawed-total
              add sat-ly-redeemed-total to ly-redeemed-total
              add sat-ly-expired-total to ly-expired-total
              add sat-ly-last-seq to ly-last-seq
              if sat-ly-opened-date < ly-opened-date
                 move sat-ly-opened-date to ly-opened-date
              end-if
              if sat-ly-last-used-date > ly-last-used-date
                 move sat-ly-last-used-date to ly-last-used-date
              end-if
              rewrite loyalty-record
                 invalid key continue
              end-rewrite
           else
              move sat-ly-dupe to loyalty-record
              move wsc-s-customer-id to ly-customer-id
              write loyalty-record
                 invalid key continue
              end-write
           end-if

           move wsc-d-customer-id to ly-customer-id
           delete loyalty-file
              invalid key continue
           end-delete
           close loyalty-file
           .

      *> responsible-adult links both ways round: the duplicate's
      *> own adults join the keeper's list, taking the next free
      *> link number from their old one, and links naming the
      *> duplicate as someone's adult now name the keeper
        reassign-guardian-links.
           open i-o guardian-file
           if not fs-okay
              exit paragraph
           end-if

           move "y" to sat-found
           perform until sat-found not equals "y"
              move "n" to sat-found
              move wsc-d-customer-id to gu-customer-id
              move 0 to gu-seq
              start guardian-file
                  key > gu-key
                  invalid key continue
                  not invalid key
                     read guardian-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and gu-customer-id equals wsc-d-customer-id
                        move "y" to sat-found
                        move guardian-record to sat-save-rx
                        delete guardian-file
                           invalid key continue
                        end-delete
                        move sat-save-rx to guardian-record
                        move wsc-s-customer-id to gu-customer-id
                        perform write-guardian-next-seq
                     end-if
              end-start
           end-perform

           move "y" to sat-found
           perform until sat-found not equals "y"
              move "n" to sat-found
              move wsc-d-customer-id to gu-adult-id
              start guardian-file
                  key = gu-adult-id
                  invalid key continue
                  not invalid key
                     read guardian-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and gu-adult-id equals wsc-d-customer-id
                        move "y" to sat-found
                        move wsc-s-customer-id to gu-adult-id
                        rewrite guardian-record
                           invalid key continue
                        end-rewrite
                     end-if
              end-start
           end-perform

           close guardian-file
           .

        write-guardian-next-seq.
           move "n" to sat-gu-written
           perform until sat-gu-written equals "y"
              write guardian-record
                 invalid key
                    if gu-seq < 99
                       add 1 to gu-seq
                    else
                       move "y" to sat-gu-written
                    end-if
                 not invalid key
                    move "y" to sat-gu-written
              end-write
           end-perform
           .

      *> the duplicate's recurring series join the keeper's,
      *> numbered on from the keeper's last so each series' visits
      *> stay together
        reassign-series-register.
           open i-o serbook-file
           if not fs-okay
              exit paragraph
           end-if

           move 0 to sat-sb-seq-base
           move wsc-s-customer-id to sb-customer-id
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
                 sb-customer-id not equals wsc-s-customer-id
                 move "y" to eof
              else
                 move sb-series-seq to sat-sb-seq-base
              end-if
           end-perform

           move "y" to sat-found
           perform until sat-found not equals "y"
              move "n" to sat-found
              move wsc-d-customer-id to sb-customer-id
              move 0 to sb-series-seq sb-step
              start serbook-file
                  key >= sb-key
                  invalid key continue
                  not invalid key
                     read serbook-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and sb-customer-id equals wsc-d-customer-id
                        move "y" to sat-found
                        move serbook-entry to sat-save-rx
                        delete serbook-file
                           invalid key continue
                        end-delete
                        move sat-save-rx to serbook-entry
                        move wsc-s-customer-id to sb-customer-id
                        if sb-series-seq + sat-sb-seq-base < 1000
                           add sat-sb-seq-base to sb-series-seq
                           write serbook-entry
                              invalid key continue
                           end-write
                        end-if
                     end-if
              end-start
           end-perform

           close serbook-file
           .

      *> one plan per customer - the duplicate's plan moves only
      *> when the keeper has none of their own
        reassign-supply-plan.
           close clsupply-file
           .

      *> the direct debit mandate moves across only when the keeper
      *> has none of their own, like the supply plan
        reassign-mandate.
           open i-o ddmandate-file
           if not fs-okay
              exit paragraph
           end-if

           move wsc-d-customer-id to dm-customer-id
           read ddmandate-file
              invalid key
                 close ddmandate-file
                 exit paragraph
           end-read
           move ddmandate-entry to sat-save-rx

           move wsc-s-customer-id to dm-customer-id
           read ddmandate-file
              invalid key continue
              not invalid key
                 add 1 to sat-collisions
                 close ddmandate-file
                 exit paragraph
           end-read

           move wsc-d-customer-id to dm-customer-id
           read ddmandate-file
              invalid key continue
           end-read
           delete ddmandate-file
              invalid key continue
           end-delete
           move sat-save-rx to ddmandate-entry
           move wsc-s-customer-id to dm-customer-id
           write ddmandate-entry
              invalid key continue
           end-write
           close ddmandate-file
           .

        reassign-dd-collections.
           open i-o ddcollect-file
           if not fs-okay
              exit paragraph
           end-if
           move "y" to sat-found
           perform until sat-found not equals "y"
              move "n" to sat-found
              move wsc-d-customer-id to ddc-customer-id
              move 0 to ddc-ledger-id
              start ddcollect-file
                  key >= ddc-key
                  invalid key continue
                  not invalid key
                     read ddcollect-file next record
                        at end continue
                     end-read
                     if fs-okay
                        and ddc-customer-id equals wsc-d-customer-id
                        move ddcollect-entry to sat-save-csh
                        delete ddcollect-file record
                        end-delete
                        move sat-save-csh to ddcollect-entry
                        move wsc-s-customer-id to ddc-customer-id
                        write ddcollect-entry
                        end-write
                        move "y" to sat-found
                     end-if
              end-start
           end-perform
           close ddcollect-file
           .

      *> the survey key is the slot, not the customer - a straight
      *> scan flips the customer field in place
        reassign-surveys.
