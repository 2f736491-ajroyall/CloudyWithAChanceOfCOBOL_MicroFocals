       identification division.
       program-id. gvpost.

      *> single writer onto the gift vouchers and their history
      *> (giftvouch-fd.cpy / giftvtx-fd.cpy) - the till, the
      *> month-end lapse run and the merge and erasure runs call
      *> here rather than each keeping the two files in step
      *> themselves. see gvreq.cpy for the actions and what comes
      *> back. a new voucher's number is the next one off
      *> giftvid.dat with a check digit on the end, so every number
      *> keyed at the till is checked before the file is read.

       environment division.
       input-output section.
       file-control.
       copy "giftvouch-fc.cpy".
       copy "giftvtx-fc.cpy".

       select voucher-id-file assign "$MFOCALDIR/giftvid.dat"
        organization is sequential
        status is ws-file-status.

       data division.
       copy "giftvouch-fd.cpy".
       copy "giftvtx-fd.cpy".
       fd voucher-id-file.
       01 VoucherIdInformation.
         03 Highest-Voucher-Id    pic 9(9).

       working-storage section.
       copy "common_ws.cpy".

       01 gp-result              binary-long.
       01 gp-found               pic x.
       01 gp-eof                 pic x.
       01 gp-signed-amount       pic s9(5)v99.

       01 cd-request.
         03 cd-op                pic x.
         03 cd-id                pic 9(9).

      *> the last day a new voucher can be spent
       01 gp-expiry              pic 9(8).
       01 redefines gp-expiry.
         03 gp-ex-yyyy           pic 9999.
         03 gp-ex-mm             pic 99.
         03 gp-ex-dd             pic 99.
       01 gp-months              pic 9(4).

       linkage section.
       01 lnk-gv-request.
       copy "gvreq.cpy" replacing ==:Prefix-:== by ==lnk-gv-==.

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-gv-request.
           move GVPOST-OK to gp-result
           move 0 to lnk-gv-posted
           evaluate true
              when lnk-gv-action-sell
                 perform sell-voucher
              when lnk-gv-action-redeem
              when lnk-gv-action-reinstate
              when lnk-gv-action-lapse
                 perform move-voucher-value
              when lnk-gv-action-query
                 perform query-voucher
              when lnk-gv-action-erase
              when lnk-gv-action-merge
                 perform rekey-customer-vouchers
                 perform rekey-customer-history
           end-evaluate
           goback returning gp-result.

      *> a new voucher holds its whole value, good until the same
      *> day GIFTVOUCHER-EXPIRY-MONTHS on (the end of a shorter
      *> month when that day isn't in it)
        sell-voucher.
           perform load-next-voucher-id

           move lnk-gv-date to gp-expiry
           compute gp-months =
              gp-ex-mm + GIFTVOUCHER-EXPIRY-MONTHS - 1
           compute gp-ex-yyyy = gp-ex-yyyy + (gp-months / 12)
           compute gp-ex-mm = function mod(gp-months, 12) + 1
           if gp-ex-mm equals 2 and gp-ex-dd > 28
              move 28 to gp-ex-dd
           end-if
           if gp-ex-dd equals 31
              and (gp-ex-mm equals 4 or gp-ex-mm equals 6
                or gp-ex-mm equals 9 or gp-ex-mm equals 11)
              move 30 to gp-ex-dd
           end-if

           initialize giftvouch-record
           move cd-id to gv-voucher-no lnk-gv-voucher-no
           move lnk-gv-customer-id to gv-customer-id
           move lnk-gv-store-id to gv-store-id
           move lnk-gv-amount to gv-value gv-balance
           move lnk-gv-date to gv-sold-date gv-last-used-date
           move gp-expiry to gv-expiry-date
           move lnk-gv-ledger-id to gv-sold-ledger-id
           move lnk-gv-operator to gv-sold-by
           move "A" to gv-status
           move 1 to gv-last-seq

           move "giftvouch-file" to fs-current-file
           open i-o giftvouch-file
           if ws-file-status equals "35"
              open output giftvouch-file
           end-if
           perform check-file-status
           write giftvouch-record
           perform check-file-status
           close giftvouch-file

           move lnk-gv-amount to lnk-gv-posted
           perform write-history-line
           perform return-voucher-details
           .

      *> redeem, reinstate or lapse - the voucher is read and
      *> checked first, and nothing is written when it can't take
      *> the movement
        move-voucher-value.
           perform check-voucher-number
           if gp-result not equals GVPOST-OK
              exit paragraph
           end-if

           move "giftvouch-file" to fs-current-file
           open i-o giftvouch-file
           if not fs-okay
              move GVPOST-NO-VOUCHER to gp-result
              exit paragraph
           end-if
           move lnk-gv-voucher-no to gv-voucher-no
           read giftvouch-file
              invalid key
                 move GVPOST-NO-VOUCHER to gp-result
                 close giftvouch-file
                 exit paragraph
           end-read
           perform return-voucher-details

           evaluate true
              when lnk-gv-action-redeem
                 if gv-lapsed or gv-expiry-date < lnk-gv-date
                    move GVPOST-LAPSED to gp-result
                 else
                    if lnk-gv-amount > gv-balance
                       move GVPOST-NOT-ENOUGH to gp-result
                    else
                       move lnk-gv-amount to lnk-gv-posted
                       subtract lnk-gv-posted from gv-balance
                       add lnk-gv-posted to gv-redeemed-total
                       move lnk-gv-date to gv-last-used-date
                       if gv-balance equals 0
                          move "U" to gv-status
                       end-if
                    end-if
                 end-if
      *> only what has been spent off it can go back on
              when lnk-gv-action-reinstate
                 if gv-lapsed or gv-expiry-date < lnk-gv-date
                    move GVPOST-LAPSED to gp-result
                 else
                    if lnk-gv-amount > gv-redeemed-total
                       move GVPOST-NOT-ENOUGH to gp-result
                    else
                       move lnk-gv-amount to lnk-gv-posted
                       add lnk-gv-posted to gv-balance
                       subtract lnk-gv-posted from gv-redeemed-total
                       move lnk-gv-date to gv-last-used-date
                       move "A" to gv-status
                    end-if
                 end-if
      *> the lapse date has to be past the last day it was good for
              when lnk-gv-action-lapse
                 if gv-expiry-date < lnk-gv-date
                    and gv-live
                    move gv-balance to lnk-gv-posted
                    move gv-balance to gv-lapsed-amount
                    move 0 to gv-balance
                    move "X" to gv-status
                 end-if
           end-evaluate

           if lnk-gv-posted > 0
              add 1 to gv-last-seq
              rewrite giftvouch-record
              perform check-file-status
           end-if
           close giftvouch-file

           if lnk-gv-posted > 0
              perform write-history-line
              perform return-voucher-details
           end-if
           .

        query-voucher.
           perform check-voucher-number
           if gp-result not equals GVPOST-OK
              exit paragraph
           end-if
           open input giftvouch-file
           if not fs-okay
              move GVPOST-NO-VOUCHER to gp-result
              exit paragraph
           end-if
           move lnk-gv-voucher-no to gv-voucher-no
           read giftvouch-file
              invalid key
                 move GVPOST-NO-VOUCHER to gp-result
              not invalid key
                 perform return-voucher-details
           end-read
           close giftvouch-file
           .

        check-voucher-number.
           move "V" to cd-op
           move lnk-gv-voucher-no to cd-id
           call "chkdigit" using cd-request
           end-call
           if return-code not equals CHKDIGIT-OK
              move GVPOST-NO-VOUCHER to gp-result
           end-if
           .

        return-voucher-details.
           move gv-value to lnk-gv-value
           move gv-balance to lnk-gv-balance
           move gv-sold-date to lnk-gv-sold-date
           move gv-expiry-date to lnk-gv-expiry-date
           move gv-status to lnk-gv-status
           .

      *> alternate-key walk - each rewrite takes the voucher out
      *> from under the customer's key, so the walk restarts until
      *> the key comes up empty. an erasure leaves the voucher with
      *> no customer, still good to spend.
        rekey-customer-vouchers.
           open i-o giftvouch-file
           if not fs-okay
              exit paragraph
           end-if
           move "y" to gp-found
           perform until gp-found not equals "y"
              move "n" to gp-found
              move lnk-gv-customer-id to gv-customer-id
              start giftvouch-file
                  key = gv-customer-id
                  invalid key continue
                  not invalid key
                     read giftvouch-file next record
                        at end continue
                     end-read
                     if status-key-1 equals "0"
                        and gv-customer-id equals lnk-gv-customer-id
                        if lnk-gv-action-merge
                           move lnk-gv-new-customer-id
                              to gv-customer-id
                        else
                           move 0 to gv-customer-id
                        end-if
                        rewrite giftvouch-record
                        move "y" to gp-found
                     end-if
              end-start
           end-perform
           close giftvouch-file
           .

      *> the history is keyed by voucher, so every line is looked at
        rekey-customer-history.
           open i-o giftvtx-file
           if not fs-okay
              exit paragraph
           end-if
           move low-values to gt-key
           start giftvtx-file
               key > gt-key
               invalid key move "y" to gp-eof
               not invalid key move "n" to gp-eof
           end-start
           perform until gp-eof equals "y"
              read giftvtx-file next record
                 at end move "y" to gp-eof
              end-read
              if not fs-okay
                 move "y" to gp-eof
              end-if
              if gp-eof not equals "y"
                 and gt-customer-id equals lnk-gv-customer-id
                 if lnk-gv-action-merge
                    move lnk-gv-new-customer-id to gt-customer-id
                 else
                    move 0 to gt-customer-id
                 end-if
                 rewrite giftvtx-record
              end-if
           end-perform
           close giftvtx-file
           .

        write-history-line.
           move "giftvtx-file" to fs-current-file
           open i-o giftvtx-file
           if ws-file-status equals "35"
              open output giftvtx-file
           end-if
           perform check-file-status

           move gv-voucher-no to gt-voucher-no
           move gv-last-seq to gt-seq
           move lnk-gv-date to gt-date
           move lnk-gv-action to gt-type
           if lnk-gv-action-sell or lnk-gv-action-reinstate
              move lnk-gv-posted to gp-signed-amount
           else
              compute gp-signed-amount = 0 - lnk-gv-posted
           end-if
           move gp-signed-amount to gt-amount
           move gv-balance to gt-balance-after
           move lnk-gv-ledger-id to gt-ledger-id
           if lnk-gv-action-lapse
              move gv-customer-id to gt-customer-id
           else
              move lnk-gv-customer-id to gt-customer-id
           end-if
           move lnk-gv-store-id to gt-store-id
           move lnk-gv-operator to gt-taken-by
           write giftvtx-record
           perform check-file-status

           close giftvtx-file
           perform check-file-status
           .

      *> the next number body under lock, with the check digit put
      *> on the end - the number comes back in cd-id
        load-next-voucher-id.
           move 0 to Highest-Voucher-Id
           move "voucher-id-file" to fs-current-file
           open i-o voucher-id-file with lock
           if ws-file-status equals "35"
              open output voucher-id-file
              perform check-file-status
              move 1 to Highest-Voucher-Id
              write VoucherIdInformation
              perform check-file-status
           else
              perform check-file-status
              read voucher-id-file
              perform check-file-status
              add 1 to Highest-Voucher-Id
              rewrite VoucherIdInformation
              perform check-file-status
           end-if
           close voucher-id-file
           perform check-file-status

           move "G" to cd-op
           move Highest-Voucher-Id to cd-id
           call "chkdigit" using cd-request
           end-call
           .

       copy "common.cpy".
