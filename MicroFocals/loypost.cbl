       identification division.
       program-id. loypost.

      *> single writer onto the loyalty points account and its
      *> history (loyalty-fd.cpy / loyaltx-fd.cpy) - the till and the
      *> expiry batch call here rather than each keeping the two
      *> files in step themselves. operations:
      *>   "E" - earn: points for a payment, opening the account on
      *>         the customer's first one
      *>   "C" - claw back: points for a refunded payment, never more
      *>         than the account still holds
      *>   "R" - redeem: points spent against a bill - refused with
      *>         LOYPOST-NOT-ENOUGH (nothing posted) when the account
      *>         holds fewer than asked
      *>   "U" - reinstate: points handed back when a points-paid
      *>         bill is refunded
      *>   "X" - expire: points lapsed unused, capped like "C"
      *>   "Q" - query: just the balance
      *> ly-rq-posted comes back with the points actually moved and
      *> ly-rq-balance with what the account holds afterwards. an
      *> account (or the file) not there yet is LOYPOST-NO-ACCOUNT
      *> for anything but "E" and "U".

       environment division.
       input-output section.
       file-control.
       copy "loyalty-fc.cpy".
       copy "loyaltx-fc.cpy".

       data division.
       copy "loyalty-fd.cpy".
       copy "loyaltx-fd.cpy".

       working-storage section.
       copy "common_ws.cpy".

       01 lp-new-account         pic x.
       01 lp-signed-points       pic s9(9).

       linkage section.
       01 loyalty-request.
         03 ly-rq-op             pic x.
         03 ly-rq-customer-id    pic 9(9).
         03 ly-rq-points         pic 9(9).
         03 ly-rq-ledger-id      pic 9(9).
         03 ly-rq-store-id       pic 9(5).
         03 ly-rq-operator       pic x(10).
         03 ly-rq-date           pic 9(8).
         03 ly-rq-posted         pic 9(9).
         03 ly-rq-balance        pic 9(9).

       screen section.
       copy "common_ss.cpy".

       procedure division using loyalty-request.
           move 0 to ly-rq-posted ly-rq-balance

           move "loyalty-file" to fs-current-file
           open i-o loyalty-file
           if ws-file-status equals "35"
              if ly-rq-op not equals "E" and ly-rq-op not equals "U"
                 goback returning LOYPOST-NO-ACCOUNT
              end-if
              open output loyalty-file
           end-if
           perform check-file-status

           move "n" to lp-new-account
           move ly-rq-customer-id to ly-customer-id
           read loyalty-file
              invalid key
                 move "y" to lp-new-account
           end-read

           if lp-new-account equals "y"
              if ly-rq-op not equals "E" and ly-rq-op not equals "U"
                 close loyalty-file
                 goback returning LOYPOST-NO-ACCOUNT
              end-if
              initialize loyalty-record
              move ly-rq-customer-id to ly-customer-id
              move ly-rq-date to ly-opened-date
           end-if

           evaluate ly-rq-op
              when "E"
                 move ly-rq-points to ly-rq-posted
                 add ly-rq-posted to ly-balance ly-earned-total
                 move ly-rq-date to ly-last-used-date
              when "U"
                 move ly-rq-points to ly-rq-posted
                 add ly-rq-posted to ly-balance
                 if ly-redeemed-total >= ly-rq-posted
                    subtract ly-rq-posted from ly-redeemed-total
                 else
                    move 0 to ly-redeemed-total
                 end-if
                 move ly-rq-date to ly-last-used-date
              when "C"
                 perform cap-at-balance
                 subtract ly-rq-posted from ly-balance
                 add ly-rq-posted to ly-clawed-total
              when "X"
                 perform cap-at-balance
                 subtract ly-rq-posted from ly-balance
                 add ly-rq-posted to ly-expired-total
              when "R"
                 if ly-rq-points > ly-balance
                    move ly-balance to ly-rq-balance
                    close loyalty-file
                    goback returning LOYPOST-NOT-ENOUGH
                 end-if
                 move ly-rq-points to ly-rq-posted
                 subtract ly-rq-posted from ly-balance
                 add ly-rq-posted to ly-redeemed-total
                 move ly-rq-date to ly-last-used-date
           end-evaluate
           move ly-balance to ly-rq-balance

           if ly-rq-posted > 0
              add 1 to ly-last-seq
              if lp-new-account equals "y"
                 write loyalty-record
              else
                 rewrite loyalty-record
              end-if
              perform check-file-status
              perform write-history-line
           end-if

           close loyalty-file
           goback returning LOYPOST-OK.

        cap-at-balance.
           if ly-rq-points > ly-balance
              move ly-balance to ly-rq-posted
           else
              move ly-rq-points to ly-rq-posted
           end-if
           .

        write-history-line.
           move "loyaltx-file" to fs-current-file
           open i-o loyaltx-file
           if ws-file-status equals "35"
              open output loyaltx-file
           end-if
           perform check-file-status

           move ly-customer-id to lt-customer-id
           move ly-last-seq to lt-seq
           move ly-rq-date to lt-date
           move ly-rq-op to lt-type
           if ly-rq-op equals "E" or ly-rq-op equals "U"
              move ly-rq-posted to lp-signed-points
           else
              compute lp-signed-points = 0 - ly-rq-posted
           end-if
           move lp-signed-points to lt-points
           move ly-balance to lt-balance-after
           move ly-rq-ledger-id to lt-ledger-id
           move ly-rq-store-id to lt-store-id
           move ly-rq-operator to lt-taken-by
           write loyaltx-record
           perform check-file-status

           close loyaltx-file
           perform check-file-status
           .

       copy "common.cpy".
