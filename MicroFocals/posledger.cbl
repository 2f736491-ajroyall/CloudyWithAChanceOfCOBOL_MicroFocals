      *> point-of-sale invoice and payment ledger - shows a customer's
      *> recent ledger entries and outstanding balance, then accepts a
      *> new invoice line or payment. entries can be tied back to the
      *> appointment slot they arose from, and a sale redeeming a
      *> marketing campaign's offer carries the campaign code so the
      *> response report (campresp.cbl) can attribute it.
      *> loyalty points ride on the money: a payment earns points, a
      *> refund of one claws them back, and [L]oyalty spends points
      *> against the bill - written as a payment taken by points, so
      *> every balance calculation treats it as one - with a refund
      *> by method L giving the points back (all through loypost.cbl).
      *> a patient with a responsible adult allowed to pay
      *> (guardian-fd.cpy) can have an invoice line billed to that
      *> adult's own account instead, remembering whose it was; a
      *> credit note undoing such a line follows it there.
      *> an entry may be dated back to when the sale happened; one
      *> dated in a ledger period already closed (period-fd.cpy)
      *> goes into the current period instead, carrying its own
      *> date as a reference (periodchk.cbl).
      *> a discount or promotion (discount-fd.cpy) keyed against an
      *> invoice line goes on as its own credit line carrying the
      *> code, never as a lower invoice amount, so what is given
      *> away shows up in the discounts report (discrpt.cbl). a code
      *> marked for it needs a supervisor to approve.
      *> every payment prints a till receipt (posrcpt.cbl), and
      *> [V]AT invoice with an invoice line's id in Orig id prints a
      *> full VAT invoice for that sale (vatinv.cbl) - both go
      *> through the print spool for reprint.
      *> [A]rchive lists the customer's entries a ledger year-end
      *> (ledgyearend.cbl) moved to the ledger archive - on the live
      *> ledger they are one brought-forward line.
      *> [G]ift sells a gift voucher (giftvouch-fd.cpy) for the net
      *> amount - charged like an invoice line with no VAT, so the
      *> payment taken for it clears it, but kept out of the sales
      *> as money owed back in goods - and shows the new voucher's
      *> number and expiry date. a payment by method G is taken off
      *> a voucher, all of what is left on it or part, and a refund
      *> by method G puts it back (both through gvpost.cbl).

       environment division.
       special-names.
      *> product price master - an invoice line keyed by product
      *> code pulls its description and price from here
       copy "stock-fc.cpy".
      *> dispensing orders - a payment keyed against a job's order
      *> id counts toward that job's balance due at collection
       copy "disporder-fc.cpy".
      *> campaign register - a keyed campaign code must be one on
      *> file whose window hasn't closed
       copy "campaign-fc.cpy".
      *> responsible adults - who may be billed for this patient
       copy "guardian-fc.cpy".
      *> discount master - a keyed discount code must be on file,
      *> in date and allowed on the line
       copy "discount-fc.cpy".
      *> appointment weeks - the linked slot's appointment type, for
      *> a discount limited to particular types
       copy "app-fc.cpy".
      *> entries moved off the ledger at a year-end
       copy "ledgarch-fc.cpy".

       select ledger-id-file assign "$MFOCALDIR/ledgerid.dat"
        organization is sequential
       data division.
       copy "ledger-fd.cpy".
       copy "stock-fd.cpy".
       copy "disporder-fd.cpy".
       copy "campaign-fd.cpy".
       copy "guardian-fd.cpy".
       copy "discount-fd.cpy".
       copy "app-fd.cpy".
       copy "ledgarch-fd.cpy".
       fd ledger-id-file.
       01 LedgerIdInformation.
         03 Highest-Ledger-Id     pic 9(9).

       01 lg-row                       binary-long.
       01 ls-eof                       pic x.
       01 lg-arch-count                binary-long.

       01 lg-balance                   pic s9(9)v99.
       01 lg-balance-edited            pic zzzzzzz9.99-.
       01 lg-in-consultant             pic 9(9).
      *> how a payment is being taken - [C]ash, car[D], [T]ransfer
       01 lg-in-method                 pic x.
      *> the gift voucher a payment by method G comes off
       01 lg-in-voucher                pic 9(9).
       01 lg-voucher-ok                pic x.
       01 lg-voucher-edit              pic zzzz9.99.
       01 lg-expiry-edit.
          03 lg-expiry-dd              pic 99.
          03 filler                    pic x value "/".
          03 lg-expiry-mm              pic 99.
          03 filler                    pic x value "/".
          03 lg-expiry-yyyy            pic 9999.
      *> refund/credit capture - which entry is being undone and why
       01 lg-in-orig                   pic 9(9).
       01 lg-in-reason                 pic x(2).
      *> the dispensing order a balance payment (or a refund of
      *> one) is taken against - zero for an ordinary counter sale
       01 lg-in-order                  pic 9(9).
       01 lg-order-ok                  pic x.
      *> campaign whose offer this sale redeems - spaces for none
       01 lg-in-campaign               pic x(8).
       01 lg-campaign-ok               pic x.
       01 lg-today-date                pic 9(8).
      *> discount given on an invoice line - spaces for none
       01 lg-in-discount               pic x(8).
       01 lg-discount-ok               pic x.
       01 lg-discount-message          pic x(76).
       01 lg-disc-idx                  binary-long.
       01 lg-disc-appt-type            pic x(3).
       01 lg-disc-gross                pic s9(8)v99.
       01 lg-disc-line-gross           pic s9(8)v99.
       01 lg-disc-approved-by          pic x(10).
       01 lg-disc-invoice-id           pic 9(9).
       01 lg-disc-invoice-net          pic s9(7)v99.
      *> the date the sale happened, blank for today
       01 lg-in-date.
          03 lg-in-dd                  pic 99.
          03 filler                    pic x value "/".
          03 lg-in-mm                  pic 99.
          03 filler                    pic x value "/".
          03 lg-in-yyyy                pic 9999.
       01 lg-in-date-num               pic 9(8).

      *> request block handed to periodchk
       01 period-request.
         03 pr-date                    pic 9(8).
         03 pr-post-date               pic 9(8).
       01 pr-result                    binary-long.
       01 pr-late-edit.
          03 pr-late-dd                pic 99.
          03 filler                    pic x value "/".
          03 pr-late-mm                pic 99.
          03 filler                    pic x value "/".
          03 pr-late-yyyy              pic 9999.
      *> whose account the entry goes on - the customer's own, or a
      *> responsible adult's
       01 lg-bill-to-id                pic 9(9).
       01 lg-bill-to-name              pic x(60).
       01 lg-payer-eof                 pic x.

      *> loyalty points - this customer's balance for the header, and
      *> the points a redemption needs or a payment earns
       01 lg-points-balance            pic 9(9).
       01 lg-points-edit               pic zzzzzzzz9.
       01 lg-points-value              pic 9(7)v99.
       01 lg-points-value-edit         pic zzzzzz9.99.
       01 lg-points-work               pic 9(9).
       01 lg-pence-work                pic 9(9).
       01 lg-points-rem                pic 9(9).
       01 lg-points-ok                 pic x.

      *> request block handed to loypost
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
      *> request block handed to gvpost
       01 giftvoucher-request.
       copy "gvreq.cpy" replacing ==:Prefix-:== by ==gq-==.

      *> a refund or credit note above this needs a supervisor
      *> sign-on to confirm it
       78 PL-SUPER-CONFIRM-AMOUNT      value 50.
       01 lg-price-edit                pic 9(6).99.

       01 lg-next-id                   pic 9(9).
      *> set once the entry is on the ledger, and the id of a
      *> payment to print the receipt for
       01 lg-entry-written             pic x.
       01 lg-receipt-id                pic 9(9).
       01 lg-vatinv-ok                 pic x.


       01 date-today-temp.
           move "CM_L01" to Menu-Id

           accept date-today-temp from date YYYYMMDD
           move date-today-temp to lg-today-date

           perform clr-screen
           display g-menuheader
           end-if

           perform load-ledger-list
           perform load-points-balance
           perform show-ledger-list

           move "I" to lg-in-type
           move space to lg-in-method
           move 0 to lg-in-voucher
           move 0 to lg-in-orig
           move spaces to lg-in-reason
           move 0 to lg-in-order
           move spaces to lg-in-campaign
           move spaces to lg-in-discount
           move spaces to lg-in-product
           move spaces to lg-in-description lg-in-net lg-in-vat
           move spaces to lg-in-date
           move 0 to lg-in-year lg-in-week lg-in-day lg-in-slot
                     lg-in-consultant

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-posledgerpopup
              perform idle-accept-start
              accept g-posledgerpopup timeout after idle-accept-secs
              perform f1-or-quit
              perform price-from-product-code
              perform validate-ledger-input
           end-perform

           if lg-in-type equals "V"
              perform print-vat-invoice
           end-if
           if lg-in-type equals "A"
              perform show-archived-entries
           end-if

           if lg-in-description not equals spaces
              and lg-in-type not equals "V"
              and lg-in-type not equals "A"
              perform check-supervisor-threshold
              if lg-super-ok equals "y"
                 and lg-in-discount not equals spaces
                 perform check-discount-approval
              end-if
              if lg-super-ok equals "y"
                 perform choose-account-to-bill
                 perform write-ledger-entry
                 if lg-entry-written equals "y"
                    and (lg-in-type equals "P" or lg-in-type equals "L")
                    perform print-receipt
                 end-if
                 perform load-points-balance
                 perform load-ledger-list
                 perform show-ledger-list
              end-if
                       when lg-type-credit
                          subtract lg-net-amount from lg-balance
                          subtract lg-vat-amount from lg-balance
                       when lg-type-brought-fwd
                          add lg-net-amount to lg-balance
                       when other
                          add lg-net-amount to lg-balance
                          add lg-vat-amount to lg-balance
           string lg-entry-dd "/" lg-entry-mm "/" lg-entry-yyyy
              delimited by size into lg-list-date(lg-list-count)
           evaluate true
              when lg-type-payment and lg-pay-points
                 move "Points" to lg-list-type(lg-list-count)
                 compute lg-work-amount = lg-net-amount
              when lg-type-payment and lg-pay-voucher
                 move "Vch pay" to lg-list-type(lg-list-count)
                 compute lg-work-amount = lg-net-amount
              when lg-type-payment
                 move "Payment" to lg-list-type(lg-list-count)
                 compute lg-work-amount = lg-net-amount
              when lg-type-credit
                 move "Credit" to lg-list-type(lg-list-count)
                 compute lg-work-amount = lg-net-amount + lg-vat-amount
              when lg-type-brought-fwd
                 move "B/F" to lg-list-type(lg-list-count)
                 compute lg-work-amount = lg-net-amount
              when lg-type-voucher-sale
                 move "Voucher" to lg-list-type(lg-list-count)
                 compute lg-work-amount = lg-net-amount
              when other
                 move "Invoice" to lg-list-type(lg-list-count)
                 compute lg-work-amount = lg-net-amount + lg-vat-amount
           display "Balance owing: " at line 4 column 4
           display lg-balance-edited at line 4 column 20

           move lg-points-balance to lg-points-edit
           compute lg-points-value =
              lg-points-balance * LOYALTY-PENCE-PER-POINT / 100
           move lg-points-value to lg-points-value-edit
           display "Points:" at line 4 column 40
           display lg-points-edit at line 4 column 48
           display "worth" at line 4 column 58
           display lg-points-value-edit at line 4 column 64

           if lg-list-count equals 0
              display "No ledger entries recorded" at line 6 column 4
           else
        validate-ledger-input.
           move "y" to fields-valid

           move function upper-case(lg-in-type) to lg-in-type
           if lg-in-type equals "V"
              perform check-vat-invoice-request
              exit paragraph
           end-if
           if lg-in-type equals "A"
              exit paragraph
           end-if

           if lg-in-type equals "G"
              and lg-in-description equals spaces
              move "Gift voucher" to lg-in-description
           end-if

           if lg-in-description not equals spaces
              move function upper-case(lg-in-type) to lg-in-type
              if lg-in-type not equals "I" and
                 lg-in-type not equals "P" and
                 lg-in-type not equals "R" and
                 lg-in-type not equals "C" and
                 lg-in-type not equals "L" and
                 lg-in-type not equals "G"
                 move "n" to fields-valid
              end-if

      *> a voucher carries no VAT and takes no discount - VAT is
      *> due when it is spent on goods
              if lg-in-type equals "G"
                 if lg-in-vat not equals spaces
                    and function test-numval(lg-in-vat) equals 0
                    and function numval(lg-in-vat) not equals 0
                    move "n" to fields-valid
                 end-if
                 if lg-in-discount not equals spaces
                    move "n" to fields-valid
                 end-if
                 if lg-in-net not equals spaces
                    and function test-numval(lg-in-net) equals 0
                    and (function numval(lg-in-net) <= 0
                      or function numval(lg-in-net) > 99999.99)
                    move "n" to fields-valid
                 end-if
              end-if

      *> a refund or credit has to say which entry it undoes and why
              if lg-in-type equals "R" or lg-in-type equals "C"
                 move function upper-case(lg-in-reason)
                 move "n" to fields-valid
              end-if

      *> a sale can be dated back, never forward
              if lg-in-date not equals spaces
                 call "valdated" using
                    by reference z"dd/mm/yyyy"
                    by reference lg-in-date
                 end-call
                 if return-code not equals 0
                    move "n" to fields-valid
                 else
                    compute lg-in-date-num = lg-in-yyyy * 10000
                       + lg-in-mm * 100 + lg-in-dd
                    if lg-in-date-num > lg-today-date
                       move "n" to fields-valid
                    end-if
                 end-if
              end-if

      *> only money moving can be tied to a job, and only to one
      *> of this customer's own orders
              if lg-in-order not equals 0
                 if lg-in-type not equals "P" and
                    lg-in-type not equals "R" and
                    lg-in-type not equals "L"
                    move "n" to fields-valid
                 else
                    perform check-order-belongs
                    if lg-order-ok not equals "y"
                       move "n" to fields-valid
                    end-if
                 end-if
              end-if

      *> every payment (and a cash refund handed back) says how it
      *> moved, so the nightly cash-up has something to reconcile.
      *> a refund of a points-paid bill goes back as points (L);
      *> points are only ever spent through the [L]oyalty type.
      *> G takes it off a gift voucher, or puts it back on one
              if lg-in-type equals "P" or lg-in-type equals "R"
                 move function upper-case(lg-in-method)
                    to lg-in-method
                 if lg-in-method not equals "C" and
                    lg-in-method not equals "D" and
                    lg-in-method not equals "T" and
                    lg-in-method not equals "G" and
                    (lg-in-method not equals "L" or
                     lg-in-type equals "P")
                    move "n" to fields-valid
                 end-if
              end-if
           end-if

           if fields-valid equals "y"
              and lg-in-type equals "L"
              perform check-points-redemption
              if lg-points-ok not equals "y"
                 move "n" to fields-valid
                 move "Loyalty points" to popup-title
                 move "Not enough points for that amount - the"
                    to popup-message-1
                 move "balance is shown above the ledger"
                    to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
                 exit paragraph
              end-if
           end-if

           if fields-valid equals "y"
              and lg-in-description not equals spaces
              and (lg-in-type equals "P" or lg-in-type equals "R")
              and lg-in-method equals "G"
              perform check-gift-voucher
              if lg-voucher-ok not equals "y"
                 move "n" to fields-valid
                 exit paragraph
              end-if
           end-if

           if fields-valid equals "y"
              and lg-in-campaign not equals spaces
              perform check-campaign-code
              if lg-campaign-ok not equals "y"
                 move "n" to fields-valid
                 move "Campaign code" to popup-title
                 move "That campaign is not on file or its offer"
                    to popup-message-1
                 move "has closed - clear the code to carry on"
                    to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
                 exit paragraph
              end-if
           end-if

           if fields-valid equals "y"
              and lg-in-description not equals spaces
              and lg-in-discount not equals spaces
              perform check-discount-code
              if lg-discount-ok not equals "y"
                 move "n" to fields-valid
                 move "Discount code" to popup-title
                 move lg-discount-message to popup-message-1
                 move "correct it or clear the code to carry on"
                    to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
                 exit paragraph
              end-if
           end-if

           if fields-valid not equals "y"
              move "Field validation error" to popup-title
              move spaces to popup-message-1
              move "Check type, amount, date, day/slot, method, order"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
           .

        write-ledger-entry.
           move "n" to lg-entry-written
           perform load-next-ledger-id

           move lg-next-id to lg-entry-id
           move lg-bill-to-id to lg-customer-id
           if lg-bill-to-id equals wsc-customer-id
              move 0 to lg-patient-id
           else
              move wsc-customer-id to lg-patient-id
           end-if
           move lnk-id to lg-store-id
           evaluate lg-in-type
              when "P"
              when "L"
                 move "P" to lg-entry-type
              when "R"
                 move "R" to lg-entry-type
              when "C"
                 move "C" to lg-entry-type
              when "G"
                 move "G" to lg-entry-type
              when other
                 move "I" to lg-entry-type
           end-evaluate
           if lg-in-date equals spaces
              move date-today-temp to pr-date
           else
              move lg-in-date-num to pr-date
           end-if
           call "periodchk" using period-request
           end-call
           move return-code to pr-result
           if pr-result equals PERIODCHK-CLOSED
              move "Ledger period" to popup-title
              move "The current ledger period is closed -"
                 to popup-message-1
              move "nothing has been entered" to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if
           move pr-post-date to lg-entry-date
           if pr-result equals PERIODCHK-LATE
              move pr-date to lg-late-orig-date
           else
              move 0 to lg-late-orig-date
           end-if

           if lg-in-year equals 0
              move zeroes to lg-app-ref
              move 0 to lg-vat-amount
              move function upper-case(lg-in-method)
                 to lg-pay-method
              if lg-in-type equals "L"
                 move "L" to lg-pay-method
              end-if
           else
              compute lg-vat-amount = function numval(lg-in-vat)
              move space to lg-pay-method
           end-if
           if lg-type-voucher-sale
              move 0 to lg-vat-amount
           end-if
           if lg-type-refund or lg-type-credit
              move lg-in-orig to lg-orig-entry-id
              move lg-in-reason to lg-reason-code
              move spaces to lg-approved-by
           end-if
           move lnk-Operator-Id to lg-taken-by
           move lg-in-order to lg-order-id
           move lg-in-campaign to lg-campaign-code
           move spaces to lg-discount-code

      *> the points come off the account before the redemption is
      *> written - if they have gone meanwhile, nothing is written
           if lg-in-type equals "L"
              move "R" to ly-rq-op
              move lg-points-work to ly-rq-points
              perform call-loypost
              if return-code not equals LOYPOST-OK
                 move "Loyalty points" to popup-title
                 move "The points are no longer there -"
                    to popup-message-1
                 move "nothing has been taken" to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
                 exit paragraph
              end-if
           end-if

      *> likewise the voucher is drawn on (or has the refund put
      *> back) first - if it can't take it, nothing is written
           if lg-pay-voucher
              perform post-voucher-payment
              if return-code not equals GVPOST-OK
                 move "Gift voucher" to popup-title
                 move "The voucher can no longer take that amount -"
                    to popup-message-1
                 move "nothing has been entered" to popup-message-2
                 move "Okay" to popup-button-1
                 call "errpopup" using popup-title,
                         popup-message-1,
                         popup-message-2
                         popup-button-1
                 end-call
                 exit paragraph
              end-if
           end-if

           open i-o ledger-file
           if ws-file-status equals "35"
           perform check-file-status
           close ledger-file
           perform check-file-status
           move "y" to lg-entry-written
           move lg-entry-id to lg-receipt-id

           if lg-type-voucher-sale
              perform sell-gift-voucher
           end-if

           if lg-in-discount not equals spaces
              and lg-type-invoice
              perform write-discount-line
           end-if

           if lg-order-id not equals 0
              perform update-order-amount-paid
           end-if

           perform post-loyalty-points

           if pr-result equals PERIODCHK-LATE
              move pr-date(7:2) to pr-late-dd
              move pr-date(5:2) to pr-late-mm
              move pr-date(1:4) to pr-late-yyyy
              move "Ledger period" to popup-title
              move spaces to popup-message-1
              string "The period for " pr-late-edit
                     " is closed - entered in the"
                 delimited by size into popup-message-1
              end-string
              move "current period, with that date as its reference"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if

           if lg-patient-id not equals 0
              move "Invoices and Payments" to popup-title
              move "Entered on the account of" to popup-message-1
              move lg-bill-to-name to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> the receipt reads the payment back off the ledger, so it
      *> shows exactly what was written
        print-receipt.
           call "posrcpt" using lnk-store-info, lnk-operator-info,
                lg-receipt-id
           end-call
           if return-code not equal 0
              move "Receipt could not be printed" to popup-l-message
           else
              move "Receipt printed" to popup-l-message
           end-if
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> a VAT invoice is asked for by the id of any invoice line of
      *> the sale, on this customer's account or billed elsewhere
      *> for them
        check-vat-invoice-request.
           move "n" to lg-vatinv-ok
           if lg-in-orig not equals 0
              open input ledger-file
              if fs-okay
                 move lg-in-orig to lg-entry-id
                 read ledger-file
                    invalid key continue
                    not invalid key
                       if lg-type-invoice
                          and (lg-customer-id equals wsc-customer-id
                            or lg-patient-id equals wsc-customer-id)
                          move "y" to lg-vatinv-ok
                       end-if
                 end-read
                 close ledger-file
              end-if
           end-if

           if lg-vatinv-ok not equals "y"
              move "n" to fields-valid
              move "VAT invoice" to popup-title
              move "Put the id of one of this customer's invoice"
                 to popup-message-1
              move "lines in Orig id" to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> the customer's archived entries, oldest first, a screenful
      *> at a time - each archive record carries the ledger entry as
      *> it stood, so it lists exactly as the live entries do
        show-archived-entries.
           move 0 to lg-list-count lg-arch-count
           open input ledgarch-file
           if not fs-okay
              move "Nothing has been archived from the ledger"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           move wsc-customer-id to lh-customer-id
           move 0 to lh-entry-id
           start ledgarch-file
               key >= lh-key
               invalid key move "y" to ls-eof
               not invalid key move "n" to ls-eof
           end-start
           perform until ls-eof equals "y"
              read ledgarch-file next record
                 at end move "y" to ls-eof
              end-read
              if not fs-okay or ls-eof equals "y"
                 or lh-customer-id not equals wsc-customer-id
                 move "y" to ls-eof
              else
                 if lg-list-count equals LG-MAX-LIST
                    perform show-archive-page
                    move "More archived entries follow"
                       to popup-l-message
                    move "Press a key" to popup-l-button
                    perform display-lower-popup
                    move 0 to lg-list-count
                 end-if
                 move lh-ledger-image to ledger-entry
                 add 1 to lg-list-count lg-arch-count
                 perform format-ledger-list-entry
              end-if
           end-perform
           close ledgarch-file

           if lg-arch-count equals 0
              move "Nothing archived for this customer"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
           else
              perform show-archive-page
           end-if
           .

        show-archive-page.
           perform clr-screen
           display g-menuheader
           display "Archived ledger for " at line 3 column 4
           display wsc-fullname at line 3 column 25
           perform varying lg-row from 1 by 1
               until lg-row > lg-list-count
              display lg-list-date(lg-row) at line lg-row + 5
                 column 4
              display lg-list-type(lg-row) at line lg-row + 5
                 column 16
              display lg-list-description(lg-row)
                 at line lg-row + 5 column 25
              display lg-list-amount(lg-row) at line lg-row + 5
                 column 58
           end-perform
           .

        print-vat-invoice.
           call "vatinv" using lnk-store-info, lnk-operator-info,
                lg-in-orig
           end-call
           evaluate return-code
              when 0
                 move "VAT invoice printed" to popup-l-message
              when 2
                 move "No VAT number on the store record - key it in"
                    & " store details" to popup-l-message
              when other
                 move "Invoice line not found" to popup-l-message
           end-evaluate
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> an invoice line can go on a paying responsible adult's own
      *> account if the counter says so; a credit note goes wherever
      *> the line it undoes went. everything else stays here.
        choose-account-to-bill.
           move wsc-customer-id to lg-bill-to-id
           move spaces to lg-bill-to-name
           evaluate lg-in-type
              when "I"
                 perform find-paying-adult
                 if lg-bill-to-name equals spaces
                    exit paragraph
                 end-if
                 move spaces to popup-l-message
                 string "Bill this to the account of "
                        delimited by size
                        lg-bill-to-name delimited by "  "
                        "?" delimited by size
                    into popup-l-message
                 end-string
                 move "[Y]es or [N]o" to popup-l-button
                 perform display-lower-popup
                 if scr-af-key-code-1x not equals "Y" and
                    scr-af-key-code-1x not equals "y"
                    move wsc-customer-id to lg-bill-to-id
                    move spaces to lg-bill-to-name
                 end-if
              when "C"
                 open input ledger-file
                 if fs-okay
                    move lg-in-orig to lg-entry-id
                    read ledger-file
                       invalid key continue
                       not invalid key
                          if lg-patient-id equals wsc-customer-id
                             move lg-customer-id to lg-bill-to-id
                             move "the responsible adult"
                                to lg-bill-to-name
                          end-if
                    end-read
                    close ledger-file
                 end-if
           end-evaluate
           .

      *> the first link allowed to pay who is a customer themselves
        find-paying-adult.
           open input guardian-file
           if not fs-okay
              exit paragraph
           end-if
           move wsc-customer-id to gu-customer-id
           move 0 to gu-seq
           start guardian-file
               key > gu-key
               invalid key move "y" to lg-payer-eof
               not invalid key move "n" to lg-payer-eof
           end-start
           perform until lg-payer-eof equals "y"
              read guardian-file next record
                 at end move "y" to lg-payer-eof
              end-read
              if not fs-okay or lg-payer-eof equals "y"
                 or gu-customer-id not equals wsc-customer-id
                 move "y" to lg-payer-eof
              else
                 if gu-can-pay and gu-adult-id not equals 0
                    move gu-adult-id to lg-bill-to-id
                    move gu-name to lg-bill-to-name
                    move "y" to lg-payer-eof
                 end-if
              end-if
           end-perform
           close guardian-file
           .

      *> money taken earns points on each whole pound; a refund of
      *> it claws them back (never below nothing), and a refund by
      *> method L gives spent points back
        post-loyalty-points.
           evaluate true
              when lg-pay-voucher
                 exit paragraph
              when lg-type-payment and not lg-pay-points
                 move "E" to ly-rq-op
                 compute lg-points-work =
                    lg-net-amount * LOYALTY-POINTS-PER-POUND
              when lg-type-refund and not lg-pay-points
                 move "C" to ly-rq-op
                 compute lg-points-work =
                    lg-net-amount * LOYALTY-POINTS-PER-POUND
              when lg-type-refund and lg-pay-points
                 move "U" to ly-rq-op
                 compute lg-pence-work = lg-net-amount * 100
                 divide lg-pence-work by LOYALTY-PENCE-PER-POINT
                    giving lg-points-work
              when other
                 exit paragraph
           end-evaluate
           if lg-points-work > 0
              move lg-points-work to ly-rq-points
              perform call-loypost
           end-if
           .

        call-loypost.
           move wsc-customer-id to ly-rq-customer-id
           move lg-entry-id to ly-rq-ledger-id
           move lnk-id to ly-rq-store-id
           move lnk-Operator-Id to ly-rq-operator
           move date-today-temp to ly-rq-date
           call "loypost" using loyalty-request
           end-call
           .

        load-points-balance.
           move 0 to lg-points-balance
           move "Q" to ly-rq-op
           move wsc-customer-id to ly-rq-customer-id
           move 0 to ly-rq-points ly-rq-ledger-id
           move date-today-temp to ly-rq-date
           call "loypost" using loyalty-request
           end-call
           if return-code equals LOYPOST-OK
              move ly-rq-balance to lg-points-balance
           end-if
           .

      *> a redemption is keyed as the money it takes off the bill -
      *> that has to be a whole number of points the customer holds
        check-points-redemption.
           move "n" to lg-points-ok
           compute lg-check-amount = function numval(lg-in-net)
           if lg-check-amount <= 0
              exit paragraph
           end-if
           compute lg-pence-work = lg-check-amount * 100
           divide lg-pence-work by LOYALTY-PENCE-PER-POINT
              giving lg-points-work remainder lg-points-rem
           if lg-points-rem not equals 0
              exit paragraph
           end-if
           perform load-points-balance
           if lg-points-work <= lg-points-balance
              move "y" to lg-points-ok
           end-if
           .

      *> the voucher a payment comes off has to be one on file,
      *> still in date and holding enough; one a refund goes back on
      *> has to have had at least that much spent off it
        check-gift-voucher.
           move "n" to lg-voucher-ok
           display g-voucherpopup
           perform idle-accept-start
           accept g-voucherpopup timeout after idle-accept-secs
           perform f1-or-quit

           compute lg-check-amount = function numval(lg-in-net)
           move "Q" to gq-action
           move lg-in-voucher to gq-voucher-no
           move date-today-temp to gq-date
           call "gvpost" using giftvoucher-request
           end-call

           move "Gift voucher" to popup-title
           move spaces to popup-message-1 popup-message-2
           evaluate true
              when return-code not equals GVPOST-OK
                 move "There is no gift voucher with that number"
                    to popup-message-1
                 move "- check the number on the voucher"
                    to popup-message-2
              when gq-status equals "X"
                 or gq-expiry-date < gq-date
                 move gq-expiry-date(7:2) to lg-expiry-dd
                 move gq-expiry-date(5:2) to lg-expiry-mm
                 move gq-expiry-date(1:4) to lg-expiry-yyyy
                 string "That voucher ran out on " lg-expiry-edit
                    delimited by size into popup-message-1
                 end-string
                 move "and can't be used" to popup-message-2
              when lg-in-type equals "P"
                 and lg-check-amount > gq-balance
                 move gq-balance to lg-voucher-edit
                 string "Only " lg-voucher-edit
                        " is left on that voucher -"
                    delimited by size into popup-message-1
                 end-string
                 move "take the rest another way" to popup-message-2
              when lg-in-type equals "R"
                 and lg-check-amount > gq-value - gq-balance
                 move "Less than that has been spent off the"
                    to popup-message-1
                 move "voucher - refund the rest another way"
                    to popup-message-2
              when other
                 move "y" to lg-voucher-ok
           end-evaluate

           if lg-voucher-ok not equals "y"
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
           end-if
           .

      *> a payment by voucher draws it down, a refund by voucher
      *> puts the amount back on it
        post-voucher-payment.
           if lg-type-payment
              move "R" to gq-action
           else
              move "U" to gq-action
           end-if
           move lg-in-voucher to gq-voucher-no
           move lg-customer-id to gq-customer-id
           move lg-net-amount to gq-amount
           move lg-entry-id to gq-ledger-id
           move lnk-id to gq-store-id
           move lnk-Operator-Id to gq-operator
           move date-today-temp to gq-date
           call "gvpost" using giftvoucher-request
           end-call
           .

      *> the voucher is issued once its sale is on the ledger, and
      *> its number shown to write on the voucher handed over
        sell-gift-voucher.
           move "S" to gq-action
           move 0 to gq-voucher-no
           move lg-customer-id to gq-customer-id
           move lg-net-amount to gq-amount
           move lg-entry-id to gq-ledger-id
           move lnk-id to gq-store-id
           move lnk-Operator-Id to gq-operator
           move date-today-temp to gq-date
           call "gvpost" using giftvoucher-request
           end-call

           move gq-value to lg-voucher-edit
           move gq-expiry-date(7:2) to lg-expiry-dd
           move gq-expiry-date(5:2) to lg-expiry-mm
           move gq-expiry-date(1:4) to lg-expiry-yyyy
           move "Gift voucher" to popup-title
           move spaces to popup-message-1 popup-message-2
           string "Voucher number " gq-voucher-no " for "
                  lg-voucher-edit
              delimited by size into popup-message-1
           end-string
           string "good until " lg-expiry-edit
              delimited by size into popup-message-2
           end-string
           move "Okay" to popup-button-1
           call "errpopup" using popup-title,
                   popup-message-1,
                   popup-message-2
                   popup-button-1
           end-call
           .

      *> a redeemed offer has to be a campaign on the register whose
      *> response window is still open today
        check-campaign-code.
           move "n" to lg-campaign-ok
           move function upper-case(lg-in-campaign) to lg-in-campaign
           open input campaign-file
           if not fs-okay
              exit paragraph
           end-if
           move lg-in-campaign to mc-campaign-code
           read campaign-file
              invalid key continue
              not invalid key
                 move date-today-temp to lg-today-date
                 if mc-end-date equals 0
                    or lg-today-date <= mc-end-date
                    move "y" to lg-campaign-ok
                 end-if
           end-read
           close campaign-file
           .

      *> a discount has to be on the master, running today, and
      *> allowed on this line - any line, the line's product, or the
      *> type of the appointment slot the line is linked to. the
      *> master record is left in the buffer for the approval and
      *> the discount line itself.
        check-discount-code.
           move "n" to lg-discount-ok
           move spaces to lg-discount-message
           move function upper-case(lg-in-discount) to lg-in-discount
           if lg-in-type not equals "I"
              move "A discount can only be given on an invoice line"
                 to lg-discount-message
              exit paragraph
           end-if
           compute lg-disc-gross = function numval(lg-in-net)
           if lg-in-vat not equals spaces
              compute lg-disc-gross =
                 lg-disc-gross + function numval(lg-in-vat)
           end-if
           if lg-disc-gross <= 0
              move "There is nothing on the line to discount"
                 to lg-discount-message
              exit paragraph
           end-if

           open input discount-file
           if not fs-okay
              move "No discount codes are on file"
                 to lg-discount-message
              exit paragraph
           end-if
           move lg-in-discount to dm-discount-code
           read discount-file
              invalid key
                 move "That discount code is not on file"
                    to lg-discount-message
           end-read
           close discount-file
           if lg-discount-message not equals spaces
              exit paragraph
           end-if

           move date-today-temp to lg-today-date
           if lg-today-date < dm-start-date
              or (dm-end-date not equal 0
                  and lg-today-date > dm-end-date)
              move "That discount is not running today"
                 to lg-discount-message
              exit paragraph
           end-if

           evaluate true
              when dm-applies-products
                 perform varying lg-disc-idx from 1 by 1
                      until lg-disc-idx > 5
                    if dm-products(lg-disc-idx) not equals spaces
                       and dm-products(lg-disc-idx) equals
                          function upper-case(lg-in-product)
                       move "y" to lg-discount-ok
                    end-if
                 end-perform
                 if lg-discount-ok not equals "y"
                    move "That discount doesn't cover this product"
                       to lg-discount-message
                 end-if
              when dm-applies-types
                 perform find-linked-appt-type
                 if lg-disc-appt-type equals spaces
                    move "That discount needs the appointment linked"
                       to lg-discount-message
                    exit paragraph
                 end-if
                 perform varying lg-disc-idx from 1 by 1
                      until lg-disc-idx > 5
                    if dm-appt-types(lg-disc-idx) equals
                          lg-disc-appt-type
                       move "y" to lg-discount-ok
                    end-if
                 end-perform
                 if lg-discount-ok not equals "y"
                    move "That discount doesn't cover this appointment"
                       to lg-discount-message
                 end-if
              when other
                 move "y" to lg-discount-ok
           end-evaluate
           .

      *> the appointment type booked in the slot the line is linked
      *> to - spaces when there's no link or nothing booked there
        find-linked-appt-type.
           move spaces to lg-disc-appt-type
           if lg-in-year equals 0
              or lg-in-day < 1 or lg-in-slot < 1
              exit paragraph
           end-if
           open input appointment-file
           if not fs-okay
              exit paragraph
           end-if
           move lnk-id to app-store-id
           move lg-in-year to app-year
           move lg-in-week to app-week
           move lg-in-consultant to app-consultant-id
           read appointment-file
              invalid key continue
              not invalid key
                 move app-appt-type of app-days(lg-in-day lg-in-slot)
                    to lg-disc-appt-type
           end-read
           close appointment-file
           .

      *> a code marked for supervisor approval is confirmed by a
      *> supervisor keying it, or witnessed by one through dualauth
      *> when a junior keys it - the witness is on the dual-auth log
        check-discount-approval.
           move spaces to lg-disc-approved-by
           if not dm-needs-supervisor
              exit paragraph
           end-if

           if lnk-Role-Supervisor-Up
              move spaces to popup-l-message
              string "Approve discount " lg-in-discount
                     " on this line?"
                 delimited by size into popup-l-message
              end-string
              move "[Y]es or [N]o" to popup-l-button
              perform display-lower-popup
              if scr-af-key-code-1x not equals "Y" and
                 scr-af-key-code-1x not equals "y"
                 move "n" to lg-super-ok
              else
                 move lnk-Operator-Id to lg-disc-approved-by
              end-if
              exit paragraph
           end-if

           move "DISCOUNT" to da-rq-action
           move lnk-Operator-Id to da-rq-first-op
           move spaces to da-rq-reference
           move wsc-customer-id to da-rq-reference(1:9)
           move lg-in-discount to da-rq-reference(11:8)
           call "dualauth" using dualauth-request
           end-call
           if return-code not equal 0
              move "n" to lg-super-ok
           end-if
           .

      *> the discount as a credit line against the invoice line just
      *> written - same account, patient, store, slot and posting
      *> date. a percentage is of the line's gross, a fixed amount
      *> is capped at it, and net and VAT come off in the line's
      *> own proportion.
        write-discount-line.
           move lg-entry-id to lg-disc-invoice-id
           move lg-net-amount to lg-disc-invoice-net
           compute lg-disc-line-gross = lg-net-amount + lg-vat-amount
           if dm-kind-percent
              compute lg-disc-gross rounded =
                 lg-disc-line-gross * dm-percent / 100
           else
              move dm-amount to lg-disc-gross
              if lg-disc-gross > lg-disc-line-gross
                 move lg-disc-line-gross to lg-disc-gross
              end-if
           end-if
           if lg-disc-gross <= 0
              exit paragraph
           end-if

           perform load-next-ledger-id
           move lg-next-id to lg-entry-id
           move "C" to lg-entry-type
           move spaces to lg-description
           string "Discount " dm-discount-code " "
                  dm-description
              delimited by size into lg-description
           end-string
           compute lg-net-amount rounded =
              lg-disc-gross * lg-disc-invoice-net / lg-disc-line-gross
           compute lg-vat-amount = lg-disc-gross - lg-net-amount
           move space to lg-pay-method
           move lg-disc-invoice-id to lg-orig-entry-id
           move "DS" to lg-reason-code
           move lg-disc-approved-by to lg-approved-by
           move 0 to lg-order-id
           move spaces to lg-campaign-code
           move dm-discount-code to lg-discount-code

           open i-o ledger-file
           perform check-file-status
           write ledger-entry
           perform check-file-status
           close ledger-file
           perform check-file-status
           .

        check-order-belongs.
           move "n" to lg-order-ok
           open input disporder-file
           if not fs-okay
              exit paragraph
           end-if
           move lg-in-order to do-order-id
           read disporder-file
              invalid key continue
              not invalid key
                 if do-customer-id equals wsc-customer-id
                    move "y" to lg-order-ok
                 end-if
           end-read
           close disporder-file
           .

      *> the job's running paid-to-date follows the ledger - a
      *> payment adds to it, a refund of one takes it back off -
      *> so the workshop screen's balance due is what the ledger
      *> says
        update-order-amount-paid.
           open i-o disporder-file
           if not fs-okay
              exit paragraph
           end-if
           move lg-order-id to do-order-id
           read disporder-file
              invalid key
                 close disporder-file
                 exit paragraph
           end-read
           if lg-type-payment
              add lg-net-amount to do-amount-paid
           else
              if lg-net-amount >= do-amount-paid
                 move 0 to do-amount-paid
              else
                 subtract lg-net-amount from do-amount-paid
              end-if
           end-if
           move lnk-Operator-Id to do-updated-by
           rewrite dispensing-order
           perform check-file-status
           close disporder-file
           .

      *> generates the next ledger entry id under an exclusive lock,
