       identification division.
       program-id. posrcpt.

      *> till receipt for one payment taken at the counter
      *> (posledger.cbl) - the store's name, address, telephone and
      *> VAT number, the invoice lines the payment paid off with net,
      *> VAT rate and VAT on each, how it was paid and the balance
      *> left on the account. the ledger doesn't tie payments to
      *> lines, so the account's money is set against its invoice
      *> lines oldest first (a credit note comes off the line it
      *> undoes): the lines this payment finished or part-paid are
      *> the ones printed. printed and registered on the print spool
      *> for reprint like rxcopy.cbl. returns 0 printed (or held on
      *> the spool), 1 payment not found.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "ledger-fc.cpy".
       copy "customer-fc.cpy".

       select receipt-report assign to dynamic pdr-filename
        organization is line sequential.

       data division.
       copy "ledger-fd.cpy".
       copy "customer-fd.cpy".

       fd receipt-report.
       01 report-line          pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 pdr-filename            pic x(20) value "posrcpt.txt".
       01 pr-eof                  pic x.

       01 pr-today                pic 9(8).
       01 pr-now                  pic 9(8).

      *> the payment being receipted
       01 pr-pay-id               pic 9(9).
       01 pr-pay-customer         pic 9(9).
       01 pr-pay-amount           pic s9(7)v99.
       01 pr-pay-method           pic x.
       01 pr-pay-date             pic 9(8).

      *> the account's invoice lines up to the payment, oldest
      *> first, net of any credit note against them - once full the
      *> oldest drops off, its gross carried in pr-dropped-gross
       78 PR-MAX-LINES            value 100.
       01 pr-line-count           binary-long value 0.
       01 pr-lines occurs PR-MAX-LINES.
         03 pr-line-id            pic 9(9).
         03 pr-line-date          pic 9(8).
         03 pr-line-description   pic x(40).
         03 pr-line-net           pic s9(7)v99.
         03 pr-line-vat           pic s9(7)v99.
       01 pr-idx                  binary-long.
       01 pr-shuffle              binary-long.
       01 pr-dropped-gross        pic s9(9)v99 value 0.
      *> money set against the lines before this payment
       01 pr-paid-before          pic s9(9)v99 value 0.
       01 pr-balance              pic s9(9)v99 value 0.
       01 pr-cum-start            pic s9(9)v99.
       01 pr-cum-end              pic s9(9)v99.
       01 pr-line-gross           pic s9(8)v99.
       01 pr-lines-printed        binary-long value 0.

       01 spool-request.
         03 spr-doc-type      pic x(12).
         03 spr-store-id      pic 9(5).
         03 spr-created-by    pic x(10).
         03 spr-doc-path      pic x(40).
         03 spr-status        pic x.

       01 report-store-name       pic x(40).
       01 report-store-address    pic x(80).

       01 report-tel-line.
         03 filler                pic x(5)  value "Tel: ".
         03 rpt-tel               pic x(20).

       01 report-vat-no-line.
         03 filler                pic x(15) value "VAT reg no: ".
         03 rpt-vat-no            pic x(15).

       01 report-receipt-line.
         03 filler                pic x(12) value "Receipt no ".
         03 rpt-receipt-no        pic z(8)9.
         03 filler                pic x(4)  value spaces.
         03 rpt-receipt-date      pic x(10).
         03 filler                pic x     value space.
         03 rpt-receipt-time      pic x(5).

       01 report-customer-line.
         03 filler                pic x(12) value "Customer".
         03 rpt-customer-name     pic x(60).

       01 report-column-line.
         03 filler                pic x(26) value "Description".
         03 filler                pic x(11) value "      Net".
         03 filler                pic x(7)  value "  VAT%".
         03 filler                pic x(11) value "      VAT".
         03 filler                pic x(11) value "     Total".

       01 report-item-line.
         03 rpt-item-description  pic x(24).
         03 filler                pic x(2)  value spaces.
         03 rpt-item-net          pic zzzzz9.99-.
         03 filler                pic x     value space.
         03 rpt-item-rate         pic zz9.9.
         03 filler                pic x     value space.
         03 rpt-item-vat          pic zzzzz9.99-.
         03 filler                pic x     value space.
         03 rpt-item-total        pic zzzzz9.99-.

       01 report-on-account-line  pic x(40) value
          "Payment on account".

       01 report-money-line.
         03 rpt-money-label       pic x(45).
         03 rpt-money-amount      pic zzzzzzz9.99-.

       01 report-thanks-line      pic x(40) value
          "Thank you - please keep this receipt".

       01 pr-vat-rate             pic 999v9.

       01 printer-filename.
        03 printer-filename-len  pic x(2) comp-5.
        03 printer-filename-body pic x(128).

       01 printer-title.
        03 printer-title-len     pic x(2) comp-5.
        03 printer-title-body    pic x(128).

       01 printer-flags          pic x(4) comp-5.
       01 printer-window-handle  pic x(4) comp-5.
       01 pdr-return-code        pic 9999.

       linkage section.
       copy "common_lnk.cpy".
      *> the payment's lg-entry-id
       01 lnk-payment-id          pic 9(9).

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info, lnk-operator-info,
                                 lnk-payment-id.
           accept pr-today from date YYYYMMDD
           accept pr-now from time

           open input ledger-file
           if not fs-okay
              goback returning 1
           end-if
           move lnk-payment-id to lg-entry-id
           read ledger-file
              invalid key
                 close ledger-file
                 goback returning 1
           end-read
           if not lg-type-payment
              close ledger-file
              goback returning 1
           end-if
           move lg-entry-id to pr-pay-id
           move lg-customer-id to pr-pay-customer
           move lg-net-amount to pr-pay-amount
           move lg-pay-method to pr-pay-method
           move lg-entry-date to pr-pay-date

           perform load-account-lines
           close ledger-file

           open output receipt-report
           perform write-receipt-heading
           perform write-lines-paid
           perform write-receipt-money
           close receipt-report

           perform print-file

           goback returning 0.

      *> one pass of the account by the customer alternate key -
      *> entries come back in the order they were written
        load-account-lines.
           move pr-pay-customer to lg-customer-id
           start ledger-file
               key = lg-customer-id
               invalid key move "y" to pr-eof
               not invalid key move "n" to pr-eof
           end-start

           perform until pr-eof equals "y"
              read ledger-file next record
                 at end move "y" to pr-eof
              end-read
              if not fs-okay or pr-eof equals "y"
                 or lg-customer-id not equals pr-pay-customer
                 move "y" to pr-eof
              else
                 perform take-account-entry
              end-if
           end-perform
           .

        take-account-entry.
           evaluate true
              when lg-type-payment
                 subtract lg-net-amount from pr-balance
              when lg-type-refund
                 add lg-net-amount to pr-balance
              when lg-type-credit
                 subtract lg-net-amount from pr-balance
                 subtract lg-vat-amount from pr-balance
              when other
                 add lg-net-amount to pr-balance
                 add lg-vat-amount to pr-balance
           end-evaluate

      *> anything after the payment has no bearing on what it paid
           if lg-entry-id >= pr-pay-id
              exit paragraph
           end-if

           evaluate true
              when lg-type-payment
                 add lg-net-amount to pr-paid-before
              when lg-type-refund
                 subtract lg-net-amount from pr-paid-before
              when lg-type-credit
                 perform apply-credit-to-line
              when other
                 perform add-invoice-line
           end-evaluate
           .

        add-invoice-line.
           if pr-line-count equals PR-MAX-LINES
              compute pr-dropped-gross = pr-dropped-gross
                 + pr-line-net(1) + pr-line-vat(1)
              perform varying pr-shuffle from 1 by 1
                   until pr-shuffle >= PR-MAX-LINES
                 move pr-lines(pr-shuffle + 1) to pr-lines(pr-shuffle)
              end-perform
           else
              add 1 to pr-line-count
           end-if
           move lg-entry-id to pr-line-id(pr-line-count)
           move lg-entry-date to pr-line-date(pr-line-count)
           move lg-description to pr-line-description(pr-line-count)
           move lg-net-amount to pr-line-net(pr-line-count)
           move lg-vat-amount to pr-line-vat(pr-line-count)
           .

      *> a credit note comes off the line it undoes; one whose line
      *> isn't in the table counts as money against the account
        apply-credit-to-line.
           perform varying pr-idx from 1 by 1
                until pr-idx > pr-line-count
              if pr-line-id(pr-idx) equals lg-orig-entry-id
                 subtract lg-net-amount from pr-line-net(pr-idx)
                 subtract lg-vat-amount from pr-line-vat(pr-idx)
                 exit paragraph
              end-if
           end-perform
           add lg-net-amount lg-vat-amount to pr-paid-before
           .

        write-receipt-heading.
           move lnk-name-of-store to report-store-name
           move spaces to report-store-address
           string lnk-province delimited by "  "
              ", " delimited by size
              lnk-county delimited by "  "
              ", " delimited by size
              lnk-postcode delimited by "  "
              into report-store-address
           end-string
           write report-line from report-store-name
           write report-line from report-store-address
           move lnk-tel to rpt-tel
           write report-line from report-tel-line
           if lnk-VAT-Number not equals spaces
              move lnk-VAT-Number to rpt-vat-no
              write report-line from report-vat-no-line
           end-if
           move spaces to report-line
           write report-line

           move pr-pay-id to rpt-receipt-no
           move spaces to rpt-receipt-date rpt-receipt-time
           string pr-pay-date(7:2) "/" pr-pay-date(5:2) "/"
                  pr-pay-date(1:4)
              delimited by size into rpt-receipt-date
           end-string
           string pr-now(1:2) ":" pr-now(3:2)
              delimited by size into rpt-receipt-time
           end-string
           write report-line from report-receipt-line

           move spaces to rpt-customer-name
           open input cust-file
           if fs-okay
              move pr-pay-customer
                 to f-Customer-Id of f-CustomerInformation
              read cust-file
                 invalid key continue
                 not invalid key
                    move f-FullName of f-CustomerInformation
                       to rpt-customer-name
              end-read
              close cust-file
           end-if
           write report-line from report-customer-line
           move spaces to report-line
           write report-line
           .

      *> the lines whose share of the account's charges falls
      *> between the money already set against it and that money
      *> plus this payment
        write-lines-paid.
           write report-line from report-column-line
           move pr-dropped-gross to pr-cum-start
           perform varying pr-idx from 1 by 1
                until pr-idx > pr-line-count
              compute pr-line-gross =
                 pr-line-net(pr-idx) + pr-line-vat(pr-idx)
              compute pr-cum-end = pr-cum-start + pr-line-gross
              if pr-line-gross > 0
                 and pr-cum-end > pr-paid-before
                 and pr-cum-start < pr-paid-before + pr-pay-amount
                 perform write-item-line
              end-if
              move pr-cum-end to pr-cum-start
           end-perform
           if pr-lines-printed equals 0
              write report-line from report-on-account-line
           end-if
           move spaces to report-line
           write report-line
           .

        write-item-line.
           add 1 to pr-lines-printed
           move pr-line-description(pr-idx) to rpt-item-description
           move pr-line-net(pr-idx) to rpt-item-net
           if pr-line-net(pr-idx) equals 0
              move 0 to pr-vat-rate
           else
              compute pr-vat-rate rounded =
                 pr-line-vat(pr-idx) * 100 / pr-line-net(pr-idx)
           end-if
           move pr-vat-rate to rpt-item-rate
           move pr-line-vat(pr-idx) to rpt-item-vat
           move pr-line-gross to rpt-item-total
           write report-line from report-item-line
           .

        write-receipt-money.
           move spaces to rpt-money-label
           evaluate pr-pay-method
              when "C"
                 move "Paid - cash" to rpt-money-label
              when "D"
                 move "Paid - card" to rpt-money-label
              when "T"
                 move "Paid - bank transfer" to rpt-money-label
              when "L"
                 move "Paid - loyalty points" to rpt-money-label
              when "I"
                 move "Paid - insurer" to rpt-money-label
              when "G"
                 move "Paid - gift voucher" to rpt-money-label
              when other
                 move "Paid" to rpt-money-label
           end-evaluate
           move pr-pay-amount to rpt-money-amount
           write report-line from report-money-line
           move "Balance left on the account" to rpt-money-label
           move pr-balance to rpt-money-amount
           write report-line from report-money-line
           move spaces to report-line
           write report-line
           write report-line from report-thanks-line
           .

        print-file.
           move pdr-filename to printer-filename-body
           move 0 to printer-filename-len
           inspect pdr-filename
            tallying printer-filename-len
            for characters

           move "posrcpt" to printer-title-body
           move 7 to printer-title-len

           move 0 to printer-flags
           move 0 to printer-window-handle
           call "PC_PRINT_FILE" using
                by reference printer-filename
                by reference printer-title
                by value printer-flags
                by value printer-window-handle
           end-call
           move "P" to spr-status
           if return-code not equal 0
             move "H" to spr-status
             move return-code to pdr-return-code
             move "Failed to print file" to popup-title

             string "Print status code is "
                pdr-return-code
                into popup-message-1

             move spaces to popup-message-2
             move "Okay" to popup-button-1
             call "errpopup" using popup-title,
                  popup-message-1,
                  popup-message-2
                  popup-button-1
             end-call
           end-if

           move "RECEIPT" to spr-doc-type
           move lnk-id to spr-store-id
           move lnk-Operator-Id to spr-created-by
           move pdr-filename to spr-doc-path
           call "spooladd" using spool-request
           end-call
           .

       copy "common.cpy".
