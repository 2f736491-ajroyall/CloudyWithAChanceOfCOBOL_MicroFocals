       identification division.
       program-id. vatinv.

      *> full VAT invoice for a past sale, on request at the counter
      *> (posledger.cbl) - the selling store's name, address and VAT
      *> registration number, a sequential invoice number, the
      *> customer's name and address, the tax point, every invoice
      *> line of the sale with net, VAT rate and VAT, any credit or
      *> discount against them, the VAT analysed by rate and the
      *> totals. a sale is the invoice lines on one account at one
      *> store on one posting date, so any of its lines finds it.
      *> the number comes from the VAT invoice register
      *> (vatinv-fd.cpy) once only - asking again for the same sale
      *> prints it under its original number marked as a copy.
      *> printed and registered on the print spool for reprint like
      *> rxcopy.cbl. returns 0 printed (or held on the spool), 1 not
      *> an invoice line, 2 the selling store has no VAT number.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "ledger-fc.cpy".
       copy "customer-fc.cpy".
       copy "stores-fc.cpy".
       copy "vatinv-fc.cpy".

       select vatinv-id-file assign "$MFOCALDIR/vatinvid.dat"
        organization is sequential
        status is ws-file-status.

       select vatinv-report assign to dynamic pdr-filename
        organization is line sequential.

       data division.
       copy "ledger-fd.cpy".
       copy "customer-fd.cpy".
       copy "stores-fd.cpy".
       copy "vatinv-fd.cpy".

       fd vatinv-id-file.
       01 VatInvIdInformation.
         03 Highest-VatInv-Id     pic 9(9).

       fd vatinv-report.
       01 report-line          pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 pdr-filename            pic x(20) value "vatinv.txt".
       01 vi-eof                  pic x.

       01 vi-today                pic 9(8).
       01 vi-is-copy              pic x.
       01 vi-store-found          pic x.

      *> the sale being invoiced
       01 vi-want-customer        pic 9(9).
       01 vi-want-store           pic 9(5).
       01 vi-want-date            pic 9(8).

      *> the sale's invoice lines and the credits against them, in
      *> the order they were entered
       78 VI-MAX-LINES            value 40.
       01 vi-line-count           binary-long value 0.
       01 vi-lines occurs VI-MAX-LINES.
         03 vi-line-id            pic 9(9).
         03 vi-line-type          pic x.
         03 vi-line-description   pic x(40).
         03 vi-line-net           pic s9(7)v99.
         03 vi-line-vat           pic s9(7)v99.
       01 vi-idx                  binary-long.
       01 vi-idx-2                binary-long.
       01 vi-is-sale-line         pic x.
       01 vi-lines-dropped        binary-long value 0.

      *> VAT analysis - net and VAT summed per rate charged
       78 VI-MAX-RATES            value 6.
       01 vi-rate-count           binary-long value 0.
       01 vi-rates occurs VI-MAX-RATES.
         03 vi-rate               pic 999v9.
         03 vi-rate-net           pic s9(8)v99.
         03 vi-rate-vat           pic s9(8)v99.
       01 vi-this-rate            pic 999v9.
       01 vi-rate-idx             binary-long.

       01 vi-total-net-ws         pic s9(8)v99 value 0.
       01 vi-total-vat-ws         pic s9(8)v99 value 0.
       01 vi-total-gross          pic s9(8)v99.

       01 spool-request.
         03 spr-doc-type      pic x(12).
         03 spr-store-id      pic 9(5).
         03 spr-created-by    pic x(10).
         03 spr-doc-path      pic x(40).
         03 spr-status        pic x.

       01 report-title-line       pic x(40).
       01 report-store-name       pic x(40).
       01 report-store-address    pic x(80).

       01 report-tel-line.
         03 filler                pic x(5)  value "Tel: ".
         03 rpt-tel               pic x(20).

       01 report-vat-no-line.
         03 filler                pic x(15) value "VAT reg no: ".
         03 rpt-vat-no            pic x(15).

       01 report-number-line.
         03 filler                pic x(16) value "Invoice number".
         03 rpt-invoice-no        pic 9(9).

       01 report-date-line.
         03 rpt-date-label        pic x(16).
         03 rpt-date              pic x(10).

       01 report-customer-line.
         03 filler                pic x(16) value "Invoice to".
         03 rpt-customer-text     pic x(64).

       01 report-column-line.
         03 filler                pic x(34) value "Description".
         03 filler                pic x(11) value "      Net".
         03 filler                pic x(7)  value "  VAT%".
         03 filler                pic x(11) value "      VAT".
         03 filler                pic x(11) value "     Total".

       01 report-item-line.
         03 rpt-item-description  pic x(32).
         03 filler                pic x(2)  value spaces.
         03 rpt-item-net          pic zzzzz9.99-.
         03 filler                pic x     value space.
         03 rpt-item-rate         pic zz9.9.
         03 filler                pic x     value space.
         03 rpt-item-vat          pic zzzzz9.99-.
         03 filler                pic x     value space.
         03 rpt-item-total        pic zzzzz9.99-.

       01 report-analysis-head.
         03 filler                pic x(34) value "VAT analysis".

       01 report-analysis-line.
         03 filler                pic x(8)  value spaces.
         03 filler                pic x(5)  value "Rate ".
         03 rpt-an-rate           pic zz9.9.
         03 filler                pic x(16) value "%".
         03 rpt-an-net            pic zzzzz9.99-.
         03 filler                pic x(7)  value spaces.
         03 rpt-an-vat            pic zzzzz9.99-.

       01 report-total-line.
         03 rpt-total-label       pic x(34).
         03 rpt-total-net         pic zzzzz9.99-.
         03 filler                pic x(7)  value spaces.
         03 rpt-total-vat         pic zzzzz9.99-.
         03 filler                pic x     value space.
         03 rpt-total-gross       pic zzzzz9.99-.

       01 report-dropped-line     pic x(60) value
          "Further lines of this sale are not shown".

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
      *> any invoice line (lg-entry-id) of the sale
       01 lnk-invoice-entry-id    pic 9(9).

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info, lnk-operator-info,
                                 lnk-invoice-entry-id.
           accept vi-today from date YYYYMMDD

           open input ledger-file
           if not fs-okay
              goback returning 1
           end-if
           move lnk-invoice-entry-id to lg-entry-id
           read ledger-file
              invalid key
                 close ledger-file
                 goback returning 1
           end-read
           if not lg-type-invoice
              close ledger-file
              goback returning 1
           end-if
           move lg-customer-id to vi-want-customer
           move lg-store-id to vi-want-store
           move lg-entry-date to vi-want-date

           perform load-selling-store
           if sf-VAT-Number equals spaces
              close ledger-file
              goback returning 2
           end-if

           perform load-sale-lines
           close ledger-file

           perform register-invoice-number

           open output vatinv-report
           perform write-invoice-heading
           perform write-invoice-lines
           perform write-vat-analysis
           close vatinv-report

           perform print-file

           goback returning 0.

      *> the store the sale was made at - this store's own details
      *> when the store file can't say
        load-selling-store.
           move "n" to vi-store-found
           open input store-file
           if fs-okay
              move vi-want-store to sf-id
              read store-file
                 invalid key continue
                 not invalid key move "y" to vi-store-found
              end-read
              close store-file
           end-if
           if vi-store-found not equals "y"
              move lnk-store-info to sf-Store-Information
           end-if
           .

      *> the account's entries by the customer alternate key - the
      *> sale's invoice lines, and credits against any of them
        load-sale-lines.
           move vi-want-customer to lg-customer-id
           start ledger-file
               key = lg-customer-id
               invalid key move "y" to vi-eof
               not invalid key move "n" to vi-eof
           end-start

           perform until vi-eof equals "y"
              read ledger-file next record
                 at end move "y" to vi-eof
              end-read
              if not fs-okay or vi-eof equals "y"
                 or lg-customer-id not equals vi-want-customer
                 move "y" to vi-eof
              else
                 perform take-sale-entry
              end-if
           end-perform
           .

        take-sale-entry.
           move "n" to vi-is-sale-line
           evaluate true
              when lg-type-invoice
                 if lg-store-id equals vi-want-store
                    and lg-entry-date equals vi-want-date
                    move "y" to vi-is-sale-line
                 end-if
              when lg-type-credit
                 perform varying vi-idx-2 from 1 by 1
                      until vi-idx-2 > vi-line-count
                    if vi-line-id(vi-idx-2) equals lg-orig-entry-id
                       and vi-line-type(vi-idx-2) equals "I"
                       move "y" to vi-is-sale-line
                    end-if
                 end-perform
           end-evaluate
           if vi-is-sale-line not equals "y"
              exit paragraph
           end-if
           if vi-line-count equals VI-MAX-LINES
              add 1 to vi-lines-dropped
              exit paragraph
           end-if

           add 1 to vi-line-count
           move lg-entry-id to vi-line-id(vi-line-count)
           move lg-entry-type to vi-line-type(vi-line-count)
           move lg-description to vi-line-description(vi-line-count)
      *> a credit reads as money off the invoice
           if lg-type-credit
              compute vi-line-net(vi-line-count) = 0 - lg-net-amount
              compute vi-line-vat(vi-line-count) = 0 - lg-vat-amount
           else
              move lg-net-amount to vi-line-net(vi-line-count)
              move lg-vat-amount to vi-line-vat(vi-line-count)
           end-if
           add vi-line-net(vi-line-count) to vi-total-net-ws
           add vi-line-vat(vi-line-count) to vi-total-vat-ws
           .

      *> the sale's number off the register, or the next number in
      *> sequence under an exclusive lock for a first issue
        register-invoice-number.
           open i-o vatinv-file
           if ws-file-status equals "35"
              open output vatinv-file
              close vatinv-file
              open i-o vatinv-file
           end-if
           perform check-file-status

           move vi-want-customer to vi-customer-id
           move vi-want-store to vi-store-id
           move vi-want-date to vi-sale-date
           read vatinv-file key is vi-sale-key
              invalid key
                 move "n" to vi-is-copy
              not invalid key
                 move "y" to vi-is-copy
           end-read

           if vi-is-copy equals "y"
              add 1 to vi-copies-printed
              rewrite vatinv-record
              perform check-file-status
           else
              perform load-next-invoice-no
              move vi-want-customer to vi-customer-id
              move vi-want-store to vi-store-id
              move vi-want-date to vi-sale-date
              move vi-today to vi-issued-date
              move lnk-Operator-Id to vi-issued-by
              move vi-total-net-ws to vi-total-net
              move vi-total-vat-ws to vi-total-vat
              move 1 to vi-copies-printed
              write vatinv-record
              perform check-file-status
           end-if
           close vatinv-file
           .

      *> same read-increment-rewrite idiom as gencustid.cbl
        load-next-invoice-no.
           move 0 to Highest-VatInv-Id
           open i-o vatinv-id-file with lock
           if ws-file-status equals "35"
              open output vatinv-id-file
              perform check-file-status
              move 1 to Highest-VatInv-Id
              write VatInvIdInformation
              perform check-file-status
           else
              perform check-file-status
              read vatinv-id-file
              perform check-file-status
              add 1 to Highest-VatInv-Id
              rewrite VatInvIdInformation
              perform check-file-status
           end-if
           close vatinv-id-file
           perform check-file-status

           move Highest-VatInv-Id to vi-invoice-no
           .

        write-invoice-heading.
           if vi-is-copy equals "y"
              move "VAT INVOICE - COPY" to report-title-line
           else
              move "VAT INVOICE" to report-title-line
           end-if
           write report-line from report-title-line
           move spaces to report-line
           write report-line

           move sf-name-of-store to report-store-name
           move spaces to report-store-address
           string sf-province delimited by "  "
              ", " delimited by size
              sf-county delimited by "  "
              ", " delimited by size
              sf-postcode delimited by "  "
              into report-store-address
           end-string
           write report-line from report-store-name
           write report-line from report-store-address
           move sf-tel to rpt-tel
           write report-line from report-tel-line
           move sf-VAT-Number to rpt-vat-no
           write report-line from report-vat-no-line
           move spaces to report-line
           write report-line

           move vi-invoice-no to rpt-invoice-no
           write report-line from report-number-line
           move "Invoice date" to rpt-date-label
           move spaces to rpt-date
           string vi-issued-date(7:2) "/" vi-issued-date(5:2) "/"
                  vi-issued-date(1:4)
              delimited by size into rpt-date
           end-string
           write report-line from report-date-line
           move "Tax point" to rpt-date-label
           move spaces to rpt-date
           string vi-sale-date(7:2) "/"
                  vi-sale-date(5:2) "/"
                  vi-sale-date(1:4)
              delimited by size into rpt-date
           end-string
           write report-line from report-date-line
           move spaces to report-line
           write report-line

           perform write-customer-address
           move spaces to report-line
           write report-line
           .

        write-customer-address.
           move spaces to rpt-customer-text
           open input cust-file
           if not fs-okay
              write report-line from report-customer-line
              exit paragraph
           end-if
           move vi-want-customer
              to f-Customer-Id of f-CustomerInformation
           read cust-file
              invalid key
                 move spaces to rpt-customer-text
              not invalid key
                 move f-FullName of f-CustomerInformation
                    to rpt-customer-text
           end-read
           write report-line from report-customer-line
           if rpt-customer-text not equals spaces
              perform varying vi-idx from 1 by 1 until vi-idx > 4
                 if f-Address of f-CustomerInformation(vi-idx)
                       not equals spaces
                    move spaces to report-line
                    move f-Address of f-CustomerInformation(vi-idx)
                       to report-line(17:64)
                    write report-line
                 end-if
              end-perform
              move spaces to report-line
              move f-PostCode of f-CustomerInformation
                 to report-line(17:9)
              write report-line
           end-if
           close cust-file
           .

        write-invoice-lines.
           write report-line from report-column-line
           perform varying vi-idx from 1 by 1
                until vi-idx > vi-line-count
              move vi-line-description(vi-idx) to rpt-item-description
              move vi-line-net(vi-idx) to rpt-item-net
              perform rate-of-line
              move vi-this-rate to rpt-item-rate
              move vi-line-vat(vi-idx) to rpt-item-vat
              compute vi-total-gross =
                 vi-line-net(vi-idx) + vi-line-vat(vi-idx)
              move vi-total-gross to rpt-item-total
              write report-line from report-item-line
              perform add-to-vat-analysis
           end-perform
           if vi-lines-dropped > 0
              write report-line from report-dropped-line
           end-if
           move spaces to report-line
           write report-line
           .

        rate-of-line.
           if vi-line-net(vi-idx) equals 0
              move 0 to vi-this-rate
           else
              compute vi-this-rate rounded =
                 vi-line-vat(vi-idx) * 100 / vi-line-net(vi-idx)
           end-if
           .

        add-to-vat-analysis.
           move 0 to vi-rate-idx
           perform varying vi-idx-2 from 1 by 1
                until vi-idx-2 > vi-rate-count
              if vi-rate(vi-idx-2) equals vi-this-rate
                 move vi-idx-2 to vi-rate-idx
                 exit perform
              end-if
           end-perform
           if vi-rate-idx equals 0
              if vi-rate-count equals VI-MAX-RATES
                 exit paragraph
              end-if
              add 1 to vi-rate-count
              move vi-rate-count to vi-rate-idx
              move vi-this-rate to vi-rate(vi-rate-idx)
              move 0 to vi-rate-net(vi-rate-idx)
                        vi-rate-vat(vi-rate-idx)
           end-if
           add vi-line-net(vi-idx) to vi-rate-net(vi-rate-idx)
           add vi-line-vat(vi-idx) to vi-rate-vat(vi-rate-idx)
           .

        write-vat-analysis.
           write report-line from report-analysis-head
           perform varying vi-rate-idx from 1 by 1
                until vi-rate-idx > vi-rate-count
              move vi-rate(vi-rate-idx) to rpt-an-rate
              move vi-rate-net(vi-rate-idx) to rpt-an-net
              move vi-rate-vat(vi-rate-idx) to rpt-an-vat
              write report-line from report-analysis-line
           end-perform
           move spaces to report-line
           write report-line

           move "Invoice total" to rpt-total-label
           move vi-total-net-ws to rpt-total-net
           move vi-total-vat-ws to rpt-total-vat
           compute vi-total-gross = vi-total-net-ws + vi-total-vat-ws
           move vi-total-gross to rpt-total-gross
           write report-line from report-total-line
           .

        print-file.
           move pdr-filename to printer-filename-body
           move 0 to printer-filename-len
           inspect pdr-filename
            tallying printer-filename-len
            for characters

           move "vatinv" to printer-title-body
           move 6 to printer-title-len

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

           move "VATINVOICE" to spr-doc-type
           move lnk-id to spr-store-id
           move lnk-Operator-Id to spr-created-by
           move pdr-filename to spr-doc-path
           call "spooladd" using spool-request
           end-call
           .

       copy "common.cpy".
