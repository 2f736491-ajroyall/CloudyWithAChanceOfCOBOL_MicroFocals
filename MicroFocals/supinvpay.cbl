       identification division.
       program-id. supinvpay.

      *> approved for payment (supinvpay.txt) - the weekly list for
      *> the accounts team of every supplier invoice that has matched
      *> its purchase order (supinv.cbl) and not yet been on one of
      *> these lists, by supplier with a total each, across every
      *> store. each invoice listed is stamped with today's date, so
      *> it is approved once and once only; disputed and withdrawn
      *> invoices never appear. run from the purchasing menu's
      *> invoice option or headless from the run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "supinv-fc.cpy".
       copy "supplier-fc.cpy".

       select supinvpay-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "supinv-fd.cpy".
       copy "supplier-fd.cpy".

       fd supinvpay-report.
       01 report-line           pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "supinvpay.txt".
       01 eof                   pic x.

       01 sp-today              pic 9(8).
       01 sp-supplier-file-open pic x.
       01 sp-current-supplier   pic 9(5) value 0.
       01 sp-supplier-total     pic 9(8)v99 value 0.
       01 sp-grand-total        pic 9(9)v99 value 0.
       01 sp-invoice-count      binary-long value 0.
       01 sp-count-display      pic zzzz9.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       01 report-header-line.
         03 filler              pic x(40) value
            "Supplier invoices approved for payment ".
         03 rpt-hdr-date        pic 9(8).

       01 report-supplier-line.
         03 filler              pic x(9)  value "Supplier ".
         03 rpt-supplier-id     pic zzzz9.
         03 filler              pic x     value space.
         03 rpt-supplier-name   pic x(40).

       01 report-invoice-line.
         03 filler              pic x(4)  value spaces.
         03 rpt-invoice-no      pic x(15).
         03 filler              pic x(7)  value " dated ".
         03 rpt-invoice-date    pic 9(8).
         03 filler              pic x(7)  value " order ".
         03 rpt-order-id        pic z(8)9.
         03 filler              pic x(7)  value " store ".
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-amount          pic zzzzzzz9.99.

       01 report-total-line.
         03 filler              pic x(60) value spaces.
         03 rpt-total-label     pic x(8).
         03 rpt-total           pic zzzzzzzz9.99.

       01 report-none-line      pic x(40) value
          "No newly matched invoices".

       01 blank-line            pic x value space.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to sp-today

           open i-o supinv-file
           if not fs-okay
              display "No supplier invoices on file"
              goback
           end-if
           open input supplier-file
           if fs-okay
              move "y" to sp-supplier-file-open
           else
              move "n" to sp-supplier-file-open
           end-if

           open output supinvpay-report
           move sp-today to rpt-hdr-date
           write report-line from report-header-line

           move low-values to si-key
           start supinv-file
               key >= si-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read supinv-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and si-status-matched
                 and si-pay-listed-date equals 0
                 perform approve-invoice
              end-if
           end-perform

           if sp-invoice-count equals 0
              write report-line from blank-line
              write report-line from report-none-line
           else
              perform write-supplier-total
              move "All" to rpt-total-label
              move sp-grand-total to rpt-total
              write report-line from blank-line
              write report-line from report-total-line
           end-if

           close supinvpay-report
           if sp-supplier-file-open equals "y"
              close supplier-file
           end-if
           close supinv-file

           move sp-invoice-count to sp-count-display
           display sp-count-display " invoice(s) approved - see "
              rpt-filename
           goback.

      *> the file is in supplier order, so a change of supplier id
      *> closes off the last one's total
        approve-invoice.
           if si-supplier-id not equals sp-current-supplier
              if sp-invoice-count > 0
                 perform write-supplier-total
              end-if
              perform write-supplier-heading
           end-if

           move si-invoice-no to rpt-invoice-no
           move si-invoice-date to rpt-invoice-date
           move si-order-id to rpt-order-id
           move si-store-id to rpt-store-id
           move si-invoice-total to rpt-amount
           write report-line from report-invoice-line
           add si-invoice-total to sp-supplier-total sp-grand-total
           add 1 to sp-invoice-count

           move sp-today to si-pay-listed-date
           rewrite supplier-invoice
           perform check-file-status
           .

        write-supplier-heading.
           move si-supplier-id to sp-current-supplier
           move 0 to sp-supplier-total
           move si-supplier-id to rpt-supplier-id
           move spaces to rpt-supplier-name
           if sp-supplier-file-open equals "y"
              move si-supplier-id to su-supplier-id
              read supplier-file
                 invalid key continue
                 not invalid key move su-name to rpt-supplier-name
              end-read
           end-if
           write report-line from blank-line
           write report-line from report-supplier-line
           .

        write-supplier-total.
           move "Total" to rpt-total-label
           move sp-supplier-total to rpt-total
           write report-line from report-total-line
           .

       copy "common.cpy".
