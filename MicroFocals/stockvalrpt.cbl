       identification division.
       program-id. stockvalrpt.

      *> stock valuation - every stock line with frames on the shelf,
      *> store by store, valued at cost (the weighted-average cost
      *> price kept by goods-in) and at retail (st-price, net of
      *> VAT), with store subtotals and a chain total. a line with
      *> no cost price yet is flagged rather than silently valued at
      *> nothing, so the accountant knows what still needs pricing.
      *> headless, for the year-end (or any period-end) run-control
      *> list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "stock-fc.cpy".

       select valuation-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "stock-fd.cpy".

       fd valuation-report.
       01 report-line           pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "stockvalue.txt".
       01 eof                   pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       01 sv-current-store      pic 9(5) value 0.
       01 sv-line-cost          pic 9(9)v99.
       01 sv-line-retail        pic 9(9)v99.
       01 sv-store-cost         pic 9(9)v99 value 0.
       01 sv-store-retail       pic 9(9)v99 value 0.
       01 sv-store-uncosted     binary-long value 0.
       01 sv-total-cost         pic 9(9)v99 value 0.
       01 sv-total-retail       pic 9(9)v99 value 0.
       01 sv-total-lines        binary-long value 0.
       01 sv-total-uncosted     binary-long value 0.

       01 report-header-line.
         03 filler              pic x(30)
            value "Stock valuation at ".
         03 rpt-hdr-dd          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-store-line.
         03 filler              pic x(6)  value "Store ".
         03 rpt-store-id        pic zzzz9.

       01 report-column-line.
         03 filler              pic x(50) value
            "  Product     Description                On hand ".
         03 filler              pic x(50) value
            "   Cost   At cost    Price  At retail".

       01 report-detail-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-product         pic x(10).
         03 filler              pic x(2)  value spaces.
         03 rpt-description     pic x(24).
         03 filler              pic x(2)  value spaces.
         03 rpt-qty             pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-cost            pic zzzz9.99.
         03 filler              pic x(1)  value spaces.
         03 rpt-at-cost         pic zzzzzz9.99.
         03 filler              pic x(1)  value spaces.
         03 rpt-price           pic zzzz9.99.
         03 filler              pic x(1)  value spaces.
         03 rpt-at-retail       pic zzzzzz9.99.
         03 filler              pic x(1)  value spaces.
         03 rpt-flag            pic x(10).

       01 report-subtotal-line.
         03 filler              pic x(20) value "  Store total".
         03 filler              pic x(10) value " at cost ".
         03 rpt-sub-cost        pic zzzzzzzz9.99.
         03 filler              pic x(12) value "  at retail ".
         03 rpt-sub-retail      pic zzzzzzzz9.99.
         03 filler              pic x(12) value "  uncosted ".
         03 rpt-sub-uncosted    pic zzzz9.

       01 report-total-line.
         03 filler              pic x(20) value "All stores".
         03 filler              pic x(10) value " at cost ".
         03 rpt-tot-cost        pic zzzzzzzz9.99.
         03 filler              pic x(12) value "  at retail ".
         03 rpt-tot-retail      pic zzzzzzzz9.99.
         03 filler              pic x(12) value "  uncosted ".
         03 rpt-tot-uncosted    pic zzzz9.

       01 report-none-line.
         03 filler              pic x(40)
            value "No stock on hand".

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD

           open output valuation-report
           move dd to rpt-hdr-dd
           move mm to rpt-hdr-mm
           move yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           open input stock-file
           if not fs-okay
              write report-line from report-none-line
              close valuation-report
              display "Stock file unavailable"
              goback
           end-if

           move 0 to st-store-id
           move spaces to st-product-code
           start stock-file
               key >= st-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read stock-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and st-qty-on-hand > 0
                 perform value-one-line
              end-if
           end-perform

           close stock-file

           if sv-current-store not equals 0
              perform write-store-subtotal
           end-if

           if sv-total-lines equals 0
              write report-line from report-none-line
           else
              move sv-total-cost to rpt-tot-cost
              move sv-total-retail to rpt-tot-retail
              move sv-total-uncosted to rpt-tot-uncosted
              write report-line from report-total-line
           end-if

           close valuation-report
           display "Stock valuation written to " rpt-filename
           goback.

        value-one-line.
           if st-store-id not equals sv-current-store
              if sv-current-store not equals 0
                 perform write-store-subtotal
              end-if
              move st-store-id to sv-current-store
              move 0 to sv-store-cost sv-store-retail
                        sv-store-uncosted
              move st-store-id to rpt-store-id
              write report-line from report-store-line
              write report-line from report-column-line
           end-if

           compute sv-line-cost = st-qty-on-hand * st-cost-price
           compute sv-line-retail = st-qty-on-hand * st-price

           move st-product-code to rpt-product
           move st-description to rpt-description
           move st-qty-on-hand to rpt-qty
           move st-cost-price to rpt-cost
           move sv-line-cost to rpt-at-cost
           move st-price to rpt-price
           move sv-line-retail to rpt-at-retail
           if st-cost-price equals 0
              move "NO COST" to rpt-flag
              add 1 to sv-store-uncosted sv-total-uncosted
           else
              move spaces to rpt-flag
           end-if
           write report-line from report-detail-line

           add 1 to sv-total-lines
           add sv-line-cost to sv-store-cost sv-total-cost
           add sv-line-retail to sv-store-retail sv-total-retail
           .

        write-store-subtotal.
           move sv-store-cost to rpt-sub-cost
           move sv-store-retail to rpt-sub-retail
           move sv-store-uncosted to rpt-sub-uncosted
           write report-line from report-subtotal-line
           move spaces to report-line
           write report-line
           .

       copy "common.cpy".
