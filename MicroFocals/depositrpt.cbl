       identification division.
       program-id. depositrpt.

      *> deposits held on uncollected jobs - every dispensing order
      *> still open (ordered, at the lab or back awaiting collection)
      *> that has money paid against it, listed store by store with
      *> a store subtotal. that money is a liability until the
      *> glasses go out of the door, and the accounts team carry it
      *> as such at each week end. headless, for the weekly
      *> run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "disporder-fc.cpy".

       select deposit-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "disporder-fd.cpy".

       fd deposit-report.
       01 report-line           pic x(90).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "depositrpt.txt".
       01 eof                   pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       01 dr-current-store      pic 9(5) value 0.
       01 dr-store-count        binary-long value 0.
       01 dr-store-held         pic s9(9)v99 value 0.
       01 dr-total-count        binary-long value 0.
       01 dr-total-held         pic s9(9)v99 value 0.
       01 dr-balance            pic s9(7)v99.

       01 report-header-line.
         03 filler              pic x(38)
            value "Deposits held on uncollected jobs at ".
         03 rpt-hdr-dd          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-store-line.
         03 filler              pic x(6)  value "Store ".
         03 rpt-store-id        pic zzzz9.

       01 report-column-line.
         03 filler              pic x(60) value
            "  Order id   Customer                  Ordered  Status".
         03 filler              pic x(30) value
            "    Paid  Bal due".

       01 report-detail-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-order-id        pic 9(9).
         03 filler              pic x(2)  value spaces.
         03 rpt-customer        pic x(24).
         03 filler              pic x(2)  value spaces.
         03 rpt-ordered         pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-status          pic x(6).
         03 filler              pic x(2)  value spaces.
         03 rpt-paid            pic zzzzz9.99.
         03 filler              pic x(1)  value spaces.
         03 rpt-balance         pic zzzzz9.99.

       01 report-subtotal-line.
         03 filler              pic x(20) value "  Store total jobs ".
         03 rpt-sub-count       pic zzzz9.
         03 filler              pic x(11) value "  held ".
         03 rpt-sub-held        pic zzzzzzz9.99.

       01 report-total-line.
         03 filler              pic x(20) value "All stores jobs ".
         03 rpt-tot-count       pic zzzz9.
         03 filler              pic x(11) value "  held ".
         03 rpt-tot-held        pic zzzzzzz9.99.

       01 report-none-line.
         03 filler              pic x(40)
            value "No deposits held on uncollected jobs".

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD

           open output deposit-report
           move dd to rpt-hdr-dd
           move mm to rpt-hdr-mm
           move yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           open input disporder-file
           if not fs-okay
              write report-line from report-none-line
              close deposit-report
              display "Dispensing order file unavailable"
              goback
           end-if

      *> the store alternate key hands the orders back grouped by
      *> store, which is the order the accounts team want them in
           move 0 to do-store-id
           start disporder-file
               key >= do-store-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read disporder-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and do-status-open
                 and do-amount-paid > 0
                 perform report-one-order
              end-if
           end-perform

           close disporder-file

           if dr-current-store not equals 0
              perform write-store-subtotal
           end-if

           if dr-total-count equals 0
              write report-line from report-none-line
           else
              move spaces to report-line
              write report-line
              move dr-total-count to rpt-tot-count
              move dr-total-held to rpt-tot-held
              write report-line from report-total-line
           end-if

           close deposit-report
           display dr-total-count " job(s) holding deposits - see "
              rpt-filename
           goback.

        report-one-order.
           if do-store-id not equals dr-current-store
              if dr-current-store not equals 0
                 perform write-store-subtotal
              end-if
              move do-store-id to dr-current-store
              move 0 to dr-store-count dr-store-held
              move do-store-id to rpt-store-id
              write report-line from report-store-line
              write report-line from report-column-line
           end-if

           move do-order-id to rpt-order-id
           move do-customer-name to rpt-customer
           move do-date-ordered to rpt-ordered
           evaluate true
              when do-status-ordered
                 move "Order" to rpt-status
              when do-status-at-lab
                 move "At lab" to rpt-status
              when other
                 move "Back" to rpt-status
           end-evaluate
           move do-amount-paid to rpt-paid
           compute dr-balance = do-total-price - do-amount-paid
           if dr-balance < 0
              move 0 to dr-balance
           end-if
           move dr-balance to rpt-balance
           write report-line from report-detail-line

           add 1 to dr-store-count dr-total-count
           add do-amount-paid to dr-store-held dr-total-held
           .

        write-store-subtotal.
           move dr-store-count to rpt-sub-count
           move dr-store-held to rpt-sub-held
           write report-line from report-subtotal-line
           move spaces to report-line
           write report-line
           .

       copy "common.cpy".
