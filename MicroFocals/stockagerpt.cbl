       identification division.
       program-id. stockagerpt.

      *> stock ageing - lines with frames on the shelf that haven't
      *> sold for six months or more, store by store, banded 6-12,
      *> 12-24 and over 24 months, each valued at cost so the store
      *> can decide what to mark down or send back. "sold" is the
      *> last dispensing off the line; a line never sold here is aged
      *> from its last receipt instead. lines carrying neither date
      *> (keyed before the dates were kept) are only counted, at the
      *> foot of each store. headless, for the month-end run-control
      *> list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "stock-fc.cpy".

       select ageing-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "stock-fd.cpy".

       fd ageing-report.
       01 report-line           pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "stockage.txt".
       01 eof                   pic x.

       01 date-today-temp.
         03 yyyy      pic 9999.
         03 mm        pic 99.
         03 dd        pic 99.

       01 sa-age-date.
         03 sa-age-yyyy         pic 9999.
         03 sa-age-mm           pic 99.
         03 sa-age-dd           pic 99.
       01 sa-months             binary-long.
       01 sa-line-cost          pic 9(9)v99.

       01 sa-current-store      pic 9(5) value 0.
       01 sa-store-undated      binary-long value 0.
      *> cost tied up in each band - 1 = 6-12 months, 2 = 12-24,
      *> 3 = over 24
       01 sa-band               binary-long.
       01 sa-band-totals.
         03 sa-band-cost        pic 9(9)v99 occurs 3.
         03 sa-band-lines       binary-long occurs 3.
       01 sa-band-names.
         03 filler              pic x(12) value "6-12 months".
         03 filler              pic x(12) value "12-24 months".
         03 filler              pic x(12) value "over 24".
       01 redefines sa-band-names.
         03 sa-band-name        pic x(12) occurs 3.

       01 report-header-line.
         03 filler              pic x(30)
            value "Stock ageing (unsold) at ".
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
            "  At cost  Last sold  Last in   Band".

       01 report-detail-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-product         pic x(10).
         03 filler              pic x(2)  value spaces.
         03 rpt-description     pic x(24).
         03 filler              pic x(2)  value spaces.
         03 rpt-qty             pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-at-cost         pic zzzzz9.99.
         03 filler              pic x(2)  value spaces.
         03 rpt-last-sold       pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-last-in         pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-band            pic x(12).

       01 report-undated-line.
         03 filler              pic x(30)
            value "  Lines with no dates on file ".
         03 rpt-undated         pic zzzz9.

       01 report-band-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-tot-band        pic x(12).
         03 filler              pic x(7)  value " lines ".
         03 rpt-tot-lines       pic zzzz9.
         03 filler              pic x(10) value "  at cost ".
         03 rpt-tot-cost        pic zzzzzzzz9.99.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           initialize sa-band-totals

           open output ageing-report
           move dd to rpt-hdr-dd
           move mm to rpt-hdr-mm
           move yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           open input stock-file
           if not fs-okay
              close ageing-report
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
                 perform age-one-line
              end-if
           end-perform

           close stock-file

           if sa-current-store not equals 0
              perform write-store-foot
           end-if

           move "All stores" to report-line
           write report-line
           perform varying sa-band from 1 by 1 until sa-band > 3
              move sa-band-name(sa-band) to rpt-tot-band
              move sa-band-lines(sa-band) to rpt-tot-lines
              move sa-band-cost(sa-band) to rpt-tot-cost
              write report-line from report-band-line
           end-perform

           close ageing-report
           display "Stock ageing written to " rpt-filename
           goback.

        age-one-line.
           if st-store-id not equals sa-current-store
              if sa-current-store not equals 0
                 perform write-store-foot
              end-if
              move st-store-id to sa-current-store
              move 0 to sa-store-undated
              move st-store-id to rpt-store-id
              write report-line from report-store-line
              write report-line from report-column-line
           end-if

           if st-last-sold-date not equals 0
              move st-last-sold-date to sa-age-date
           else
              move st-last-received-date to sa-age-date
           end-if
           if sa-age-date equals zeroes
              add 1 to sa-store-undated
              exit paragraph
           end-if

      *> whole calendar months since the date - a day of the month
      *> not yet reached doesn't complete the last month
           compute sa-months = (yyyy * 12 + mm)
                             - (sa-age-yyyy * 12 + sa-age-mm)
           if sa-age-dd > dd
              subtract 1 from sa-months
           end-if

           evaluate true
              when sa-months >= 24
                 move 3 to sa-band
              when sa-months >= 12
                 move 2 to sa-band
              when sa-months >= 6
                 move 1 to sa-band
              when other
                 exit paragraph
           end-evaluate

           compute sa-line-cost = st-qty-on-hand * st-cost-price
           move st-product-code to rpt-product
           move st-description to rpt-description
           move st-qty-on-hand to rpt-qty
           move sa-line-cost to rpt-at-cost
           move st-last-sold-date to rpt-last-sold
           move st-last-received-date to rpt-last-in
           move sa-band-name(sa-band) to rpt-band
           write report-line from report-detail-line

           add 1 to sa-band-lines(sa-band)
           add sa-line-cost to sa-band-cost(sa-band)
           .

        write-store-foot.
           if sa-store-undated > 0
              move sa-store-undated to rpt-undated
              write report-line from report-undated-line
           end-if
           move spaces to report-line
           write report-line
           .

       copy "common.cpy".
