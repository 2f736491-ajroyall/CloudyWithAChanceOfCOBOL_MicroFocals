       identification division.
       program-id. targetrpt.

      *> store targets against actuals (targetrpt.txt) for one
      *> calendar month - the month the caller passes as yyyymm.
      *> the current month reports month to date, with each actual
      *> also run on to a projected month-end figure at the rate so
      *> far; a month already over is the month-end report, where
      *> the projection is simply the actual. the actuals come
      *> straight off the books: sight tests are attended bookings
      *> (the first slot of each) in the appointment file, DNA rate
      *> is no-shows over no-shows plus attended, dispensing orders
      *> are disporder jobs placed in the month less cancelled jobs
      *> and remakes, and net revenue is ledger invoices less credit
      *> notes, net of VAT. each target (target-fd.cpy, kept by
      *> targetmaint.cbl) is printed beside its actual with the
      *> variance now and the variance projected, store by store
      *> under region totals laid out as regionrpt.cbl does. a
      *> region's DNA ceiling is the average of its stores' own.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "app-fc.cpy".
       copy "stores-fc.cpy".
       copy "region-fc.cpy".
       copy "target-fc.cpy".
       copy "disporder-fc.cpy".
       copy "ledger-fc.cpy".

       select target-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "app-fd.cpy".
       copy "stores-fd.cpy".
       copy "region-fd.cpy".
       copy "target-fd.cpy".
       copy "disporder-fd.cpy".
       copy "ledger-fd.cpy".

       fd target-report.
       01 report-line          pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename         pic x(20) value "targetrpt.txt".

       01 eof                  pic x.
       01 day-counter          binary-long.
       01 counter              binary-long.

       01 date-today-temp.
         03 yyyy               pic xxxx.
         03 mm                 pic xx.
         03 dd                 pic xx.
       01 sf-date              pic 9(8).
       01 redefines sf-date.
         03 sf-yyyy            pic 9999.
         03 sf-mm              pic 99.
         03 sf-dd              pic 99.
       01 tr-this-month        pic 9(6).
       01 tr-month             pic 9(6).
       01 redefines tr-month.
         03 tr-month-yyyy      pic 9999.
         03 tr-month-mm        pic 99.
       01 tr-month-start-num   pic 9(9).
       01 tr-month-end-num     pic 9(9).
       01 tr-days-in-month     binary-long.
       01 tr-days-elapsed      binary-long.
       01 tr-jan1-num          pic 9(9).
       01 tr-jan1-dow          pic 9.
       01 tr-year-tmp          pic 9(9).
       01 tr-week-start-num    pic 9(9).
       01 tr-slot-num          pic 9(9).
       01 tr-yyyymm            pic 9(6).
       01 tr-day-disp          pic 99.
       01 tr-dim-disp          pic 99.

       01 tr-store-agg occurs MAX-STORES.
         03 tr-st-id           pic 9(5).
         03 tr-st-name         pic x(30).
         03 tr-st-region       pic x(3).
         03 tr-st-tgt-sight    pic 9(5).
         03 tr-st-tgt-disp     pic 9(5).
         03 tr-st-tgt-revenue  pic 9(7)v99.
         03 tr-st-tgt-dna      pic 99v9.
         03 tr-st-sight        binary-long.
         03 tr-st-dna          binary-long.
         03 tr-st-disp         binary-long.
         03 tr-st-revenue      pic s9(9)v99.
       01 tr-store-agg-count   binary-long value 0.
       01 tr-agg-idx           binary-long.
       01 tr-inner-idx         binary-long.
       01 tr-find-id           pic 9(5).

       01 tr-region-code       pic x(3).
       01 tr-region-done       pic x(3) occurs MAX-STORES.
       01 tr-done-count        binary-long value 0.
       01 tr-done-idx          binary-long.
       01 tr-seen              pic x.
       01 tr-dna-stores        binary-long.

      *> the figures being printed - one store's, or a region's
      *> added up
       01 tr-cur-tgt-sight     pic 9(7).
       01 tr-cur-tgt-disp      pic 9(7).
       01 tr-cur-tgt-revenue   pic 9(9)v99.
       01 tr-cur-tgt-dna       pic 99v9.
       01 tr-cur-dna-sum       pic 9(5)v9.
       01 tr-cur-sight         binary-long.
       01 tr-cur-dna           binary-long.
       01 tr-cur-disp          binary-long.
       01 tr-cur-revenue       pic s9(9)v99.
       01 tr-cur-rate          pic 999v9.
       01 tr-proj-count        binary-long.
       01 tr-proj-revenue      pic s9(9)v99.

       01 report-header-line.
         03 filler             pic x(32)
            value "Store targets v actual - month ".
         03 rpt-hdr-mm         pic 99.
         03 filler             pic x     value "/".
         03 rpt-hdr-yyyy       pic 9999.
         03 filler             pic x(2)  value ", ".
         03 rpt-hdr-kind       pic x(40).

       01 report-region-line.
         03 filler             pic x(7)  value "Region ".
         03 rpt-region-code    pic x(3).
         03 filler             pic x     value " ".
         03 rpt-region-name    pic x(30).

       01 report-block-line.
         03 filler             pic x(2)  value spaces.
         03 rpt-block-label    pic x(36).
         03 filler             pic x(10) value "    Target".
         03 filler             pic x(12) value "      Actual".
         03 filler             pic x(12) value "    Variance".
         03 filler             pic x(12) value "   Projected".
         03 filler             pic x(12) value "    Proj var".

       01 report-count-line.
         03 filler             pic x(4)  value spaces.
         03 rpt-c-label        pic x(34).
         03 rpt-c-target       pic zzzzzzzzz9.
         03 rpt-c-actual       pic zzzzzzzzzzz9.
         03 rpt-c-variance     pic -----------9.
         03 rpt-c-projected    pic zzzzzzzzzzz9.
         03 rpt-c-proj-var     pic -----------9.

       01 report-money-line.
         03 filler             pic x(4)  value spaces.
         03 rpt-m-label        pic x(34).
         03 rpt-m-target       pic zzzzzz9.99.
         03 rpt-m-actual       pic --------9.99.
         03 rpt-m-variance     pic --------9.99.
         03 rpt-m-projected    pic --------9.99.
         03 rpt-m-proj-var     pic --------9.99.

       01 report-rate-line.
         03 filler             pic x(4)  value spaces.
         03 rpt-r-label        pic x(34).
         03 rpt-r-target       pic zzzzzzz9.9.
         03 rpt-r-actual       pic zzzzzzzzz9.9.
         03 rpt-r-variance     pic ---------9.9.
         03 rpt-r-projected    pic zzzzzzzzz9.9.
         03 rpt-r-proj-var     pic ---------9.9.

       linkage section.
       copy "common_lnk.cpy".
      *> yyyymm of the month to report
       01 lnk-target-month     pic 9(6).

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info, lnk-target-month.
           perform set-report-month
           perform load-store-regions
           perform load-targets
           perform scan-appointments
           perform scan-disporders
           perform scan-ledger
           perform write-target-report

           goback.

      *> the month's first and last days as integer dates, and how
      *> far through it we are - all of it for a month that's over,
      *> none of it for one still to come
        set-report-month.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to sf-date
           move sf-date(1:6) to tr-this-month
           move lnk-target-month to tr-month

           move tr-month-yyyy to sf-yyyy
           move tr-month-mm to sf-mm
           move 1 to sf-dd
           move function integer-of-date(sf-date)
              to tr-month-start-num
           if tr-month-mm equals 12
              add 1 to sf-yyyy
              move 1 to sf-mm
           else
              add 1 to sf-mm
           end-if
           compute tr-month-end-num =
              function integer-of-date(sf-date) - 1
           compute tr-days-in-month =
              tr-month-end-num - tr-month-start-num + 1

           move tr-month-mm to rpt-hdr-mm
           move tr-month-yyyy to rpt-hdr-yyyy
           evaluate true
              when tr-month < tr-this-month
                 move tr-days-in-month to tr-days-elapsed
                 move "month end" to rpt-hdr-kind
              when tr-month equals tr-this-month
                 move date-today-temp to sf-date
                 move sf-dd to tr-days-elapsed
                 move sf-dd to tr-day-disp
                 move tr-days-in-month to tr-dim-disp
                 move spaces to rpt-hdr-kind
                 string "month to date (day " tr-day-disp " of "
                        tr-dim-disp ")"
                    delimited by size into rpt-hdr-kind
                 end-string
              when other
                 move 0 to tr-days-elapsed
                 move "not yet started" to rpt-hdr-kind
           end-evaluate
           .

        load-store-regions.
           open input store-file
           if not fs-okay
              exit paragraph
           end-if

           move low-values to sf-Store-Information
           start store-file
               key >= sf-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read store-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 and tr-store-agg-count < MAX-STORES
                 add 1 to tr-store-agg-count
                 initialize tr-store-agg(tr-store-agg-count)
                 move sf-id to tr-st-id(tr-store-agg-count)
                 move sf-name-of-store
                    to tr-st-name(tr-store-agg-count)
                 if sf-Region-Code equals spaces
                    move "---" to tr-st-region(tr-store-agg-count)
                 else
                    move sf-Region-Code
                       to tr-st-region(tr-store-agg-count)
                 end-if
              end-if
           end-perform

           close store-file
           .

      *> the store's slot in the table, added under the unassigned
      *> region if it has no store record; tr-agg-idx past the count
      *> when the table is full
        find-store.
           perform varying tr-agg-idx from 1 by 1
                until tr-agg-idx > tr-store-agg-count
              if tr-st-id(tr-agg-idx) equals tr-find-id
                 exit perform
              end-if
           end-perform
           if tr-agg-idx > tr-store-agg-count
              if tr-store-agg-count >= MAX-STORES
                 exit paragraph
              end-if
              add 1 to tr-store-agg-count
              move tr-store-agg-count to tr-agg-idx
              initialize tr-store-agg(tr-agg-idx)
              move tr-find-id to tr-st-id(tr-agg-idx)
              move "(no store record)" to tr-st-name(tr-agg-idx)
              move "---" to tr-st-region(tr-agg-idx)
           end-if
           .

        load-targets.
           open input target-file
           if not fs-okay
              exit paragraph
           end-if

           move low-values to tg-key
           start target-file
               key >= tg-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read target-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if

              if eof not equals "y" and tg-month equals tr-month
                 move tg-store-id to tr-find-id
                 perform find-store
                 if tr-agg-idx <= tr-store-agg-count
                    move tg-sight-tests to tr-st-tgt-sight(tr-agg-idx)
                    move tg-disp-orders to tr-st-tgt-disp(tr-agg-idx)
                    move tg-net-revenue
                       to tr-st-tgt-revenue(tr-agg-idx)
                    move tg-dna-ceiling to tr-st-tgt-dna(tr-agg-idx)
                 end-if
              end-if
           end-perform

           close target-file
           .

        scan-appointments.
           open input appointment-file
           if ws-file-status equals "35"
              exit paragraph
           end-if
           move "appointment-file" to fs-current-file
           perform check-file-status

           move low-values to appointment-key
           start appointment-file
               key >= appointment-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read appointment-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if

      *> week 1 can start in the December before, and the last
      *> week of a year run into the January after
              if eof not equals "y"
                 and app-year >= tr-month-yyyy - 1
                 and app-year <= tr-month-yyyy + 1
                 perform tally-week
              end-if
           end-perform

           close appointment-file
           .

      *> the week's Sunday as an integer date - the inverse of
      *> dateinfo.cbl's week numbering, where week 1 runs from the
      *> Sunday on or before 1 January
        tally-week.
           move app-year to sf-yyyy
           move 1 to sf-mm sf-dd
           compute tr-jan1-num = function integer-of-date(sf-date)
           divide tr-jan1-num by 7 giving tr-year-tmp
              remainder tr-jan1-dow
           add 1 to tr-jan1-dow
           compute tr-week-start-num =
              tr-jan1-num + (app-week - 1) * 7
           if tr-jan1-dow < 7
              compute tr-week-start-num =
                 tr-week-start-num - (7 - tr-jan1-dow)
           end-if
           if tr-week-start-num + 6 < tr-month-start-num
              or tr-week-start-num > tr-month-end-num
              exit paragraph
           end-if

           move app-store-id to tr-find-id
           perform find-store
           if tr-agg-idx > tr-store-agg-count
              exit paragraph
           end-if

           perform varying day-counter from 1 by 1 until
                day-counter > 7
              compute tr-slot-num = tr-week-start-num + day-counter - 1
              if tr-slot-num >= tr-month-start-num
                 and tr-slot-num <= tr-month-end-num
                 perform tally-day
              end-if
           end-perform
           .

        tally-day.
           perform varying counter from 1 by 1
                until counter > MAX-SLOTS-PER-DAY
              if app-cust-id of app-days(day-counter counter)
                 not equal invalid-custid and
                 app-cust-id of app-days(day-counter counter)
                 not equal blocked-slot-id and
                 app-cust-id of app-days(day-counter counter)
                 not equal ignore-custid and
                 not app-slot-double-cont(day-counter counter)
                 evaluate app-attended of
                       app-days(day-counter counter)
                    when "y"
                    when "Y"
                       add 1 to tr-st-sight(tr-agg-idx)
                    when other
                       if app-cancel-reason of
                          app-days(day-counter counter)
                          equals CANCEL-REASON-NO-SHOW
                          add 1 to tr-st-dna(tr-agg-idx)
                       end-if
                 end-evaluate
              end-if
           end-perform
           .

        scan-disporders.
           open input disporder-file
           if not fs-okay
              exit paragraph
           end-if

           move 0 to do-order-id
           start disporder-file
               key >= do-order-id
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
                 compute tr-yyyymm =
                    do-ordered-yyyy * 100 + do-ordered-mm
                 if tr-yyyymm equals tr-month
                    and not do-status-cancelled
                    and not do-status-remade
                    move do-store-id to tr-find-id
                    perform find-store
                    if tr-agg-idx <= tr-store-agg-count
                       add 1 to tr-st-disp(tr-agg-idx)
                    end-if
                 end-if
              end-if
           end-perform

           close disporder-file
           .

        scan-ledger.
           open input ledger-file
           if not fs-okay
              exit paragraph
           end-if

           move 0 to lg-entry-id
           start ledger-file
               key > lg-entry-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read ledger-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if

              if eof not equals "y"
                 and (lg-type-invoice or lg-type-credit)
                 compute tr-yyyymm =
                    lg-entry-yyyy * 100 + lg-entry-mm
                 if tr-yyyymm equals tr-month
                    move lg-store-id to tr-find-id
                    perform find-store
                    if tr-agg-idx <= tr-store-agg-count
                       if lg-type-credit
                          subtract lg-net-amount
                             from tr-st-revenue(tr-agg-idx)
                       else
                          add lg-net-amount
                             to tr-st-revenue(tr-agg-idx)
                       end-if
                    end-if
                 end-if
              end-if
           end-perform

           close ledger-file
           .

        write-target-report.
           open output target-report
           write report-line from report-header-line

           perform varying tr-agg-idx from 1 by 1
                until tr-agg-idx > tr-store-agg-count
              move tr-st-region(tr-agg-idx) to tr-region-code
              perform check-region-already-done
              if tr-seen not equals "y"
                 perform write-one-region
              end-if
           end-perform

           close target-report
           .

        check-region-already-done.
           move "n" to tr-seen
           perform varying tr-done-idx from 1 by 1
                until tr-done-idx > tr-done-count
              if tr-region-done(tr-done-idx) equals tr-region-code
                 move "y" to tr-seen
              end-if
           end-perform
           .

        write-one-region.
           add 1 to tr-done-count
           move tr-region-code to tr-region-done(tr-done-count)

           move 0 to tr-cur-tgt-sight tr-cur-tgt-disp
                     tr-cur-tgt-revenue tr-cur-dna-sum
                     tr-cur-sight tr-cur-dna tr-cur-disp
                     tr-cur-revenue tr-dna-stores
           perform varying tr-inner-idx from 1 by 1
                until tr-inner-idx > tr-store-agg-count
              if tr-st-region(tr-inner-idx) equals tr-region-code
                 add tr-st-tgt-sight(tr-inner-idx) to tr-cur-tgt-sight
                 add tr-st-tgt-disp(tr-inner-idx) to tr-cur-tgt-disp
                 add tr-st-tgt-revenue(tr-inner-idx)
                    to tr-cur-tgt-revenue
                 if tr-st-tgt-dna(tr-inner-idx) > 0
                    add tr-st-tgt-dna(tr-inner-idx) to tr-cur-dna-sum
                    add 1 to tr-dna-stores
                 end-if
                 add tr-st-sight(tr-inner-idx) to tr-cur-sight
                 add tr-st-dna(tr-inner-idx) to tr-cur-dna
                 add tr-st-disp(tr-inner-idx) to tr-cur-disp
                 add tr-st-revenue(tr-inner-idx) to tr-cur-revenue
              end-if
           end-perform
           if tr-dna-stores > 0
              compute tr-cur-tgt-dna rounded =
                 tr-cur-dna-sum / tr-dna-stores
           else
              move 0 to tr-cur-tgt-dna
           end-if

           move spaces to report-line
           write report-line
           move tr-region-code to rpt-region-code
           perform read-region-name
           write report-line from report-region-line

           move "Region total" to rpt-block-label
           perform write-measures

           perform varying tr-inner-idx from 1 by 1
                until tr-inner-idx > tr-store-agg-count
              if tr-st-region(tr-inner-idx) equals tr-region-code
                 move spaces to rpt-block-label
                 string "Store " tr-st-id(tr-inner-idx) " "
                        tr-st-name(tr-inner-idx)
                    delimited by size into rpt-block-label
                 end-string
                 move tr-st-tgt-sight(tr-inner-idx)
                    to tr-cur-tgt-sight
                 move tr-st-tgt-disp(tr-inner-idx) to tr-cur-tgt-disp
                 move tr-st-tgt-revenue(tr-inner-idx)
                    to tr-cur-tgt-revenue
                 move tr-st-tgt-dna(tr-inner-idx) to tr-cur-tgt-dna
                 move tr-st-sight(tr-inner-idx) to tr-cur-sight
                 move tr-st-dna(tr-inner-idx) to tr-cur-dna
                 move tr-st-disp(tr-inner-idx) to tr-cur-disp
                 move tr-st-revenue(tr-inner-idx) to tr-cur-revenue
                 perform write-measures
              end-if
           end-perform
           .

      *> one block of four lines - the column heading carries the
      *> store or region, then each measure against its target.
      *> projections run the month so far on at the same daily rate;
      *> a DNA rate is already a rate, so it projects as it stands
        write-measures.
           write report-line from report-block-line

           move "Sight tests attended" to rpt-c-label
           move tr-cur-tgt-sight to rpt-c-target
           move tr-cur-sight to rpt-c-actual
           compute rpt-c-variance = tr-cur-sight - tr-cur-tgt-sight
           if tr-days-elapsed > 0
              compute tr-proj-count rounded =
                 tr-cur-sight * tr-days-in-month / tr-days-elapsed
           else
              move 0 to tr-proj-count
           end-if
           move tr-proj-count to rpt-c-projected
           compute rpt-c-proj-var = tr-proj-count - tr-cur-tgt-sight
           write report-line from report-count-line

           move "Dispensing orders" to rpt-c-label
           move tr-cur-tgt-disp to rpt-c-target
           move tr-cur-disp to rpt-c-actual
           compute rpt-c-variance = tr-cur-disp - tr-cur-tgt-disp
           if tr-days-elapsed > 0
              compute tr-proj-count rounded =
                 tr-cur-disp * tr-days-in-month / tr-days-elapsed
           else
              move 0 to tr-proj-count
           end-if
           move tr-proj-count to rpt-c-projected
           compute rpt-c-proj-var = tr-proj-count - tr-cur-tgt-disp
           write report-line from report-count-line

           move "Net revenue" to rpt-m-label
           move tr-cur-tgt-revenue to rpt-m-target
           move tr-cur-revenue to rpt-m-actual
           compute rpt-m-variance =
              tr-cur-revenue - tr-cur-tgt-revenue
           if tr-days-elapsed > 0
              compute tr-proj-revenue rounded =
                 tr-cur-revenue * tr-days-in-month / tr-days-elapsed
           else
              move 0 to tr-proj-revenue
           end-if
           move tr-proj-revenue to rpt-m-projected
           compute rpt-m-proj-var =
              tr-proj-revenue - tr-cur-tgt-revenue
           write report-line from report-money-line

           move "DNA rate % (target is the ceiling)" to rpt-r-label
           move tr-cur-tgt-dna to rpt-r-target
           if tr-cur-sight + tr-cur-dna > 0
              compute tr-cur-rate rounded =
                 tr-cur-dna * 100 / (tr-cur-sight + tr-cur-dna)
           else
              move 0 to tr-cur-rate
           end-if
           move tr-cur-rate to rpt-r-actual rpt-r-projected
           if tr-cur-tgt-dna > 0
              compute rpt-r-variance = tr-cur-rate - tr-cur-tgt-dna
           else
              move 0 to rpt-r-variance
           end-if
           move rpt-r-variance to rpt-r-proj-var
           write report-line from report-rate-line
           .

        read-region-name.
           move spaces to rpt-region-name
           if tr-region-code equals "---"
              move "(no region assigned)" to rpt-region-name
              exit paragraph
           end-if
           open input region-file
           if fs-okay
              move tr-region-code to rg-region-code
              read region-file
                 invalid key continue
                 not invalid key
                    move rg-region-name to rpt-region-name
              end-read
              close region-file
           end-if
           .

       copy "common.cpy".
