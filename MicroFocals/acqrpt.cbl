       identification division.
       program-id. acqrpt.

      *> customer acquisition by referral source - every customer
      *> whose Customer-Since falls in the target month, grouped by
      *> store (the preferred store, which the counter sets to its
      *> own store when the record is added) and by how they heard
      *> about us (Referral-Source, srcmaint.cbl's list). for each
      *> group:
      *>   new       - customers added in the month
      *>   attended  - of those, how many have attended an
      *>               appointment yet (found through the customer
      *>               cross reference), and the rate
      *>   spend     - invoice gross less credit notes on the ledger
      *>               in each customer's first year from joining
      *> with a total per store and overall, so marketing money goes
      *> where customers actually come from. records with no source
      *> (imports, and the odd one predating the question) report
      *> under "----".
      *>
      *> the target month (yyyymm) comes from the command line;
      *> blank means last month. the first year is still running
      *> for a recent month, so the spend grows on a re-run - run an
      *> older month to see its cohort's full first year. headless,
      *> for the month-end run-control list; campmaint.cbl also runs
      *> it on demand.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "customer-fc.cpy".
       copy "refsource-fc.cpy".
       copy "custxref-fc.cpy".
       copy "app-fc.cpy".
       copy "ledger-fc.cpy".

       select acquisition-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "customer-fd.cpy".
       copy "refsource-fd.cpy".
       copy "custxref-fd.cpy".
       copy "app-fd.cpy".
       copy "ledger-fd.cpy".

       fd acquisition-report.
       01 report-line           pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "acqrpt.txt".
       01 eof                   pic x.
       01 sub-eof               pic x.
       01 aq-no-refsource       pic x value "n".
       01 aq-no-xref            pic x value "n".
       01 aq-no-app             pic x value "n".
       01 aq-no-ledger          pic x value "n".

       01 cmd-line              pic x(128).
       01 aq-target-yyyymm.
         03 aq-target-yyyy      pic 9999.
         03 aq-target-mm        pic 99.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

      *> one row per store and source, kept in key order as rows
      *> are added so the report comes out grouped by store
       78 AQ-MAX-ROWS           value 500.
       01 aq-row occurs AQ-MAX-ROWS.
         03 aq-row-key.
           05 aq-row-store      pic 9(5).
           05 aq-row-source     pic x(4).
         03 aq-row-new          binary-long.
         03 aq-row-attended     binary-long.
         03 aq-row-spend        pic s9(9)v99.
       01 aq-row-count          binary-long value 0.
       01 aq-idx                binary-long.
       01 aq-found              binary-long.
       01 aq-shift              binary-long.
       01 aq-overflow           binary-long value 0.

       01 aq-key.
         03 aq-key-store        pic 9(5).
         03 aq-key-source       pic x(4).

       01 aq-customer-id        pic 9(9).
       01 aq-attended           pic x.
       01 aq-spend              pic s9(9)v99.
       01 aq-since-num          pic 9(9).
       01 aq-year-end-num       pic 9(9).
       01 aq-entry-num          pic 9(9).
       01 aq-total-customers    binary-long value 0.

       01 aq-tot-new            binary-long.
       01 aq-tot-attended       binary-long.
       01 aq-tot-spend          pic s9(9)v99.
       01 aq-all-new            binary-long.
       01 aq-all-attended       binary-long.
       01 aq-all-spend          pic s9(9)v99.
       01 aq-last-store         pic 9(5).
       01 aq-rate               pic 9(3)v9.
       01 aq-rate-new           binary-long.
       01 aq-rate-attended      binary-long.

       01 report-header-line.
         03 filler              pic x(40)
            value "New customers by store and source, ".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-column-line.
         03 filler              pic x(50) value
            "Store  Source  Description                     ".
         03 filler              pic x(50) value
            "New  Attended    Rate  First-year spend".

       01 report-detail-line.
         03 rpt-store           pic zzzzz.
         03 filler              pic x(2)  value spaces.
         03 rpt-source          pic x(4).
         03 filler              pic x(4)  value spaces.
         03 rpt-description     pic x(30).
         03 filler              pic x(3)  value spaces.
         03 rpt-new             pic zzzz9.
         03 filler              pic x(5)  value spaces.
         03 rpt-attended        pic zzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-rate            pic zz9.9.
         03 filler              pic x     value "%".
         03 filler              pic x(4)  value spaces.
         03 rpt-spend           pic zzzzzzzz9.99-.

       01 report-none-line.
         03 filler              pic x(40)
            value "No customers added in the month".

       01 report-overflow-line.
         03 filler              pic x(50)
            value "Too many store/source groups - some not reported:".
         03 rpt-overflow        pic zzzzzz9.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform resolve-target-month
           perform count-new-customers
           perform write-acquisition-report

           display aq-total-customers
              " new customer(s) in " aq-target-yyyymm
              " - see " rpt-filename
           goback.

        resolve-target-month.
           accept cmd-line from command-line
           if cmd-line not equals spaces
              and cmd-line(1:6) is numeric
              move cmd-line(1:6) to aq-target-yyyymm
           else
              accept date-today-temp from date YYYYMMDD
              move yyyy to aq-target-yyyy
              move mm to aq-target-mm
              if aq-target-mm equals 1
                 move 12 to aq-target-mm
                 subtract 1 from aq-target-yyyy
              else
                 subtract 1 from aq-target-mm
              end-if
           end-if
           .

      *> one pass of the customer file - the month's new customers
      *> are weighed as they come, the supporting files opened once
        count-new-customers.
           open input cust-file
           if not fs-okay
              exit paragraph
           end-if
           open input custxref-file
           if not fs-okay
              move "y" to aq-no-xref
           end-if
           open input appointment-file
           if not fs-okay
              move "y" to aq-no-app
           end-if
           open input ledger-file
           if not fs-okay
              move "y" to aq-no-ledger
           end-if

           move 0 to f-Customer-Id of f-CustomerInformation
           start cust-file
               key > f-Customer-Id of f-CustomerInformation
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start
           perform until eof equals "y"
              read cust-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and f-cs-yyyy equals aq-target-yyyy
                 and f-cs-mm equals aq-target-mm
                 perform weigh-new-customer
              end-if
           end-perform

           if aq-no-ledger not equals "y"
              close ledger-file
           end-if
           if aq-no-app not equals "y"
              close appointment-file
           end-if
           if aq-no-xref not equals "y"
              close custxref-file
           end-if
           close cust-file
           .

        weigh-new-customer.
           add 1 to aq-total-customers
           move f-Customer-Id of f-CustomerInformation
              to aq-customer-id
           move f-Preferred-Store-Id to aq-key-store
           move f-Referral-Source to aq-key-source
           if aq-key-source equals spaces
              or aq-key-source equals low-values
              move "----" to aq-key-source
           end-if

           perform find-or-add-row
           if aq-found equals 0
              add 1 to aq-overflow
              exit paragraph
           end-if

           add 1 to aq-row-new(aq-found)

           move "n" to aq-attended
           if aq-no-xref not equals "y"
              and aq-no-app not equals "y"
              perform find-attended-visit
           end-if
           if aq-attended equals "y"
              add 1 to aq-row-attended(aq-found)
           end-if

           move 0 to aq-spend
           if aq-no-ledger not equals "y"
              move f-cs-yyyy to sf-yyyy
              move f-cs-mm to sf-mm
              move f-cs-dd to sf-dd
              if function test-date-yyyymmdd(sf-date) equals 0
                 compute aq-since-num =
                    function integer-of-date(sf-date)
                 compute aq-year-end-num = aq-since-num + 364
                 perform sum-first-year-spend
              end-if
           end-if
           add aq-spend to aq-row-spend(aq-found)
           .

      *> the row for aq-key, added in key order if it isn't there
      *> yet - zero when the table is full
        find-or-add-row.
           move 0 to aq-found
           perform varying aq-idx from 1 by 1
                until aq-idx > aq-row-count
              if aq-row-key(aq-idx) >= aq-key
                 exit perform
              end-if
           end-perform
           if aq-idx <= aq-row-count
              and aq-row-key(aq-idx) equals aq-key
              move aq-idx to aq-found
              exit paragraph
           end-if
           if aq-row-count >= AQ-MAX-ROWS
              exit paragraph
           end-if

           perform varying aq-shift from aq-row-count by -1
                until aq-shift < aq-idx
              move aq-row(aq-shift) to aq-row(aq-shift + 1)
           end-perform
           add 1 to aq-row-count
           move aq-key to aq-row-key(aq-idx)
           move 0 to aq-row-new(aq-idx) aq-row-attended(aq-idx)
                     aq-row-spend(aq-idx)
           move aq-idx to aq-found
           .

      *> any booked slot of theirs marked attended - their first
      *> appointment has happened
        find-attended-visit.
           move aq-customer-id to xr-customer-id
           move 0 to xr-store-id xr-year xr-week
                     xr-consultant-id xr-day xr-slot
           start custxref-file
               key >= custxref-key
               invalid key move "y" to sub-eof
               not invalid key move "n" to sub-eof
           end-start
           perform until sub-eof equals "y"
              read custxref-file next record
                 at end move "y" to sub-eof
              end-read
              if not fs-okay or sub-eof equals "y"
                 or xr-customer-id not equals aq-customer-id
                 move "y" to sub-eof
              else
                 move xr-store-id to app-store-id
                 move xr-year to app-year
                 move xr-week to app-week
                 move xr-consultant-id to app-consultant-id
                 read appointment-file
                    invalid key continue
                    not invalid key
                       if app-cust-id of app-days(xr-day xr-slot)
                             equals aq-customer-id
                          and app-attended of app-days(xr-day xr-slot)
                             equals APP-STATUS-ATTENDED
                          move "y" to aq-attended
                          move "y" to sub-eof
                       end-if
                 end-read
              end-if
           end-perform
           .

        sum-first-year-spend.
           move aq-customer-id to lg-customer-id
           start ledger-file
               key = lg-customer-id
               invalid key move "y" to sub-eof
               not invalid key move "n" to sub-eof
           end-start
           perform until sub-eof equals "y"
              read ledger-file next record
                 at end move "y" to sub-eof
              end-read
              if not fs-okay or sub-eof equals "y"
                 or lg-customer-id not equals aq-customer-id
                 move "y" to sub-eof
              else
                 move lg-entry-date to sf-date
                 if function test-date-yyyymmdd(sf-date) equals 0
                    compute aq-entry-num =
                       function integer-of-date(sf-date)
                    if aq-entry-num >= aq-since-num
                       and aq-entry-num <= aq-year-end-num
                       evaluate true
                          when lg-type-invoice
                             add lg-net-amount to aq-spend
                             add lg-vat-amount to aq-spend
                          when lg-type-credit
                             subtract lg-net-amount from aq-spend
                             subtract lg-vat-amount from aq-spend
                       end-evaluate
                    end-if
                 end-if
              end-if
           end-perform
           .

        write-acquisition-report.
           open output acquisition-report
           move aq-target-mm to rpt-hdr-mm
           move aq-target-yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           if aq-row-count equals 0
              write report-line from report-none-line
              close acquisition-report
              exit paragraph
           end-if

           write report-line from report-column-line

           open input refsource-file
           if not fs-okay
              move "y" to aq-no-refsource
           end-if

           move 0 to aq-all-new aq-all-attended aq-all-spend
           move aq-row-store(1) to aq-last-store
           perform varying aq-idx from 1 by 1
                until aq-idx > aq-row-count
              if aq-row-store(aq-idx) not equals aq-last-store
                 perform write-store-total
                 move aq-row-store(aq-idx) to aq-last-store
              end-if
              perform write-source-row
           end-perform
           perform write-store-total

           move 0 to rpt-store
           move spaces to rpt-source
           move "All stores, all sources" to rpt-description
           move aq-all-new to aq-rate-new
           move aq-all-attended to aq-rate-attended
           perform fill-detail-counts
           move aq-all-spend to rpt-spend
           write report-line from report-detail-line

           if aq-overflow > 0
              move spaces to report-line
              write report-line
              move aq-overflow to rpt-overflow
              write report-line from report-overflow-line
           end-if

           if aq-no-refsource not equals "y"
              close refsource-file
           end-if
           close acquisition-report
           .

        write-source-row.
           move aq-row-store(aq-idx) to rpt-store
           move aq-row-source(aq-idx) to rpt-source
           move spaces to rpt-description
           evaluate true
              when aq-row-source(aq-idx) equals "----"
                 move "(not recorded)" to rpt-description
              when aq-no-refsource equals "y"
                 continue
              when other
                 move aq-row-source(aq-idx) to src-code
                 read refsource-file
                    invalid key
                       move "(not on the list)" to rpt-description
                    not invalid key
                       move src-description to rpt-description
                 end-read
           end-evaluate
           move aq-row-new(aq-idx) to aq-rate-new
           move aq-row-attended(aq-idx) to aq-rate-attended
           perform fill-detail-counts
           move aq-row-spend(aq-idx) to rpt-spend
           write report-line from report-detail-line

           add aq-row-new(aq-idx) to aq-all-new
           add aq-row-attended(aq-idx) to aq-all-attended
           add aq-row-spend(aq-idx) to aq-all-spend
           .

      *> the store's own rows added up again at the break - the
      *> table is small and in store order
        write-store-total.
           move 0 to aq-tot-new aq-tot-attended aq-tot-spend
           perform varying aq-shift from 1 by 1
                until aq-shift > aq-row-count
              if aq-row-store(aq-shift) equals aq-last-store
                 add aq-row-new(aq-shift) to aq-tot-new
                 add aq-row-attended(aq-shift) to aq-tot-attended
                 add aq-row-spend(aq-shift) to aq-tot-spend
              end-if
           end-perform

           move aq-last-store to rpt-store
           move spaces to rpt-source
           move "Store total" to rpt-description
           move aq-tot-new to aq-rate-new
           move aq-tot-attended to aq-rate-attended
           perform fill-detail-counts
           move aq-tot-spend to rpt-spend
           write report-line from report-detail-line
           move spaces to report-line
           write report-line
           .

        fill-detail-counts.
           move aq-rate-new to rpt-new
           move aq-rate-attended to rpt-attended
           if aq-rate-new > 0
              compute aq-rate rounded =
                 aq-rate-attended * 100 / aq-rate-new
           else
              move 0 to aq-rate
           end-if
           move aq-rate to rpt-rate
           .

       copy "common.cpy".
