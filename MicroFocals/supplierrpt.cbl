       identification division.
       program-id. supplierrpt.

      *> monthly supplier performance - for the month, how long
      *> each supplier actually took against the lead time they
      *> promised. purchase orders are measured from po-raised-date
      *> to their first goods-in; lab jobs from lab-sent to lab-back.
      *> the promise is the lead time stamped on the order/job when
      *> it went out (the supplier master's current figure for
      *> anything older). orders and jobs still out at the month end
      *> and already past their promise by then are counted as well,
      *> so the slow ones can't hide by not arriving. evidence for
      *> the buying team's negotiations. the month defaults to last
      *> month; a YYYYMM on the command line or as the run-control
      *> step argument picks another. headless, for the month-end
      *> run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "po-fc.cpy".
       copy "disporder-fc.cpy".
       copy "supplier-fc.cpy".

       select supplier-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "po-fd.cpy".
       copy "disporder-fd.cpy".
       copy "supplier-fd.cpy".

       fd supplier-report.
       01 report-line           pic x(90).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "supplierrpt.txt".
       01 eof                   pic x.
       01 cmd-line              pic x(40).

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 sp-today              pic 9(8).
      *> overdue items are aged to the month end, or to today for
      *> a month not yet over
       01 sp-as-at-int          binary-long.
       01 sp-yyyymm             pic 9(6).
       01 redefines sp-yyyymm.
         03 sp-yyyy             pic 9999.
         03 sp-mm               pic 99.
       01 sp-next-month         pic 9(8).
       01 sp-month-start        pic 9(8).
       01 sp-month-end          pic 9(8).
       01 sp-no-supplier-file   pic x value "n".

      *> one table serves both cuts - "P" rows for purchase order
      *> suppliers, "L" rows for labs, keyed by supplier id
       78 SP-MAX-AGG            value 200.
       01 sp-agg occurs SP-MAX-AGG.
         03 sp-agg-kind         pic x.
         03 sp-agg-id           pic 9(5).
         03 sp-agg-count        binary-long.
         03 sp-agg-days         binary-long.
         03 sp-agg-late         binary-long.
         03 sp-agg-worst        binary-long.
         03 sp-agg-out-late     binary-long.
       01 sp-agg-count-used     binary-long value 0.
       01 sp-agg-idx            binary-long.
       01 sp-find-kind          pic x.
       01 sp-find-id            pic 9(5).

       01 sp-start-date         pic 9(8).
       01 sp-end-date           pic 9(8).
       01 sp-lead               pic 9(3).
       01 sp-days               binary-long.
       01 sp-avg                pic 999v9.
       01 sp-late-pct           pic 999v9.

       01 report-header-line.
         03 filler              pic x(30)
            value "Supplier performance - month ".
         03 rpt-hdr-mm          pic 99.
         03 filler              pic x value "/".
         03 rpt-hdr-yyyy        pic 9999.

       01 report-section-line.
         03 rpt-section         pic x(60).

       01 report-column-line.
         03 filler              pic x(40) value
            "  Supplier                  Lead  Done ".
         03 filler              pic x(50) value
            " Avg days  Late  Late%  Worst  Still out late".

       01 report-detail-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-supplier        pic x(24).
         03 filler              pic x(2)  value spaces.
         03 rpt-lead            pic zz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-count           pic zzz9.
         03 filler              pic x(3)  value spaces.
         03 rpt-avg             pic zz9.9.
         03 filler              pic x(2)  value spaces.
         03 rpt-late            pic zzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-late-pct        pic zz9.9.
         03 filler              pic x(2)  value spaces.
         03 rpt-worst           pic zzzz9.
         03 filler              pic x(11) value spaces.
         03 rpt-out-late        pic zzz9.

       01 report-none-line.
         03 filler              pic x(40)
            value "  Nothing received this month".

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform resolve-target-month
           compute sp-month-start = sp-yyyymm * 100 + 1
           if sp-mm equals 12
              compute sp-next-month = (sp-yyyy + 1) * 10000 + 101
           else
              compute sp-next-month = sp-month-start + 100
           end-if
           compute sp-month-end = function date-of-integer(
              function integer-of-date(sp-next-month) - 1)
           if sp-month-end < sp-today
              move function integer-of-date(sp-month-end)
                 to sp-as-at-int
           else
              move function integer-of-date(sp-today)
                 to sp-as-at-int
           end-if

           open input supplier-file
           if not fs-okay
              move "y" to sp-no-supplier-file
           end-if

           perform tally-purchase-orders
           perform tally-lab-jobs

           perform write-supplier-report

           if sp-no-supplier-file not equals "y"
              close supplier-file
           end-if
           display "Supplier performance report for " sp-yyyymm
              " written to " rpt-filename
           goback.

        resolve-target-month.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to sp-today
           accept cmd-line from command-line
           if cmd-line equals spaces
              display "MFOCALSTEPARG" upon environment-name
              accept cmd-line from environment-value
           end-if
           if cmd-line not equals spaces
              and cmd-line(1:6) is numeric
              move cmd-line(1:6) to sp-yyyymm
           else
              move yyyy to sp-yyyy
              move mm to sp-mm
              if sp-mm equals 1
                 move 12 to sp-mm
                 subtract 1 from sp-yyyy
              else
                 subtract 1 from sp-mm
              end-if
           end-if
           .

      *> orders first delivered in the month count toward the average;
      *> orders still waiting on any delivery past their promise
      *> count as still out late
        tally-purchase-orders.
           open input po-file
           if not fs-okay
              exit paragraph
           end-if

           move 0 to po-order-id
           start po-file
               key > po-order-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read po-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and not po-status-cancelled
                 perform tally-one-order
              end-if
           end-perform

           close po-file
           .

        tally-one-order.
           move po-raised-date to sp-start-date
           move po-first-in-date to sp-end-date
           move po-supplier-id to sp-find-id
           move po-lead-days to sp-lead
           move "P" to sp-find-kind
           perform tally-one-item
           .

        tally-lab-jobs.
           open input disporder-file
           if not fs-okay
              exit paragraph
           end-if

           move 0 to do-order-id
           start disporder-file
               key > do-order-id
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
                 and do-sent-yyyy not equals 0
                 and not do-status-cancelled
                 perform tally-one-job
              end-if
           end-perform

           close disporder-file
           .

        tally-one-job.
           move do-lab-sent-date to sp-start-date
           move do-lab-back-date to sp-end-date
           move do-lab-id to sp-find-id
           move do-lab-lead-days to sp-lead
           move "L" to sp-find-kind
           perform tally-one-item
           .

      *> common to both cuts - an item finished in the month is
      *> timed against its promise; one still out at the month end
      *> is only counted if it was overdue by then
        tally-one-item.
           if sp-start-date > sp-month-end
              exit paragraph
           end-if
           if sp-lead equals 0
              perform master-lead-time
           end-if

           if sp-end-date not equals 0
              and sp-end-date <= sp-month-end
              if sp-end-date < sp-month-start
                 or sp-end-date > sp-month-end
                 exit paragraph
              end-if
              perform find-agg-row
              compute sp-days =
                 function integer-of-date(sp-end-date)
                 - function integer-of-date(sp-start-date)
              add 1 to sp-agg-count(sp-agg-idx)
              add sp-days to sp-agg-days(sp-agg-idx)
              if sp-days > sp-agg-worst(sp-agg-idx)
                 move sp-days to sp-agg-worst(sp-agg-idx)
              end-if
              if sp-lead > 0 and sp-days > sp-lead
                 add 1 to sp-agg-late(sp-agg-idx)
              end-if
           else
              if sp-lead equals 0
                 exit paragraph
              end-if
              compute sp-days = sp-as-at-int
                 - function integer-of-date(sp-start-date)
              if sp-days > sp-lead
                 perform find-agg-row
                 add 1 to sp-agg-out-late(sp-agg-idx)
              end-if
           end-if
           .

      *> anything that went out before lead times were stamped is
      *> held to the supplier's current promise
        master-lead-time.
           if sp-no-supplier-file equals "y"
              or sp-find-id equals 0
              exit paragraph
           end-if
           move sp-find-id to su-supplier-id
           read supplier-file
              invalid key
                 exit paragraph
           end-read
           move su-lead-days to sp-lead
           .

      *> same find-or-add idiom as refundrpt.cbl's aggregates - a
      *> full table folds the overflow into its last row rather than
      *> losing the count
        find-agg-row.
           perform varying sp-agg-idx from 1 by 1
                until sp-agg-idx > sp-agg-count-used
              if sp-agg-kind(sp-agg-idx) equals sp-find-kind
                 and sp-agg-id(sp-agg-idx) equals sp-find-id
                 exit perform
              end-if
           end-perform
           if sp-agg-idx > sp-agg-count-used
              if sp-agg-count-used >= SP-MAX-AGG
                 move SP-MAX-AGG to sp-agg-idx
                 exit paragraph
              end-if
              add 1 to sp-agg-count-used
              move sp-agg-count-used to sp-agg-idx
              initialize sp-agg(sp-agg-idx)
              move sp-find-kind to sp-agg-kind(sp-agg-idx)
              move sp-find-id to sp-agg-id(sp-agg-idx)
           end-if
           .

        write-supplier-report.
           open output supplier-report
           move sp-mm to rpt-hdr-mm
           move sp-yyyy to rpt-hdr-yyyy
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           move "Purchase orders - raised to first goods-in"
              to rpt-section
           write report-line from report-section-line
           write report-line from report-column-line
           move "P" to sp-find-kind
           perform write-section-rows

           move spaces to report-line
           write report-line
           move "Lab jobs - sent to back" to rpt-section
           write report-line from report-section-line
           write report-line from report-column-line
           move "L" to sp-find-kind
           perform write-section-rows

           close supplier-report
           .

        write-section-rows.
           move "n" to eof
           perform varying sp-agg-idx from 1 by 1
                until sp-agg-idx > sp-agg-count-used
              if sp-agg-kind(sp-agg-idx) equals sp-find-kind
                 move "y" to eof
                 perform write-aggregate-line
              end-if
           end-perform
           if eof equals "n"
              write report-line from report-none-line
           end-if
           .

        write-aggregate-line.
           move sp-agg-id(sp-agg-idx) to sp-find-id
           move 0 to sp-lead
           perform name-supplier-row
           move sp-lead to rpt-lead
           move sp-agg-count(sp-agg-idx) to rpt-count
           move sp-agg-late(sp-agg-idx) to rpt-late
           move sp-agg-worst(sp-agg-idx) to rpt-worst
           move sp-agg-out-late(sp-agg-idx) to rpt-out-late
           if sp-agg-count(sp-agg-idx) > 0
              compute sp-avg rounded =
                 sp-agg-days(sp-agg-idx) / sp-agg-count(sp-agg-idx)
              compute sp-late-pct rounded =
                 sp-agg-late(sp-agg-idx) * 100
                 / sp-agg-count(sp-agg-idx)
           else
              move 0 to sp-avg sp-late-pct
           end-if
           move sp-avg to rpt-avg
           move sp-late-pct to rpt-late-pct
           write report-line from report-detail-line
           .

      *> the supplier's name and current lead time off the master;
      *> id zero is an order raised before the master existed, or
      *> a job made by the house lab
        name-supplier-row.
           if sp-find-id equals 0
              if sp-find-kind equals "L"
                 move "House lab" to rpt-supplier
              else
                 move "Not on supplier master" to rpt-supplier
              end-if
              exit paragraph
           end-if
           move sp-find-id to rpt-supplier
           if sp-no-supplier-file equals "y"
              exit paragraph
           end-if
           move sp-find-id to su-supplier-id
           read supplier-file
              invalid key
                 exit paragraph
           end-read
           move spaces to rpt-supplier
           string sp-find-id " " su-name delimited by size
              into rpt-supplier
           end-string
           move su-lead-days to sp-lead
           .

       copy "common.cpy".
