       identification division.
       program-id. bankrec.

      *> banking reconciliation (bankrec.txt) for this store over the
      *> last six weeks - the check that the money the cash-up says
      *> was taken actually reached the bank. for each trading day
      *> the card takings declared at cash-up (cashup-fd.cpy), the
      *> card payments on the ledger and what the acquirer settled
      *> (settle-fd.cpy, loaded by settleload.cbl) are set side by
      *> side, and a day where they don't all agree is listed - a
      *> day not yet settled is left alone until the acquirer has
      *> had BR-WAIT-DAYS to pay it. then every day whose declared
      *> cash is not covered by banking slips (bankslip-fd.cpy)
      *> BR-WAIT-DAYS after the day is listed with the shortfall.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "cashup-fc.cpy".
       copy "settle-fc.cpy".
       copy "bankslip-fc.cpy".
       copy "ledger-fc.cpy".

       select bankrec-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "cashup-fd.cpy".
       copy "settle-fd.cpy".
       copy "bankslip-fd.cpy".
       copy "ledger-fd.cpy".

       fd bankrec-report.
       01 report-line           pic x(90).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "bankrec.txt".
       01 eof                   pic x.

       78 BR-DAYS-BACK          value 42.
       78 BR-WAIT-DAYS          value 3.
       01 br-day occurs BR-DAYS-BACK.
         03 br-day-date         pic 9(8).
         03 br-has-cashup       pic x.
         03 br-declared-card    pic s9(8)v99.
         03 br-declared-cash    pic s9(8)v99.
         03 br-ledger-card      pic s9(8)v99.
         03 br-has-settle       pic x.
         03 br-settled          pic s9(8)v99.
         03 br-banked           pic s9(8)v99.
       01 br-idx                binary-long.

       01 br-today-num          pic 9(9).
       01 br-first-num          pic 9(9).
       01 br-day-num            pic 9(9).
       01 br-work-date          pic 9(8).
       01 redefines br-work-date.
         03 br-wd-yyyy          pic 9999.
         03 br-wd-mm            pic 99.
         03 br-wd-dd            pic 99.
       01 br-amount             pic s9(8)v99.
       01 br-listed             binary-long.
       01 br-card-count         binary-long value 0.
       01 br-cash-count         binary-long value 0.

       01 date-today-temp.
         03 yyyy                pic xxxx.
         03 mm                  pic xx.
         03 dd                  pic xx.

       01 report-header-line.
         03 filler              pic x(31)
            value "Banking reconciliation - store ".
         03 rpt-hdr-store       pic 9(5).
         03 filler              pic x(2)  value ", ".
         03 rpt-hdr-from        pic x(10).
         03 filler              pic x(4)  value " to ".
         03 rpt-hdr-to          pic x(10).

       01 report-card-heading.
         03 filler              pic x(42)
            value "Card takings that do not agree".
       01 report-card-columns.
         03 filler              pic x(12) value "Date".
         03 filler              pic x(12) value "    Declared".
         03 filler              pic x(12) value "      Ledger".
         03 filler              pic x(12) value "     Settled".
         03 filler              pic x(2)  value spaces.
         03 filler              pic x(20) value "Note".
       01 report-card-line.
         03 rpt-cd-date         pic x(10).
         03 filler              pic x(2)  value spaces.
         03 rpt-cd-declared     pic -------9.99.
         03 filler              pic x     value space.
         03 rpt-cd-ledger       pic -------9.99.
         03 filler              pic x     value space.
         03 rpt-cd-settled      pic -------9.99.
         03 filler              pic x(2)  value spaces.
         03 rpt-cd-note         pic x(30).

       01 report-cash-heading.
         03 filler              pic x(42)
            value "Cash declared but not banked".
       01 report-cash-columns.
         03 filler              pic x(12) value "Date".
         03 filler              pic x(12) value "    Declared".
         03 filler              pic x(12) value "      Banked".
         03 filler              pic x(12) value "   Shortfall".
       01 report-cash-line.
         03 rpt-ch-date         pic x(10).
         03 filler              pic x(2)  value spaces.
         03 rpt-ch-declared     pic -------9.99.
         03 filler              pic x     value space.
         03 rpt-ch-banked       pic -------9.99.
         03 filler              pic x     value space.
         03 rpt-ch-short        pic -------9.99.

       01 report-none-line.
         03 filler              pic x(2)  value spaces.
         03 rpt-none-text       pic x(40).

       linkage section.
       copy "common_lnk.cpy".

       screen section.
       copy "common_ss.cpy".

       procedure division using lnk-store-info.
           perform set-up-days
           perform load-cashups
           perform load-settlements
           perform load-banking-slips
           perform tally-ledger-card
           perform write-bankrec-report

           goback.

      *> the window ends yesterday - today's cash-up may not be in
        set-up-days.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to br-work-date
           move function integer-of-date(br-work-date)
              to br-today-num
           compute br-first-num = br-today-num - BR-DAYS-BACK

           perform varying br-idx from 1 by 1
                until br-idx > BR-DAYS-BACK
              initialize br-day(br-idx)
              compute br-day-num = br-first-num + br-idx - 1
              move function date-of-integer(br-day-num)
                 to br-day-date(br-idx)
              move "n" to br-has-cashup(br-idx)
                          br-has-settle(br-idx)
           end-perform
           .

        load-cashups.
           open input cashup-file
           if not fs-okay
              exit paragraph
           end-if
           perform varying br-idx from 1 by 1
                until br-idx > BR-DAYS-BACK
              move lnk-id to cu-store-id
              move br-day-date(br-idx) to cu-date
              read cashup-file
                 invalid key
                    continue
                 not invalid key
                    move "y" to br-has-cashup(br-idx)
                    move cu-declared-card to br-declared-card(br-idx)
                    move cu-declared-cash to br-declared-cash(br-idx)
              end-read
           end-perform
           close cashup-file
           .

        load-settlements.
           open input settle-file
           if not fs-okay
              exit paragraph
           end-if

           move lnk-id to cs-store-id
           move br-day-date(1) to cs-trade-date
           move low-values to cs-merchant-id
           start settle-file
               key >= cs-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read settle-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 or cs-store-id not equals lnk-id
                 or cs-trade-date > br-day-date(BR-DAYS-BACK)
                 move "y" to eof
              end-if
              if eof not equals "y"
                 move cs-trade-date to br-work-date
                 perform find-day
                 if br-idx <= BR-DAYS-BACK
                    move "y" to br-has-settle(br-idx)
                    add cs-amount to br-settled(br-idx)
                 end-if
              end-if
           end-perform

           close settle-file
           .

        load-banking-slips.
           open input bankslip-file
           if not fs-okay
              exit paragraph
           end-if

           move lnk-id to bs-store-id
           move br-day-date(1) to bs-takings-date
           move low-values to bs-slip-ref
           start bankslip-file
               key >= bs-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read bankslip-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 or bs-store-id not equals lnk-id
                 or bs-takings-date > br-day-date(BR-DAYS-BACK)
                 move "y" to eof
              end-if
              if eof not equals "y"
                 move bs-takings-date to br-work-date
                 perform find-day
                 if br-idx <= BR-DAYS-BACK
                    add bs-amount to br-banked(br-idx)
                 end-if
              end-if
           end-perform

           close bankslip-file
           .

      *> the store's card payments less card refunds, day by day -
      *> a whole-file scan as cashup.cbl does, the entry id key
      *> carries no date
        tally-ledger-card.
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
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and lg-store-id equals lnk-id
                 and (lg-type-payment or lg-type-refund)
                 and lg-pay-card
                 move lg-entry-date to br-work-date
                 perform find-day
                 if br-idx <= BR-DAYS-BACK
                    if lg-type-refund
                       subtract lg-net-amount
                          from br-ledger-card(br-idx)
                    else
                       add lg-net-amount to br-ledger-card(br-idx)
                    end-if
                 end-if
              end-if
           end-perform

           close ledger-file
           .

      *> br-work-date's slot in the window, past the end if outside
        find-day.
           if br-work-date < br-day-date(1)
              or br-work-date > br-day-date(BR-DAYS-BACK)
              compute br-idx = BR-DAYS-BACK + 1
              exit paragraph
           end-if
           compute br-idx =
              function integer-of-date(br-work-date)
              - br-first-num + 1
           .

        write-bankrec-report.
           open output bankrec-report

           move lnk-id to rpt-hdr-store
           move br-day-date(1) to br-work-date
           perform format-work-date
           move rpt-cd-date to rpt-hdr-from
           move br-day-date(BR-DAYS-BACK) to br-work-date
           perform format-work-date
           move rpt-cd-date to rpt-hdr-to
           write report-line from report-header-line

           move spaces to report-line
           write report-line
           write report-line from report-card-heading
           write report-line from report-card-columns
           move 0 to br-listed
           perform varying br-idx from 1 by 1
                until br-idx > BR-DAYS-BACK
              perform check-card-day
           end-perform
           if br-listed equals 0
              move "Every day agrees" to rpt-none-text
              write report-line from report-none-line
           end-if
           move br-listed to br-card-count

           move spaces to report-line
           write report-line
           write report-line from report-cash-heading
           write report-line from report-cash-columns
           move 0 to br-listed
           perform varying br-idx from 1 by 1
                until br-idx > BR-DAYS-BACK
              perform check-cash-day
           end-perform
           if br-listed equals 0
              move "All declared cash has been banked"
                 to rpt-none-text
              write report-line from report-none-line
           end-if
           move br-listed to br-cash-count

           close bankrec-report
           .

        check-card-day.
           if br-has-cashup(br-idx) not equals "y"
              and br-has-settle(br-idx) not equals "y"
              and br-ledger-card(br-idx) equals 0
              exit paragraph
           end-if
      *> the acquirer pays a few days behind - a day it hasn't yet
      *> settled isn't a discrepancy until it has had time to
           if br-has-settle(br-idx) not equals "y"
              and br-first-num + br-idx - 1
                  > br-today-num - BR-WAIT-DAYS
              exit paragraph
           end-if
           if br-has-cashup(br-idx) equals "y"
              and br-has-settle(br-idx) equals "y"
              and br-declared-card(br-idx) equals br-ledger-card(br-idx)
              and br-settled(br-idx) equals br-ledger-card(br-idx)
              exit paragraph
           end-if

           move br-day-date(br-idx) to br-work-date
           perform format-work-date
           move br-declared-card(br-idx) to rpt-cd-declared
           move br-ledger-card(br-idx) to rpt-cd-ledger
           move br-settled(br-idx) to rpt-cd-settled
           evaluate true
              when br-has-cashup(br-idx) not equals "y"
                 move "no cash-up declared" to rpt-cd-note
              when br-has-settle(br-idx) not equals "y"
                 move "no settlement received" to rpt-cd-note
              when br-settled(br-idx) not equals
                   br-declared-card(br-idx)
                 move "settled differs from declared" to rpt-cd-note
              when other
                 move "ledger differs" to rpt-cd-note
           end-evaluate
           write report-line from report-card-line
           add 1 to br-listed
           .

        check-cash-day.
           if br-declared-cash(br-idx) <= br-banked(br-idx)
              exit paragraph
           end-if
           if br-first-num + br-idx - 1 > br-today-num - BR-WAIT-DAYS
              exit paragraph
           end-if

           move br-day-date(br-idx) to br-work-date
           perform format-work-date
           move rpt-cd-date to rpt-ch-date
           move br-declared-cash(br-idx) to rpt-ch-declared
           move br-banked(br-idx) to rpt-ch-banked
           compute br-amount =
              br-declared-cash(br-idx) - br-banked(br-idx)
           move br-amount to rpt-ch-short
           write report-line from report-cash-line
           add 1 to br-listed
           .

        format-work-date.
           move spaces to rpt-cd-date
           string br-wd-dd "/" br-wd-mm "/" br-wd-yyyy
              delimited by size into rpt-cd-date
           end-string
           .

       copy "common.cpy".
