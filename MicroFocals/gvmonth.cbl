       identification division.
       program-id. gvmonth.

      *> gift voucher month-end - first lapses every live voucher
      *> (giftvouch-fd.cpy) whose expiry date has gone, through
      *> gvpost.cbl's "X" action, dated the day after its last good
      *> day so the lapse falls in the month the voucher ran out;
      *> then reports the month before the run date off the voucher
      *> history (giftvtx-fd.cpy): per store, the vouchers sold and
      *> their value, the value redeemed against bills (less any
      *> put back by a refund) and the value lapsed, with the totals
      *> and what was still outstanding on the vouchers at the end
      *> of the month - the same figures the accounts export
      *> (acctexport.cbl) carries on its G line for that month. the
      *> month follows lvmonth.cbl, which suits the overnight
      *> run-control list on the first of the month; a re-run finds
      *> nothing more to lapse. headless, into gvmonth.txt.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "giftvouch-fc.cpy".
       copy "giftvtx-fc.cpy".

       select summary-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "giftvouch-fd.cpy".
       copy "giftvtx-fd.cpy".

       fd summary-report.
       01 report-line          pic x(100).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename         pic x(20) value "gvmonth.txt".

       01 eof                  pic x.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.
       01 gm-today             pic 9(8).
       01 gm-target-yyyy       pic 9999.
       01 gm-target-mm         pic 99.
       01 gm-month-start       pic 9(8).
       01 redefines gm-month-start.
         03 gm-ms-yyyy         pic 9999.
         03 gm-ms-mm           pic 99.
         03 gm-ms-dd           pic 99.
       01 gm-month-end         pic 9(8).
       01 gm-next-month        pic 9(8).
       01 redefines gm-next-month.
         03 gm-nm-yyyy         pic 9999.
         03 gm-nm-mm           pic 99.
         03 gm-nm-dd           pic 99.

      *> the lapse run - the next voucher after the last one looked
      *> at, the file closed again before anything is posted
       01 gm-last-voucher      pic 9(9) value 0.
       01 gm-lapse-voucher     pic 9(9).
       01 gm-lapse-due         pic x.
       01 gm-lapse-customer    pic 9(9).
       01 gm-lapse-store       pic 9(5).
       01 gm-lapse-date        pic 9(8).
       01 gm-vouchers-lapsed   binary-long value 0.

      *> request block handed to gvpost
       01 giftvoucher-request.
       copy "gvreq.cpy" replacing ==:Prefix-:== by ==gq-==.

      *> per-store movements in the month
       78 GM-MAX-STORES        value 50.
       01 gm-cell occurs GM-MAX-STORES.
         03 gm-cl-store        pic 9(5).
         03 gm-cl-sold         binary-long.
         03 gm-cl-sold-value   pic s9(7)v99.
         03 gm-cl-redeemed     pic s9(7)v99.
         03 gm-cl-lapsed       pic s9(7)v99.
       01 gm-cell-count        binary-long value 0.
       01 gm-cell-idx          binary-long.

       01 gm-tot-sold          binary-long value 0.
       01 gm-tot-sold-value    pic s9(9)v99 value 0.
       01 gm-tot-redeemed      pic s9(9)v99 value 0.
       01 gm-tot-lapsed        pic s9(9)v99 value 0.

      *> each voucher's history adds up to what was left on it at
      *> the month end - counted once the next voucher's lines start
       01 gm-this-voucher      pic 9(9).
       01 gm-this-held         pic s9(7)v99.
       01 gm-held-count        binary-long value 0.
       01 gm-held-value        pic s9(9)v99 value 0.

       01 report-header-line.
         03 filler             pic x(28)
            value "Gift vouchers - month of".
         03 rpt-month          pic 99.
         03 filler             pic x     value "/".
         03 rpt-year           pic 9999.

       01 report-column-line.
         03 filler             pic x(30) value
            "Store          Sold     Value".
         03 filler             pic x(30) value
            "   Redeemed      Lapsed".

       01 report-detail-line.
         03 filler             pic x(6)  value "Store ".
         03 rpt-store-id       pic zzzz9.
         03 filler             pic x(2)  value "  ".
         03 rpt-sold           pic zzzz9.
         03 filler             pic x(1)  value " ".
         03 rpt-sold-value     pic zzzzzz9.99-.
         03 filler             pic x(1)  value " ".
         03 rpt-redeemed       pic zzzzzz9.99-.
         03 filler             pic x(1)  value " ".
         03 rpt-lapsed         pic zzzzzz9.99-.

       01 report-total-line.
         03 filler             pic x(13) value "Total".
         03 rpt-tot-sold       pic zzzz9.
         03 filler             pic x(1)  value " ".
         03 rpt-tot-sold-value pic zzzzzzzz9.99-.
         03 filler             pic x(1)  value " ".
         03 rpt-tot-redeemed   pic zzzzzzzz9.99-.
         03 filler             pic x(1)  value " ".
         03 rpt-tot-lapsed     pic zzzzzzzz9.99-.

       01 report-held-line.
         03 filler             pic x(34)
            value "Outstanding at the month end on".
         03 rpt-held-count     pic zzzz9.
         03 filler             pic x(12) value " voucher(s):".
         03 rpt-held-value     pic zzzzzzzz9.99-.

       01 report-lapse-line.
         03 filler             pic x(40)
            value "Vouchers lapsed by this run:".
         03 rpt-lapse-count    pic zzzz9.

       01 report-note-line.
         03 rpt-note           pic x(60).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept date-today-temp from date YYYYMMDD
           move date-today-temp to gm-today
           move yyyy to gm-target-yyyy
           move mm to gm-target-mm
           if gm-target-mm equals 1
              move 12 to gm-target-mm
              subtract 1 from gm-target-yyyy
           else
              subtract 1 from gm-target-mm
           end-if
           move gm-target-yyyy to gm-ms-yyyy
           move gm-target-mm to gm-ms-mm
           move 1 to gm-ms-dd
           move gm-today to gm-next-month
           move 1 to gm-nm-dd
           compute gm-month-end = function date-of-integer(
              function integer-of-date(gm-next-month) - 1)

           move "n" to eof
           perform until eof equals "y"
              perform read-next-voucher
              if eof not equals "y"
                 and gm-lapse-due equals "y"
                 perform lapse-voucher
              end-if
           end-perform

           open output summary-report
           move gm-target-mm to rpt-month
           move gm-target-yyyy to rpt-year
           write report-line from report-header-line
           move spaces to report-line
           write report-line

           open input giftvtx-file
           if ws-file-status equals "35"
              move "No gift vouchers on file" to rpt-note
              write report-line from report-note-line
              close summary-report
              goback
           end-if
           move "giftvtx-file" to fs-current-file
           perform check-file-status

           move 0 to gm-this-voucher gm-this-held
           move low-values to gt-key
           start giftvtx-file
               key > gt-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read giftvtx-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and gt-date <= gm-month-end
                 perform tally-movement
              end-if
           end-perform
           perform count-held-voucher

           close giftvtx-file

           write report-line from report-column-line
           perform varying gm-cell-idx from 1 by 1
                until gm-cell-idx > gm-cell-count
              move gm-cl-store(gm-cell-idx) to rpt-store-id
              move gm-cl-sold(gm-cell-idx) to rpt-sold
              move gm-cl-sold-value(gm-cell-idx) to rpt-sold-value
              move gm-cl-redeemed(gm-cell-idx) to rpt-redeemed
              move gm-cl-lapsed(gm-cell-idx) to rpt-lapsed
              write report-line from report-detail-line
           end-perform

           move gm-tot-sold to rpt-tot-sold
           move gm-tot-sold-value to rpt-tot-sold-value
           move gm-tot-redeemed to rpt-tot-redeemed
           move gm-tot-lapsed to rpt-tot-lapsed
           write report-line from report-total-line
           move spaces to report-line
           write report-line
           move gm-held-count to rpt-held-count
           move gm-held-value to rpt-held-value
           write report-line from report-held-line
           move gm-vouchers-lapsed to rpt-lapse-count
           write report-line from report-lapse-line

           close summary-report

           display gm-vouchers-lapsed " voucher(s) lapsed - see "
              rpt-filename
           goback.

        read-next-voucher.
           move "n" to gm-lapse-due
           open input giftvouch-file
           if not fs-okay
              move "y" to eof
              exit paragraph
           end-if
           move gm-last-voucher to gv-voucher-no
           start giftvouch-file
               key > gv-voucher-no
               invalid key move "y" to eof
           end-start
           if eof not equals "y"
              read giftvouch-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay
                 move "y" to eof
              end-if
           end-if
           if eof not equals "y"
              move gv-voucher-no to gm-last-voucher gm-lapse-voucher
              if gv-live and gv-expiry-date < gm-today
                 move "y" to gm-lapse-due
                 move gv-customer-id to gm-lapse-customer
                 move gv-store-id to gm-lapse-store
                 compute gm-lapse-date = function date-of-integer(
                    function integer-of-date(gv-expiry-date) + 1)
              end-if
           end-if
           close giftvouch-file
           .

        lapse-voucher.
           move "X" to gq-action
           move gm-lapse-voucher to gq-voucher-no
           move gm-lapse-customer to gq-customer-id
           move 0 to gq-amount gq-ledger-id
           move gm-lapse-store to gq-store-id
           move "gvmonth" to gq-operator
           move gm-lapse-date to gq-date
           call "gvpost" using giftvoucher-request
           end-call
           if return-code equals GVPOST-OK
              and gq-posted > 0
              add 1 to gm-vouchers-lapsed
           end-if
           .

      *> every line up to the month end counts toward what the
      *> voucher held then; only the month's own lines are tallied
        tally-movement.
           if gt-voucher-no not equals gm-this-voucher
              perform count-held-voucher
              move gt-voucher-no to gm-this-voucher
              move 0 to gm-this-held
           end-if
           add gt-amount to gm-this-held

           if gt-date < gm-month-start
              exit paragraph
           end-if
           perform find-store-cell
           if gm-cell-idx > GM-MAX-STORES
              exit paragraph
           end-if
           evaluate true
              when gt-type-sold
                 add 1 to gm-cl-sold(gm-cell-idx) gm-tot-sold
                 add gt-amount to gm-cl-sold-value(gm-cell-idx)
                                  gm-tot-sold-value
              when gt-type-lapsed
                 subtract gt-amount from gm-cl-lapsed(gm-cell-idx)
                                         gm-tot-lapsed
              when other
                 subtract gt-amount from gm-cl-redeemed(gm-cell-idx)
                                         gm-tot-redeemed
           end-evaluate
           .

        count-held-voucher.
           if gm-this-voucher not equals 0
              and gm-this-held > 0
              add 1 to gm-held-count
              add gm-this-held to gm-held-value
           end-if
           .

        find-store-cell.
           perform varying gm-cell-idx from 1 by 1
                until gm-cell-idx > gm-cell-count
              if gm-cl-store(gm-cell-idx) equals gt-store-id
                 exit perform
              end-if
           end-perform
           if gm-cell-idx > gm-cell-count
              and gm-cell-count < GM-MAX-STORES
              add 1 to gm-cell-count
              move gm-cell-count to gm-cell-idx
              initialize gm-cell(gm-cell-idx)
              move gt-store-id to gm-cl-store(gm-cell-idx)
           end-if
           .

       copy "common.cpy".
