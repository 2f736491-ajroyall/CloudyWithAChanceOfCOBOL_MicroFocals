      *>   [O]utstanding - every order still open or part-received,
      *>                so a frame that was never ordered is a report
      *>                line, not a surprise at the counter
      *>   [S]uppliers - the supplier master (suppmaint.cbl) the
      *>                orders are raised against
      *>   [L]enses   - the lens catalogue (lensmaint.cbl) jobs are
      *>                ordered from
      *>   [I]nvoices - supplier invoices matched against the orders
      *>                and their goods-in (supinv.cbl)
      *> an order records the supplier's promised lead time and its
      *> goods-in dates, which supplierrpt.cbl reports on monthly.
      *> each line is costed at the stock line's cost price when
      *> raised, so an order under the supplier's minimum value is
      *> flagged before it goes; goods-in keys the invoiced unit
      *> cost and re-averages the stock line's cost price, and the
      *> manufacturer's batch/lot number of each line received goes
      *> onto the batch register (stbatch-fd.cpy) for recall tracing.
      *>   [B]atch recall - traces a manufacturer's recall to the
      *>                customers who had the batch (recalltrace.cbl)

       environment division.
       special-names.
       file-control.
       copy "stock-fc.cpy".
       copy "po-fc.cpy".
       copy "supplier-fc.cpy".
       copy "stbatch-fc.cpy".

       select po-id-file assign "$MFOCALDIR/poid.dat"
        organization is sequential
       data division.
       copy "stock-fd.cpy".
       copy "po-fd.cpy".
       copy "supplier-fd.cpy".
       copy "stbatch-fd.cpy".

       fd po-id-file.
       01 PoIdInformation.
       01 ls-eof                pic x.
       01 po-menu-option        pic x.
       01 po-in-supplier        pic x(40).
       01 po-in-supplier-id     pic 9(5).
       01 po-min-display        pic zzzzz9.99.
       01 po-due-int            binary-long.
       01 po-order-value        pic 9(7)v99.
       01 po-in-cost            pic 9(5)v99.
       01 po-cost-display       pic zzzz9.99.
       01 po-new-qty            pic s9(6).
       01 po-in-order-id        pic 9(9).
       01 po-next-id            pic 9(9).
       01 po-row                binary-long.
       01 po-line-idx           binary-long.
       01 po-suggest-qty        pic s9(6).
       01 po-in-qty             pic 9(5).
       01 po-in-batch           pic x(15).
       01 po-all-received       pic x.
       01 po-outstanding-count  binary-long.
       01 po-id-display         pic z(8)9.
         03 rpt-raised          pic 9(8).
         03 filler              pic x(2)  value spaces.
         03 rpt-status          pic x(9).
         03 filler              pic x(5)  value " due ".
         03 rpt-due             pic 9(8).
       01 report-item-line.
         03 filler              pic x(4)  value spaces.
         03 rpt-product         pic x(10).

       01 g-purchord.
           03 line 3  col 4  pic x(30) value "Purchasing".
           03 line 5  col 4  pic x(62) value
              "[R]aise order [G]oods-in [O]utstanding [S]uppliers " &
              "[L]enses".
           03 line 6  col 4  pic x(20) value "[I]nvoices".
           03 line 6  col 24 pic x(20) value "[B]atch recall".
           03 line 7  col 4  pic x(10) value "Option:".
           03 line 7  col 16 pic x using po-menu-option.

       01 g-posupplier.
           03 line 20 col 4  pic x(20) value "Supplier id".
           03 line 20 col 26 pic 9(5)  using po-in-supplier-id.

       01 g-pogoodsin.
           03 line 20 col 4  pic x(24) value "Order id to receipt".
              "Quantity received this line:".
           03 line 22 col 36 pic 9(5) using po-in-qty.

       01 g-pocost.
           03 line 23 col 4  pic x(30) value
              "Invoiced unit cost:".
           03 line 23 col 36 pic 9(5).99 using po-in-cost.

       01 g-pobatch.
           03 line 24 col 4  pic x(30) value
              "Batch/lot number (if any):".
           03 line 24 col 36 pic x(15) using po-in-batch.

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           perform clr-screen
           display g-menuheader
           display g-purchord
           perform idle-accept-start
           accept g-purchord timeout after idle-accept-secs
           perform f1-or-quit

           evaluate po-menu-option
              when "O"
              when "o"
                 perform report-outstanding-orders
              when "S"
              when "s"
                 call "suppmaint" using lnk-store-info,
                      lnk-operator-info
                 cancel "suppmaint"
              when "L"
              when "l"
                 call "lensmaint" using lnk-store-info,
                      lnk-operator-info
                 cancel "lensmaint"
              when "I"
              when "i"
                 call "supinv" using lnk-store-info,
                      lnk-operator-info
                 cancel "supinv"
              when "B"
              when "b"
                 call "recalltrace" using lnk-store-info,
                      lnk-operator-info
                 cancel "recalltrace"
           end-evaluate

           goback.

      *> everything of one supplier's at or below its reorder level
      *> becomes one order, suggested up to twice the reorder level
      *> so the shelf refills rather than teeters. the supplier is
      *> picked off the master by id; stock lines keyed before the
      *> master existed still match on the supplier's name.
        raise-order-for-supplier.
           move 0 to po-in-supplier-id
           display g-posupplier
           perform idle-accept-start
           accept g-posupplier timeout after idle-accept-secs
           perform f1-or-quit
           if po-in-supplier-id equals 0
              exit paragraph
           end-if

           perform find-order-supplier
           if po-in-supplier equals spaces
              move "Purchasing" to popup-title
              move "That id is not a stock supplier on file"
                 to popup-message-1
              move spaces to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           initialize purchase-order
           move 0 to po-line-count po-order-value

           open input stock-file
           if not fs-okay
                 or st-store-id not equals lnk-id
                 move "y" to ls-eof
              else
                 if (st-supplier-id equals po-in-supplier-id
                    or (st-supplier-id equals 0
                        and st-supplier equals po-in-supplier))
                    and st-qty-on-hand <= st-reorder-level
                    and po-line-count < 20
                    add 1 to po-line-count
                    move po-suggest-qty
                       to po-qty-ordered(po-line-count)
                    move 0 to po-qty-received(po-line-count)
                    move st-cost-price to po-unit-cost(po-line-count)
                    compute po-order-value = po-order-value
                       + (st-cost-price * po-suggest-qty)
                 end-if
              end-if
           end-perform
           end-if

           perform show-order-lines
      *> an order with no costed lines can't be judged either way
           if po-order-value < su-min-order
              and po-order-value > 0
              move "Below supplier minimum - raise anyway?"
                 to popup-l-message
           else
              move "Raise this order?" to popup-l-message
           end-if
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "Y" and
           move po-next-id to po-order-id
           move lnk-id to po-store-id
           move po-in-supplier to po-supplier
           move po-in-supplier-id to po-supplier-id
           move su-lead-days to po-lead-days
           move 0 to po-first-in-date po-received-date
           move date-today-temp to po-raised-date
           move lnk-Operator-Id to po-raised-by
           move "O" to po-status
           display g-menuheader
           display "Proposed order for " at line 3 column 4
           display po-in-supplier at line 3 column 24
           move po-order-value to po-min-display
           display "Order value at cost" at line 4 column 4
           display po-min-display at line 4 column 28
           if su-min-order > 0
              move su-min-order to po-min-display
              display "supplier minimum" at line 4 column 40
              display po-min-display at line 4 column 58
           end-if

           perform varying po-row from 1 by 1
                until po-row > po-line-count
                 at line po-row + 4 column 4
              display po-qty-ordered(po-row)
                 at line po-row + 4 column 18
              move po-unit-cost(po-row) to po-cost-display
              display po-cost-display at line po-row + 4 column 26
           end-perform
           .

        goods-in.
           move 0 to po-in-order-id
           display g-pogoodsin
           perform idle-accept-start
           accept g-pogoodsin timeout after idle-accept-secs
           perform f1-or-quit
           if po-in-order-id equals 0
              exit paragraph
                 at line 5 column 46
              move 0 to po-in-qty
              display g-poqty
              perform idle-accept-start
              accept g-poqty timeout after idle-accept-secs
              perform f1-or-quit
              if po-in-qty not equals 0
                 move po-unit-cost(po-line-idx) to po-in-cost
                 display g-pocost
                 perform idle-accept-start
                 accept g-pocost timeout after idle-accept-secs
                 perform f1-or-quit
                 move po-in-cost to po-unit-cost(po-line-idx)
                 move spaces to po-in-batch
                 display g-pobatch
                 perform idle-accept-start
                 accept g-pobatch timeout after idle-accept-secs
                 perform f1-or-quit
                 add po-in-qty to po-qty-received(po-line-idx)
                 perform increment-stock-line
                 if po-in-batch not equals spaces
                    perform record-stock-batch
                 end-if
                 if po-first-in-date equals 0
                    move date-today-temp to po-first-in-date
                 end-if
              end-if
           end-perform

           end-perform
           if po-all-received equals "y"
              move "R" to po-status
              move date-today-temp to po-received-date
           else
              move "P" to po-status
           end-if
                 invalid key continue
              end-read
              if not fs-no-record
                 perform average-cost-price
                 add po-in-qty to st-qty-on-hand
                 move date-today-temp to st-last-received-date
                 move lnk-Operator-Id to st-updated-by
                 rewrite stock-record
                 perform check-file-status
           end-if
           .

      *> a further delivery of a batch already on the register adds
      *> to what was received of it; the first sets it up
        record-stock-batch.
           open i-o stbatch-file
           if ws-file-status equals "35"
              open output stbatch-file
              close stbatch-file
              open i-o stbatch-file
           end-if
           perform check-file-status
           move lnk-id to sb-store-id
           move po-product-code(po-line-idx) to sb-product-code
           move function upper-case(po-in-batch) to sb-batch
           read stbatch-file
              invalid key
                 move date-today-temp to sb-received-date
                 move po-order-id to sb-po-id
                 move lnk-Operator-Id to sb-received-by
                 move po-in-qty to sb-qty-received
                 move 0 to sb-qty-issued
                 move space to sb-status
                 move 0 to sb-held-date
                 move spaces to sb-held-by
                 write stbatch-record
              not invalid key
                 add po-in-qty to sb-qty-received
                    on size error
                       move 99999 to sb-qty-received
                 end-add
                 rewrite stbatch-record
           end-read
           perform check-file-status
           close stbatch-file
           perform check-file-status
           .

      *> weighted average - what is already on the shelf at its old
      *> cost plus this delivery at its invoiced cost. nothing on the
      *> shelf (or no cost yet) simply takes the new cost; a zero
      *> keyed cost leaves the price alone.
        average-cost-price.
           if po-in-cost equals 0
              exit paragraph
           end-if
           if st-qty-on-hand <= 0 or st-cost-price equals 0
              move po-in-cost to st-cost-price
              exit paragraph
           end-if
           compute po-new-qty = st-qty-on-hand + po-in-qty
           compute st-cost-price rounded =
              ((st-qty-on-hand * st-cost-price)
               + (po-in-qty * po-in-cost)) / po-new-qty
           .

        report-outstanding-orders.
           move 0 to po-outstanding-count
           open input po-file
           move po-order-id to rpt-order-id
           move po-supplier to rpt-supplier
           move po-raised-date to rpt-raised
           if po-lead-days > 0
              compute po-due-int =
                 function integer-of-date(po-raised-date)
                 + po-lead-days
              compute rpt-due = function date-of-integer(po-due-int)
           else
              move 0 to rpt-due
           end-if
           if po-status-partial
              move "PARTIAL" to rpt-status
           else
           end-perform
           .

        find-order-supplier.
           move spaces to po-in-supplier
           move 0 to su-min-order su-lead-days
           open input supplier-file
           if not fs-okay
              exit paragraph
           end-if
           move po-in-supplier-id to su-supplier-id
           read supplier-file
              invalid key
                 close supplier-file
                 exit paragraph
           end-read
           close supplier-file
           if su-supplies-stock
              move su-name to po-in-supplier
           end-if
           .

      *> generates the next order id under an exclusive lock, same
      *> read-increment-rewrite idiom as gencustid.cbl
        load-next-po-id.
