       identification division.
       program-id. supinv.

      *> supplier invoice matching, off the purchasing menu - an
      *> invoice is only paid once it agrees with what was ordered
      *> and what actually arrived:
      *>   [K]ey invoice - header and lines keyed against the
      *>                purchase order they bill for, the order's own
      *>                lines shown above for reference
      *>   [I]mport   - the same from the supplier's fixed-width file
      *>                (supinvimp.cpy), dropped in the working
      *>                directory as supinvimp.txt
      *>   [R]e-match - a disputed invoice matched again, once the
      *>                missing goods are in or the order's cost has
      *>                been put right
      *>   [D]isputed list - every disputed invoice for this store,
      *>                line by line against the order
      *>   [W]ithdraw - a disputed invoice the supplier has credited
      *>                taken off the list (supervisor)
      *>   [A]pproved - the week's approved-for-payment list
      *>                (supinvpay.cbl), normally left to the batch
      *>                run (supervisor)
      *> each line is matched on its product code: the quantity,
      *> added to what earlier matched invoices already billed for
      *> that line of the order, may not pass the quantity received,
      *> and the unit cost has to be the order line's cost (the
      *> cost keyed at goods-in once the delivery is in). one line
      *> out and the whole invoice is disputed. matched invoices go
      *> on the weekly approved-for-payment report, supinvpay.cbl.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "po-fc.cpy".
       copy "supinv-fc.cpy".

       select supinv-import assign to dynamic imp-filename
        organization is line sequential
        status is ws-file-status.

       select supinv-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "po-fd.cpy".
       copy "supinv-fd.cpy".

       fd supinv-import.
       copy "supinvimp.cpy".

       fd supinv-report.
       01 report-line           pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 imp-filename          pic x(20) value "supinvimp.txt".
       01 rpt-filename          pic x(20) value "supinvdisp.txt".

       01 ls-eof                pic x.
       01 sv-menu-option        pic x.
       01 fields-valid          pic x.

      *> the invoice being keyed, imported or re-matched - held here
      *> rather than in the record area, since matching reads the
      *> order's other invoices through that same area
       01 sv-invoice.
         03 sv-supplier-id      pic 9(5).
         03 sv-invoice-no       pic x(15).
         03 sv-order-id         pic 9(9).
         03 sv-store-id         pic 9(5).
         03 sv-invoice-date     pic 9(8).
         03 sv-status           pic x.
         03 sv-dispute-reason   pic x(40).
         03 sv-invoice-total    pic 9(7)v99.
         03 sv-line-count       pic 99.
         03 sv-lines occurs 20.
           05 sv-product-code   pic x(10).
           05 sv-qty            pic 9(5).
           05 sv-unit-cost      pic 9(5)v99.
           05 sv-line-result    pic x.

       01 sv-in-date.
         03 sv-in-date-dd       pic 99.
         03 filler              pic x value "/".
         03 sv-in-date-mm       pic 99.
         03 filler              pic x value "/".
         03 sv-in-date-yyyy     pic 9999.
       01 sv-in-product         pic x(10).
       01 sv-in-qty             pic 9(5).
       01 sv-in-cost            pic 9(5)v99.

      *> per order line, what matched invoices have already billed
       01 sv-prior-qty          pic 9(6) occurs 20.
       01 sv-po-found           pic x.
       01 sv-line-idx           binary-long.
       01 sv-po-idx             binary-long.
       01 sv-other-idx          binary-long.
       01 sv-row                binary-long.
       01 sv-done               pic x.
       01 sv-on-file            pic x.

       01 sv-imported-count     pic 9(5) value 0.
       01 sv-matched-count      pic 9(5) value 0.
       01 sv-disputed-count     pic 9(5) value 0.
       01 sv-skipped-count      pic 9(5) value 0.
       01 sv-have-invoice       pic x.
       01 sv-import-eof         pic x.
       01 sv-count-display      pic zzzz9.
       01 sv-matched-display    pic zzzz9.
       01 sv-disputed-display   pic zzzz9.
       01 sv-skipped-display    pic zzzz9.
       01 sv-cost-display       pic zzzz9.99.
       01 sv-total-display      pic zzzzzz9.99.

       01 date-today-temp.
         03 yyyy      pic xxxx.
         03 mm        pic xx.
         03 dd        pic xx.

       01 report-header-line.
         03 filler              pic x(40)
            value "Disputed supplier invoices".
       01 report-invoice-line.
         03 filler              pic x(9)  value "Supplier ".
         03 rpt-supplier-id     pic zzzz9.
         03 filler              pic x(9)  value " invoice ".
         03 rpt-invoice-no      pic x(15).
         03 filler              pic x(7)  value " order ".
         03 rpt-order-id        pic z(8)9.
         03 filler              pic x(7)  value " dated ".
         03 rpt-invoice-date    pic 9(8).
       01 report-reason-line.
         03 filler              pic x(4)  value spaces.
         03 rpt-reason          pic x(40).
         03 filler              pic x(7)  value " total ".
         03 rpt-total           pic zzzzzz9.99.
       01 report-item-line.
         03 filler              pic x(4)  value spaces.
         03 rpt-product         pic x(10).
         03 filler              pic x(5)  value " inv ".
         03 rpt-inv-qty         pic zzzz9.
         03 filler              pic x(3)  value " @ ".
         03 rpt-inv-cost        pic zzzz9.99.
         03 filler              pic x(5)  value " rcv ".
         03 rpt-rcv-qty         pic zzzz9.
         03 filler              pic x(3)  value " @ ".
         03 rpt-po-cost         pic zzzz9.99.
         03 filler              pic x(2)  value spaces.
         03 rpt-result          pic x(20).

       linkage section.
       copy "common_lnk.cpy".
       screen section.
       copy "common_ss.cpy".
       copy "supinvpopup.ss".

       procedure division using lnk-store-info, lnk-operator-info.
      $if console-mode defined
           move lnk-name-of-store to Store-Name
           move "Supplier Invoices" to Menu-Name
           move "PO_M02" to Menu-Id

           accept date-today-temp from date YYYYMMDD

           perform clr-screen
           display g-menuheader
           move space to sv-menu-option
           display g-supinvmenu
           perform idle-accept-start
           accept g-supinvmenu timeout after idle-accept-secs
           perform f1-or-quit

           evaluate sv-menu-option
              when "K"
              when "k"
                 perform key-invoice
              when "I"
              when "i"
                 perform import-invoices
              when "R"
              when "r"
                 perform rematch-invoice
              when "D"
              when "d"
                 perform report-disputed-invoices
              when "W"
              when "w"
                 perform withdraw-invoice
              when "A"
              when "a"
                 perform run-approved-report
           end-evaluate

           goback.
      $end

        key-invoice.
           initialize sv-invoice
           move 0 to sv-in-date-dd sv-in-date-mm sv-in-date-yyyy

           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-supinvhead
              perform idle-accept-start
              accept g-supinvhead timeout after idle-accept-secs
              perform f1-or-quit
              perform validate-invoice-head
           end-perform

           perform open-supinv-file
           move sv-supplier-id to si-supplier-id
           move sv-invoice-no to si-invoice-no
           read supinv-file
              invalid key move "n" to sv-on-file
              not invalid key move "y" to sv-on-file
           end-read
           if sv-on-file equals "y"
              close supinv-file
              move "Supplier invoices" to popup-title
              move "That invoice is already on file - re-match it"
                 to popup-message-1
              move "instead of keying it again" to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           perform show-order-lines
           move "n" to sv-done
           perform until sv-done equals "y"
              or sv-line-count >= 20
              move spaces to sv-in-product
              move 0 to sv-in-qty sv-in-cost
              display g-supinvline
              perform idle-accept-start
              accept g-supinvline timeout after idle-accept-secs
              perform f1-or-quit
              if sv-in-product equals spaces
                 move "y" to sv-done
              else
                 add 1 to sv-line-count
                 move function upper-case(sv-in-product)
                    to sv-product-code(sv-line-count)
                 move sv-in-qty to sv-qty(sv-line-count)
                 move sv-in-cost to sv-unit-cost(sv-line-count)
                 compute sv-row = sv-line-count + 4
                 if sv-row < 19
                    display sv-product-code(sv-line-count)
                       at line sv-row column 50
                    display sv-qty(sv-line-count)
                       at line sv-row column 62
                    move sv-in-cost to sv-cost-display
                    display sv-cost-display at line sv-row column 68
                 end-if
              end-if
           end-perform

           if sv-line-count equals 0
              close supinv-file
              exit paragraph
           end-if

           perform match-invoice
           perform write-new-invoice
           close supinv-file
           perform check-file-status
           perform show-match-result
           .

        validate-invoice-head.
           move "y" to fields-valid
           if sv-supplier-id equals 0 or sv-invoice-no equals spaces
              or sv-order-id equals 0
              move "n" to fields-valid
           end-if
           call "valdated" using
              by reference z"dd/mm/yyyy"
              by reference sv-in-date
           end-call
           if return-code not equal 0
              move "n" to fields-valid
           end-if

           if fields-valid not equals "y"
              move "Field validation error" to popup-title
              move spaces to popup-message-1
              move "Supplier, invoice number, order and date needed"
                 to popup-message-2
              move "Okay" to popup-button-1
              call "errpopup" using popup-title,
                      popup-message-1,
                      popup-message-2
                      popup-button-1
              end-call
              exit paragraph
           end-if

           move sv-in-date-yyyy to sv-invoice-date(1:4)
           move sv-in-date-mm to sv-invoice-date(5:2)
           move sv-in-date-dd to sv-invoice-date(7:2)
           .

      *> the order's lines as they stand, for the operator to key the
      *> invoice against - the invoice lines keyed so far build up in
      *> the right-hand columns
        show-order-lines.
           perform clr-screen
           display g-menuheader
           display "Invoice" at line 3 column 4
           display sv-invoice-no at line 3 column 12
           display "against order" at line 3 column 28
           display sv-order-id at line 3 column 42
           display "Ordered  In  Cost" at line 4 column 16
           display "Invoiced" at line 4 column 50

           open input po-file
           if not fs-okay
              display "No purchase orders on file" at line 5 column 4
              exit paragraph
           end-if
           move sv-order-id to po-order-id
           read po-file
              invalid key
                 display "No such purchase order" at line 5 column 4
                 close po-file
                 exit paragraph
           end-read
           close po-file

           perform varying sv-po-idx from 1 by 1
                until sv-po-idx > po-line-count or sv-po-idx > 14
              compute sv-row = sv-po-idx + 4
              display po-product-code(sv-po-idx)
                 at line sv-row column 4
              display po-qty-ordered(sv-po-idx)
                 at line sv-row column 16
              display po-qty-received(sv-po-idx)
                 at line sv-row column 23
              move po-unit-cost(sv-po-idx) to sv-cost-display
              display sv-cost-display at line sv-row column 30
           end-perform
           .

      *> imports every invoice in the file - consecutive lines with
      *> the same supplier and invoice number are one invoice. one
      *> already on file is skipped rather than overwritten, so the
      *> same file run twice does no harm.
        import-invoices.
           open input supinv-import
           if not fs-okay
              move "Supplier invoices" to popup-title
              move "No import file found - expected supinvimp.txt"
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

           perform open-supinv-file
           move 0 to sv-imported-count sv-matched-count
                     sv-disputed-count sv-skipped-count
           move "n" to sv-have-invoice
           move "n" to sv-import-eof
           perform until sv-import-eof equals "y"
              read supinv-import
                 at end move "y" to sv-import-eof
              end-read
              if sv-import-eof not equals "y"
                 perform take-import-line
              end-if
           end-perform
           perform finish-imported-invoice

           close supinv-file
           close supinv-import

           move sv-imported-count to sv-count-display
           move sv-matched-count to sv-matched-display
           move sv-disputed-count to sv-disputed-display
           move sv-skipped-count to sv-skipped-display
           move spaces to popup-l-message
           string sv-count-display " imported," sv-matched-display
              " matched," sv-disputed-display " disputed,"
              sv-skipped-display " already on file"
              delimited by size into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        take-import-line.
           if sm-supplier-id not numeric or sm-order-id not numeric
              or sm-qty not numeric or sm-unit-cost not numeric
              or sm-invoice-no equals spaces
              or sm-product-code equals spaces
              exit paragraph
           end-if

           if sv-have-invoice equals "y"
              and (sm-supplier-id not equals sv-supplier-id
                   or sm-invoice-no not equals sv-invoice-no)
              perform finish-imported-invoice
           end-if

           if sv-have-invoice not equals "y"
              initialize sv-invoice
              move sm-supplier-id to sv-supplier-id
              move sm-invoice-no to sv-invoice-no
              move sm-order-id to sv-order-id
              if sm-invoice-date is numeric
                 move sm-invoice-date to sv-invoice-date
              end-if
              move "y" to sv-have-invoice
           end-if

           if sv-line-count < 20
              add 1 to sv-line-count
              move function upper-case(sm-product-code)
                 to sv-product-code(sv-line-count)
              move sm-qty to sv-qty(sv-line-count)
              move sm-unit-cost to sv-unit-cost(sv-line-count)
           end-if
           .

        finish-imported-invoice.
           if sv-have-invoice not equals "y"
              exit paragraph
           end-if
           move "n" to sv-have-invoice

           move sv-supplier-id to si-supplier-id
           move sv-invoice-no to si-invoice-no
           read supinv-file
              invalid key move "n" to sv-on-file
              not invalid key move "y" to sv-on-file
           end-read
           if sv-on-file equals "y"
              add 1 to sv-skipped-count
              exit paragraph
           end-if

           perform match-invoice
           perform write-new-invoice
           add 1 to sv-imported-count
           if sv-status equals "M"
              add 1 to sv-matched-count
           else
              add 1 to sv-disputed-count
           end-if
           .

      *> the invoice against its order. an order that can't be found,
      *> was cancelled, or went to another supplier disputes the
      *> whole invoice; otherwise each line stands or falls on its
      *> own quantity and cost
        match-invoice.
           move "M" to sv-status
           move spaces to sv-dispute-reason
           move 0 to sv-invoice-total
           move lnk-id to sv-store-id
           perform varying sv-line-idx from 1 by 1
                until sv-line-idx > sv-line-count
              move space to sv-line-result(sv-line-idx)
              compute sv-invoice-total = sv-invoice-total
                 + (sv-qty(sv-line-idx) * sv-unit-cost(sv-line-idx))
           end-perform

           move "n" to sv-po-found
           open input po-file
           if fs-okay
              move sv-order-id to po-order-id
              read po-file
                 invalid key continue
                 not invalid key move "y" to sv-po-found
              end-read
              close po-file
           end-if

           if sv-po-found not equals "y"
              move "D" to sv-status
              move "No such purchase order" to sv-dispute-reason
              perform varying sv-line-idx from 1 by 1
                   until sv-line-idx > sv-line-count
                 move "N" to sv-line-result(sv-line-idx)
              end-perform
              exit paragraph
           end-if

           move po-store-id to sv-store-id
           if po-status-cancelled
              move "D" to sv-status
              move "Order was cancelled" to sv-dispute-reason
           end-if
           if po-supplier-id not equals 0
              and po-supplier-id not equals sv-supplier-id
              move "D" to sv-status
              move "Order was raised with another supplier"
                 to sv-dispute-reason
           end-if

           perform load-prior-invoiced
           perform varying sv-line-idx from 1 by 1
                until sv-line-idx > sv-line-count
              perform match-invoice-line
              if sv-line-result(sv-line-idx) not equals space
                 move "D" to sv-status
                 if sv-dispute-reason equals spaces
                    move "Quantity or price differs from the order"
                       to sv-dispute-reason
                 end-if
              end-if
           end-perform
           .

      *> a line invoicing the same product twice counts both halves
      *> against the quantity received - the prior table is added to
      *> as each line is matched
        match-invoice-line.
           perform find-order-line
           if sv-po-idx equals 0
              move "N" to sv-line-result(sv-line-idx)
              exit paragraph
           end-if

           add sv-qty(sv-line-idx) to sv-prior-qty(sv-po-idx)
           if sv-prior-qty(sv-po-idx) > po-qty-received(sv-po-idx)
              move "Q" to sv-line-result(sv-line-idx)
           end-if
           if sv-unit-cost(sv-line-idx) not equals
                 po-unit-cost(sv-po-idx)
              if sv-line-result(sv-line-idx) equals "Q"
                 move "B" to sv-line-result(sv-line-idx)
              else
                 move "P" to sv-line-result(sv-line-idx)
              end-if
           end-if
           .

        find-order-line.
           move 0 to sv-po-idx
           perform varying sv-other-idx from 1 by 1
                until sv-other-idx > po-line-count
              if po-product-code(sv-other-idx)
                    equals sv-product-code(sv-line-idx)
                 move sv-other-idx to sv-po-idx
                 exit perform
              end-if
           end-perform
           .

      *> what the order's other matched invoices have billed, line
      *> by line - read through the order id alternate key, leaving
      *> this invoice's own record (on a re-match) out
        load-prior-invoiced.
           perform varying sv-po-idx from 1 by 1 until sv-po-idx > 20
              move 0 to sv-prior-qty(sv-po-idx)
           end-perform

           move sv-order-id to si-order-id
           start supinv-file
               key = si-order-id
               invalid key move "y" to ls-eof
               not invalid key move "n" to ls-eof
           end-start
           perform until ls-eof equals "y"
              read supinv-file next record
                 at end move "y" to ls-eof
              end-read
              if not fs-okay or ls-eof equals "y"
                 or si-order-id not equals sv-order-id
                 move "y" to ls-eof
              else
                 if si-status-matched
                    and (si-supplier-id not equals sv-supplier-id
                         or si-invoice-no not equals sv-invoice-no)
                    perform add-prior-invoice
                 end-if
              end-if
           end-perform
           .

        add-prior-invoice.
           perform varying sv-other-idx from 1 by 1
                until sv-other-idx > si-line-count
              perform varying sv-po-idx from 1 by 1
                   until sv-po-idx > po-line-count
                 if po-product-code(sv-po-idx)
                       equals si-product-code(sv-other-idx)
                    add si-qty(sv-other-idx) to sv-prior-qty(sv-po-idx)
                    exit perform
                 end-if
              end-perform
           end-perform
           .

        write-new-invoice.
           initialize supplier-invoice
           perform move-invoice-to-record
           move date-today-temp to si-keyed-date
           move lnk-Operator-Id to si-keyed-by
           write supplier-invoice
           perform check-file-status
           .

        move-invoice-to-record.
           move sv-supplier-id to si-supplier-id
           move sv-invoice-no to si-invoice-no
           move sv-order-id to si-order-id
           move sv-store-id to si-store-id
           move sv-invoice-date to si-invoice-date
           move sv-status to si-status
           move sv-dispute-reason to si-dispute-reason
           move sv-invoice-total to si-invoice-total
           move sv-line-count to si-line-count
           perform varying sv-line-idx from 1 by 1
                until sv-line-idx > 20
              move sv-product-code(sv-line-idx)
                 to si-product-code(sv-line-idx)
              move sv-qty(sv-line-idx) to si-qty(sv-line-idx)
              move sv-unit-cost(sv-line-idx)
                 to si-unit-cost(sv-line-idx)
              move sv-line-result(sv-line-idx)
                 to si-line-result(sv-line-idx)
           end-perform
           if sv-status equals "M"
              move date-today-temp to si-matched-date
           else
              move 0 to si-matched-date
           end-if
           .

        move-record-to-invoice.
           initialize sv-invoice
           move si-supplier-id to sv-supplier-id
           move si-invoice-no to sv-invoice-no
           move si-order-id to sv-order-id
           move si-store-id to sv-store-id
           move si-invoice-date to sv-invoice-date
           move si-status to sv-status
           move si-dispute-reason to sv-dispute-reason
           move si-invoice-total to sv-invoice-total
           move si-line-count to sv-line-count
           perform varying sv-line-idx from 1 by 1
                until sv-line-idx > 20
              move si-product-code(sv-line-idx)
                 to sv-product-code(sv-line-idx)
              move si-qty(sv-line-idx) to sv-qty(sv-line-idx)
              move si-unit-cost(sv-line-idx)
                 to sv-unit-cost(sv-line-idx)
           end-perform
           .

        show-match-result.
           move sv-invoice-total to sv-total-display
           move spaces to popup-l-message
           if sv-status equals "M"
              string "Invoice matched, total " sv-total-display
                 " - approved for payment" delimited by size
                 into popup-l-message
              end-string
           else
              string "Invoice disputed - " delimited by size
                 sv-dispute-reason delimited by "  "
                 into popup-l-message
              end-string
           end-if
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> a disputed invoice matched again as the order now stands -
      *> typically once the rest of the delivery has been receipted
        rematch-invoice.
           perform read-keyed-invoice
           if sv-on-file not equals "y"
              exit paragraph
           end-if
           if not si-status-disputed
              close supinv-file
              move "Only a disputed invoice can be re-matched"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           perform move-record-to-invoice
           perform match-invoice

           move sv-supplier-id to si-supplier-id
           move sv-invoice-no to si-invoice-no
           read supinv-file
              invalid key
                 close supinv-file
                 exit paragraph
           end-read
           perform move-invoice-to-record
           rewrite supplier-invoice
           perform check-file-status
           close supinv-file
           perform check-file-status
           perform show-match-result
           .

      *> the supplier has credited the invoice - it comes off the
      *> disputed list and can never be approved
        withdraw-invoice.
           if not lnk-Role-Supervisor-Up
              move "Access denied" to popup-title
              move "Withdrawing an invoice needs a supervisor"
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

           perform read-keyed-invoice
           if sv-on-file not equals "y"
              exit paragraph
           end-if
           if not si-status-disputed
              close supinv-file
              move "Only a disputed invoice can be withdrawn"
                 to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if

           move "Withdraw this invoice - supplier has credited it?"
              to popup-l-message
           move "[Y]es or [N]o" to popup-l-button
           perform display-lower-popup
           if scr-af-key-code-1x not equals "Y" and
              scr-af-key-code-1x not equals "y"
              close supinv-file
              exit paragraph
           end-if

           move "X" to si-status
           move lnk-Operator-Id to si-withdrawn-by
           rewrite supplier-invoice
           perform check-file-status
           close supinv-file
           perform check-file-status

           move "Invoice withdrawn" to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

      *> supplier id and invoice number off the screen, the invoice
      *> read with the file left open i-o for the caller
        read-keyed-invoice.
           move "n" to sv-on-file
           move 0 to sv-supplier-id
           move spaces to sv-invoice-no
           display g-supinvkey
           perform idle-accept-start
           accept g-supinvkey timeout after idle-accept-secs
           perform f1-or-quit
           if sv-supplier-id equals 0 or sv-invoice-no equals spaces
              exit paragraph
           end-if

           perform open-supinv-file
           move sv-supplier-id to si-supplier-id
           move sv-invoice-no to si-invoice-no
           read supinv-file
              invalid key move "n" to sv-on-file
              not invalid key move "y" to sv-on-file
           end-read
           if sv-on-file not equals "y"
              close supinv-file
              move "No such invoice on file" to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
           end-if
           .

      *> created empty the first time through so that matching can
      *> always read the order's other invoices
        open-supinv-file.
           open i-o supinv-file
           if ws-file-status equals "35"
              open output supinv-file
              perform check-file-status
              close supinv-file
              open i-o supinv-file
           end-if
           perform check-file-status
           .

        report-disputed-invoices.
           move 0 to sv-disputed-count
           open input supinv-file
           if not fs-okay
              move "No supplier invoices on file" to popup-l-message
              move "Okay" to popup-l-button
              perform display-lower-popup
              exit paragraph
           end-if
           open input po-file
           if fs-okay
              move "y" to sv-po-found
           else
              move "n" to sv-po-found
           end-if

           open output supinv-report
           write report-line from report-header-line

           move low-values to si-key
           start supinv-file
               key >= si-key
               invalid key move "y" to ls-eof
               not invalid key move "n" to ls-eof
           end-start

           perform until ls-eof equals "y"
              read supinv-file next record
                 at end move "y" to ls-eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to ls-eof
              end-if
              if ls-eof not equals "y"
                 and si-status-disputed
                 and si-store-id equals lnk-id
                 add 1 to sv-disputed-count
                 perform write-disputed-invoice
              end-if
           end-perform

           close supinv-report
           if sv-po-found equals "y"
              close po-file
           end-if
           close supinv-file

           move sv-disputed-count to sv-count-display
           move spaces to popup-l-message
           string sv-count-display " disputed invoice(s) - see "
              rpt-filename delimited by size into popup-l-message
           end-string
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

        write-disputed-invoice.
           move spaces to report-line
           write report-line
           move si-supplier-id to rpt-supplier-id
           move si-invoice-no to rpt-invoice-no
           move si-order-id to rpt-order-id
           move si-invoice-date to rpt-invoice-date
           write report-line from report-invoice-line
           move si-dispute-reason to rpt-reason
           move si-invoice-total to rpt-total
           write report-line from report-reason-line

           move 0 to po-line-count
           if sv-po-found equals "y"
              move si-order-id to po-order-id
              read po-file
                 invalid key move 0 to po-line-count
              end-read
           end-if

           perform varying sv-line-idx from 1 by 1
                until sv-line-idx > si-line-count
              move si-product-code(sv-line-idx) to rpt-product
              move si-qty(sv-line-idx) to rpt-inv-qty
              move si-unit-cost(sv-line-idx) to rpt-inv-cost
              move 0 to rpt-rcv-qty rpt-po-cost
              perform varying sv-po-idx from 1 by 1
                   until sv-po-idx > po-line-count
                 if po-product-code(sv-po-idx)
                       equals si-product-code(sv-line-idx)
                    move po-qty-received(sv-po-idx) to rpt-rcv-qty
                    move po-unit-cost(sv-po-idx) to rpt-po-cost
                    exit perform
                 end-if
              end-perform
              evaluate si-line-result(sv-line-idx)
                 when "N"
                    move "not on the order" to rpt-result
                 when "Q"
                    move "quantity" to rpt-result
                 when "P"
                    move "price" to rpt-result
                 when "B"
                    move "quantity and price" to rpt-result
                 when other
                    move spaces to rpt-result
              end-evaluate
              write report-line from report-item-line
           end-perform
           .

        run-approved-report.
           if not lnk-Role-Supervisor-Up
              move "Access denied" to popup-title
              move "The payment list needs a supervisor"
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

           call "supinvpay"
           end-call
           cancel "supinvpay"
           move "Approved invoices written to supinvpay.txt"
              to popup-l-message
           move "Okay" to popup-l-button
           perform display-lower-popup
           .

       copy "common.cpy".
