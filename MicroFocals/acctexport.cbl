      *> file) so a truncated export can't half-load into the
      *> accounts package. the nominal mapping can be overridden per
      *> site in nominal.dat ("I 4000" one per line); the compiled
      *> defaults cover a site that never sets one up. payments and
      *> refunds made in loyalty points post to their own nominal
      *> ("L"), not the bank, and an L line before the trailer
      *> carries the loyalty points still outstanding at the end of
      *> the range and what they are worth - the month-end liability
      *> the accounts provide for, rebuilt from the points history
      *> (loyaltx-fd.cpy) so a back-dated run is right too. gift
      *> vouchers sold, and bills paid (or refunded) by voucher,
      *> post to the voucher liability nominal ("G"), never to
      *> sales, and a G line after it gives the vouchers sold,
      *> redeemed and lapsed within the range and the value still
      *> outstanding on them at its end, rebuilt the same way from
      *> the voucher history (giftvtx-fd.cpy). every
      *> calendar month the range takes in from its first day to
      *> its last is stamped as exported on the ledger period
      *> control file (period-fd.cpy), and the opening prompt also
      *> reaches the manager's month-end close (periodclose.cbl)
      *> that a month has to have been exported for, and the
      *> ledger year-end archive (ledgyearend.cbl) that needs the
      *> year's months closed.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "ledger-fc.cpy".
       copy "loyaltx-fc.cpy".
       copy "giftvtx-fc.cpy".
       copy "period-fc.cpy".

       select export-file assign to dynamic exp-filename
        organization is line sequential.

       data division.
       copy "ledger-fd.cpy".
       copy "loyaltx-fd.cpy".
       copy "giftvtx-fd.cpy".
       copy "period-fd.cpy".

       fd export-file.
       01 export-line           pic x(100).
       01 ax-nominal-credit     pic x(4) value "4001".
       01 ax-nominal-payment    pic x(4) value "1200".
       01 ax-nominal-refund     pic x(4) value "1201".
       01 ax-nominal-points     pic x(4) value "2105".
       01 ax-nominal-voucher    pic x(4) value "2110".
       01 ax-map-type           pic x.
       01 ax-map-code           pic x(4).

       01 ax-total-net          pic s9(11)v99 value 0.
       01 ax-total-vat          pic s9(11)v99 value 0.

       01 ax-points-outstanding pic s9(11) value 0.

      *> gift voucher movements in the range, and what is left on
      *> the vouchers at its end
       01 ax-vouchers-sold      pic s9(9)v99.
       01 ax-vouchers-redeemed  pic s9(9)v99.
       01 ax-vouchers-lapsed    pic s9(9)v99.
       01 ax-vouchers-held      pic s9(9)v99.

      *> VAT summary by effective rate - the rate reconstructed from
      *> each invoice/credit line's own net and VAT
       78 AX-MAX-RATES          value 10.
         03 mm        pic xx.
         03 dd        pic xx.

      *> the calendar month being stamped exported, and its last day
       01 ax-period-date        pic 9(8).
       01 redefines ax-period-date.
         03 ax-pd-yyyy  pic 9999.
         03 ax-pd-mm    pic 99.
         03 ax-pd-dd    pic 99.
       01 ax-period-end         pic 9(8).
       01 ax-next-month         pic 9(8).
       01 redefines ax-next-month.
         03 ax-nm-yyyy  pic 9999.
         03 ax-nm-mm    pic 99.
         03 ax-nm-dd    pic 99.

       01 exp-header-line.
         03 filler              pic x(2) value "H ".
         03 hdr-from            pic 9(8).
         03 filler              pic x value space.
         03 vat-vat             pic s9(9)v99 sign leading separate.

       01 exp-liability-line.
         03 filler              pic x(2) value "L ".
         03 lia-date            pic 9(8).
         03 filler              pic x value space.
         03 lia-points          pic s9(11) sign leading separate.
         03 filler              pic x value space.
         03 lia-value           pic s9(9)v99 sign leading separate.

       01 exp-voucher-line.
         03 filler              pic x(2) value "G ".
         03 gvl-date            pic 9(8).
         03 filler              pic x value space.
         03 gvl-sold            pic s9(9)v99 sign leading separate.
         03 filler              pic x value space.
         03 gvl-redeemed        pic s9(9)v99 sign leading separate.
         03 filler              pic x value space.
         03 gvl-lapsed          pic s9(9)v99 sign leading separate.
         03 filler              pic x value space.
         03 gvl-held            pic s9(9)v99 sign leading separate.

       01 exp-trailer-line.
         03 filler              pic x(2) value "T ".
         03 trl-count           pic 9(9).
           perform clr-screen
           display g-menuheader

           move "[E]xport a date range, month-end [C]lose or [Y]ear-end"
              to popup-l-message
           move "[E], [C], [Y] or [Q]uit" to popup-l-button
           perform display-lower-popup
           evaluate scr-af-key-code-1x
              when "c"
              when "C"
                 call "periodclose" using lnk-store-info,
                                          lnk-operator-info
                 end-call
                 cancel "periodclose"
                 goback
              when "y"
              when "Y"
                 call "ledgyearend" using lnk-store-info,
                                          lnk-operator-info
                 end-call
                 cancel "ledgyearend"
                 goback
              when "e"
              when "E"
                 continue
              when other
                 goback
           end-evaluate

           perform clr-screen
           display g-menuheader

           move spaces to ax-from-date ax-to-date
           move "n" to fields-valid
           perform until fields-valid equals "y"
              display g-acctexport
              perform idle-accept-start
              accept g-acctexport timeout after idle-accept-secs
              perform f1-or-quit

              call "valdated" using

           perform load-nominal-map
           perform write-export
           perform stamp-exported-periods

           move "Export written" to popup-l-message
           move "Okay" to popup-l-button
                    when "C" move ax-map-code to ax-nominal-credit
                    when "P" move ax-map-code to ax-nominal-payment
                    when "R" move ax-map-code to ax-nominal-refund
                    when "L" move ax-map-code to ax-nominal-points
                    when "G" move ax-map-code to ax-nominal-voucher
                 end-evaluate
              end-if
           end-perform
                    move lg-entry-yyyy to ax-en-yyyy
                    move lg-entry-mm to ax-en-mm
                    move lg-entry-dd to ax-en-dd
      *> a brought-forward line restates old entries, it is not
      *> a transaction of the period
                    if ax-entry-num >= ax-from-num
                       and ax-entry-num <= ax-to-num
                       and not lg-type-brought-fwd
                       perform write-detail-line
                    end-if
                 end-if
           end-if

           perform write-vat-summary
           perform write-points-liability
           perform write-voucher-liability

           move ax-line-count to trl-count
           move ax-total-net to trl-net
           close export-file
           .

      *> each whole month inside the range - from the first of the
      *> month the range starts in (the next one if it starts part
      *> way through) while the month's last day is still in range
        stamp-exported-periods.
           move ax-from-num to ax-period-date
           if ax-pd-dd not equals 1
              perform step-period-month
           end-if
           move 1 to ax-pd-dd
           perform find-period-end

           if ax-period-end > ax-to-num
              exit paragraph
           end-if

           open i-o period-file
           if ws-file-status equals "35"
              open output period-file
           end-if
           move "period-file" to fs-current-file
           perform check-file-status

           perform until ax-period-end > ax-to-num
              move ax-period-date(1:6) to pd-month
              read period-file
                 invalid key
                    move "O" to pd-status
                    move 0 to pd-closed-date
                    move spaces to pd-closed-by
                    move date-today-temp to pd-exported-date
                    move lnk-Operator-Id to pd-exported-by
                    write period-entry
                 not invalid key
                    move date-today-temp to pd-exported-date
                    move lnk-Operator-Id to pd-exported-by
                    rewrite period-entry
              end-read
              perform check-file-status
              perform step-period-month
              perform find-period-end
           end-perform

           close period-file
           perform check-file-status
           .

        step-period-month.
           if ax-pd-mm equals 12
              add 1 to ax-pd-yyyy
              move 1 to ax-pd-mm
           else
              add 1 to ax-pd-mm
           end-if
           .

        find-period-end.
           move ax-period-date to ax-next-month
           move 1 to ax-nm-dd
           if ax-nm-mm equals 12
              add 1 to ax-nm-yyyy
              move 1 to ax-nm-mm
           else
              add 1 to ax-nm-mm
           end-if
           compute ax-period-end = function date-of-integer(
              function integer-of-date(ax-next-month) - 1)
           .

        write-detail-line.
           evaluate true
              when (lg-type-payment or lg-type-refund)
                 and lg-pay-points
                 move ax-nominal-points to det-nominal
              when (lg-type-payment or lg-type-refund)
                 and lg-pay-voucher
                 move ax-nominal-voucher to det-nominal
              when lg-type-voucher-sale
                 move ax-nominal-voucher to det-nominal
              when lg-type-payment
                 move ax-nominal-payment to det-nominal
              when lg-type-refund
           end-perform
           .

      *> every points movement up to the end of the range, added up
      *> - earnings and reinstatements in, the rest out
        write-points-liability.
           move 0 to ax-points-outstanding
           open input loyaltx-file
           if fs-okay
              move low-values to lt-key
              start loyaltx-file
                  key > lt-key
                  invalid key move "y" to eof
                  not invalid key move "n" to eof
              end-start
              perform until eof equals "y"
                 read loyaltx-file next record
                    at end move "y" to eof
                 end-read
                 if not fs-okay
                    move "y" to eof
                 end-if
                 if eof not equals "y"
                    and lt-date <= ax-to-num
                    add lt-points to ax-points-outstanding
                 end-if
              end-perform
              close loyaltx-file
           end-if

           move ax-to-num to lia-date
           move ax-points-outstanding to lia-points
           compute lia-value =
              ax-points-outstanding * LOYALTY-PENCE-PER-POINT / 100
           write export-line from exp-liability-line
           add 1 to ax-line-count
           .

      *> sold and put back counted in, redeemed and lapsed out -
      *> a refund back onto a voucher nets off what was redeemed
        write-voucher-liability.
           move 0 to ax-vouchers-sold ax-vouchers-redeemed
                     ax-vouchers-lapsed ax-vouchers-held
           open input giftvtx-file
           if fs-okay
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
                    and gt-date <= ax-to-num
                    add gt-amount to ax-vouchers-held
                    if gt-date >= ax-from-num
                       evaluate true
                          when gt-type-sold
                             add gt-amount to ax-vouchers-sold
                          when gt-type-lapsed
                             subtract gt-amount
                                from ax-vouchers-lapsed
                          when other
                             subtract gt-amount
                                from ax-vouchers-redeemed
                       end-evaluate
                    end-if
                 end-if
              end-perform
              close giftvtx-file
           end-if

           move ax-to-num to gvl-date
           move ax-vouchers-sold to gvl-sold
           move ax-vouchers-redeemed to gvl-redeemed
           move ax-vouchers-lapsed to gvl-lapsed
           move ax-vouchers-held to gvl-held
           write export-line from exp-voucher-line
           add 1 to ax-line-count
           .

       copy "common.cpy".
