      *>   [U]nconfirmed - transfers in transit longer than the
      *>                stale threshold, before stock evaporates
      *>                between branches
      *> the sending line's cost price travels on the transfer and
      *> is averaged into the receiving line's, as a goods-in would.

       environment division.
       special-names.
       01 xt-id-display         pic z(8)9.
       01 xt-stale-count        binary-long.
       01 xt-age-days           pic s9(9).
       01 xt-send-cost          pic 9(5)v99.
       01 xt-new-qty            pic s9(6).

       01 date-today-temp.
         03 yyyy      pic xxxx.
           perform clr-screen
           display g-menuheader
           display g-stocktransfer
           perform idle-accept-start
           accept g-stocktransfer timeout after idle-accept-secs
           perform f1-or-quit

           evaluate xt-menu-option
           move spaces to xt-in-product
           move 0 to xt-in-qty xt-in-to-store
           display g-xtraise
           perform idle-accept-start
           accept g-xtraise timeout after idle-accept-secs
           perform f1-or-quit
           if xt-in-product equals spaces or xt-in-qty equals 0
              or xt-in-to-store equals 0
           end-if

           subtract xt-in-qty from st-qty-on-hand
           move st-cost-price to xt-send-cost
           move lnk-Operator-Id to st-updated-by
           rewrite stock-record
           perform check-file-status
           move xt-in-to-store to xf-to-store-id
           move xt-in-product to xf-product-code
           move xt-in-qty to xf-qty
           move xt-send-cost to xf-unit-cost
           move date-today-temp to xf-raised-date
           move lnk-Operator-Id to xf-raised-by
           move 0 to xf-received-date
        confirm-receipt.
           move 0 to xt-in-transfer-id
           display g-xtconfirm
           perform idle-accept-start
           accept g-xtconfirm timeout after idle-accept-secs
           perform f1-or-quit
           if xt-in-transfer-id equals 0
              exit paragraph
              invalid key
                 move spaces to st-description st-supplier
                 move 0 to st-qty-on-hand st-reorder-level
                           st-price st-vat-rate st-supplier-id
                           st-last-sold-date
                 move lnk-id to st-store-id
                 move xf-product-code to st-product-code
                 move xf-qty to st-qty-on-hand
                 move xf-unit-cost to st-cost-price
                 move date-today-temp to st-last-received-date
                 move lnk-Operator-Id to st-updated-by
                 write stock-record
              not invalid key
                 perform average-cost-price
                 add xf-qty to st-qty-on-hand
                 move date-today-temp to st-last-received-date
                 move lnk-Operator-Id to st-updated-by
                 rewrite stock-record
           end-read
           perform check-file-status
           .

      *> same weighted average as a goods-in (purchord.cbl) - a
      *> transfer raised before costs travelled leaves it alone
        average-cost-price.
           if xf-unit-cost equals 0
              exit paragraph
           end-if
           if st-qty-on-hand <= 0 or st-cost-price equals 0
              move xf-unit-cost to st-cost-price
              exit paragraph
           end-if
           compute xt-new-qty = st-qty-on-hand + xf-qty
           compute st-cost-price rounded =
              ((st-qty-on-hand * st-cost-price)
               + (xf-qty * xf-unit-cost)) / xt-new-qty
           .

        report-unconfirmed.
           move yyyy to sf-yyyy
           move mm to sf-mm
