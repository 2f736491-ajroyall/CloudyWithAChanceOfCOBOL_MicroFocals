       fd supinv-file.
      *> supplier invoices - keyed or imported in supinv.cbl against
      *> the purchase order (po-fd.cpy) they bill for, and matched
      *> line by line against it: the quantity invoiced, with what
      *> earlier matched invoices already billed for the same order,
      *> may not run past the quantity received, and the unit cost
      *> has to be the order line's. a fully matched invoice goes on
      *> the weekly approved-for-payment report (supinvpay.cbl), a
      *> mismatched one on the disputed list until goods-in or the
      *> order catches up and it is re-matched, or the supplier
      *> credits it and it is withdrawn.
       01 supplier-invoice.
         03 si-key.
           05 si-supplier-id      pic 9(5).
           05 si-invoice-no       pic x(15).
         03 si-order-id           pic 9(9).
      *> the store that raised the order (this store's id when the
      *> order can't be found)
         03 si-store-id           pic 9(5).
         03 si-invoice-date       pic 9(8).
         03 si-keyed-date         pic 9(8).
         03 si-keyed-by           pic x(10).
         03 si-status             pic x.
           88 si-status-matched   value "M".
           88 si-status-disputed  value "D".
           88 si-status-withdrawn value "X".
      *> why a disputed invoice is disputed, as a whole - the line
      *> results below say which lines
         03 si-dispute-reason     pic x(40).
      *> the day the invoice last matched, and the day it went out
      *> on an approved-for-payment report - zero until then, so an
      *> invoice is only ever approved once
         03 si-matched-date       pic 9(8).
         03 si-pay-listed-date    pic 9(8).
         03 si-invoice-total      pic 9(7)v99.
         03 si-line-count         pic 99.
         03 si-lines occurs 20.
           05 si-product-code     pic x(10).
           05 si-qty              pic 9(5).
           05 si-unit-cost        pic 9(5)v99.
      *> space = matches the order. [N]ot on the order, [Q]uantity
      *> beyond what was received, [P]rice differs, [B]oth
           05 si-line-result      pic x.
             88 si-line-matched   value space.
      *> operator id (lnk-Operator-Id) who withdrew a disputed
      *> invoice once the supplier credited it
         03 si-withdrawn-by       pic x(10).
