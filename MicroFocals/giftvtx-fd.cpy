       fd giftvtx-file.
      *> gift voucher history - one line per movement on a voucher
      *> (giftvouch-fd.cpy), numbered in order within the voucher so
      *> a keyed start reads its history oldest first
       01 giftvtx-record.
         03 gt-key.
           05 gt-voucher-no       pic 9(9).
           05 gt-seq              pic 9(5).
         03 gt-date               pic 9(8).
         03 gt-type               pic x.
           88 gt-type-sold        value "S".
           88 gt-type-redeemed    value "R".
      *> value put back when a voucher-paid bill is refunded
           88 gt-type-reinstated  value "U".
           88 gt-type-lapsed      value "X".
      *> signed movement - sales and reinstatements in, the rest out
         03 gt-amount             pic s9(5)v99.
         03 gt-balance-after      pic 9(5)v99.
      *> the ledger entry behind the movement, zero for a lapse, and
      *> the customer whose account it went on
         03 gt-ledger-id          pic 9(9).
         03 gt-customer-id        pic 9(9).
         03 gt-store-id           pic 9(5).
         03 gt-taken-by           pic x(10).
