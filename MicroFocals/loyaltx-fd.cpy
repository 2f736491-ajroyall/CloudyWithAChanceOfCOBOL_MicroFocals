       fd loyaltx-file.
      *> loyalty points history - one line per movement on a
      *> customer's points account (loyalty-fd.cpy), numbered in
      *> order within the customer so a keyed start reads their
      *> statement oldest first
       01 loyaltx-record.
         03 lt-key.
           05 lt-customer-id      pic 9(9).
           05 lt-seq              pic 9(5).
         03 lt-date               pic 9(8).
         03 lt-type               pic x.
           88 lt-type-earned      value "E".
           88 lt-type-clawed      value "C".
           88 lt-type-redeemed    value "R".
      *> points given back when a points-paid bill is refunded
           88 lt-type-reinstated  value "U".
           88 lt-type-expired     value "X".
      *> signed movement - earnings and reinstatements in, the rest
      *> out
         03 lt-points             pic s9(9).
         03 lt-balance-after      pic 9(9).
      *> the ledger entry behind the movement, zero for an expiry
         03 lt-ledger-id          pic 9(9).
         03 lt-store-id           pic 9(5).
         03 lt-taken-by           pic x(10).
