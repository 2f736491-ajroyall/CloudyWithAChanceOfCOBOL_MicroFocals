      *> gift voucher request block - handed to gvpost.cbl.
      *> "S" sells a new voucher for the amount, issuing its number
      *> and expiry date. "R" spends the amount off a voucher -
      *> refused with 1 (nothing posted) when it holds less. "U"
      *> puts the amount back after a refund. "X" lapses whatever a
      *> voucher past its expiry date still holds. "Q" just looks it
      *> up. "M" moves the vouchers a customer bought to the new
      *> customer id, "E" takes the customer off them (the vouchers
      *> stay good to whoever holds them).
      *> returns 0, 1 not enough left on it, 2 no such voucher (or
      *> the check digit is wrong), 3 past its expiry or lapsed.
      *> the voucher's details come back on every action but "M"
      *> and "E".
         03 :Prefix-:action            pic x.
           88 :Prefix-:action-sell     value "S".
           88 :Prefix-:action-redeem   value "R".
           88 :Prefix-:action-reinstate value "U".
           88 :Prefix-:action-lapse    value "X".
           88 :Prefix-:action-query    value "Q".
           88 :Prefix-:action-merge    value "M".
           88 :Prefix-:action-erase    value "E".
         03 :Prefix-:voucher-no        pic 9(9).
         03 :Prefix-:customer-id       pic 9(9).
         03 :Prefix-:new-customer-id   pic 9(9).
         03 :Prefix-:amount            pic 9(5)v99.
         03 :Prefix-:ledger-id         pic 9(9).
         03 :Prefix-:store-id          pic 9(5).
         03 :Prefix-:operator          pic x(10).
         03 :Prefix-:date              pic 9(8).
         03 :Prefix-:value             pic 9(5)v99.
         03 :Prefix-:balance           pic 9(5)v99.
         03 :Prefix-:posted            pic 9(5)v99.
         03 :Prefix-:sold-date         pic 9(8).
         03 :Prefix-:expiry-date       pic 9(8).
         03 :Prefix-:status            pic x.
