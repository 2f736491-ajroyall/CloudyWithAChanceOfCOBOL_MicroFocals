      *> direct debit mandate - one per customer, keyed in clsmaint.cbl
      *> alongside the contact lens supply plan. the monthly supply
      *> run (clsrun.cbl) collects each charge it raises against a
      *> new or active mandate in the bank's collection file; the
      *> bank's returns (ddreturn.cbl) mark the mandate failed or
      *> cancelled. the reference is what the bank quotes back, so
      *> it is unique across mandates.
       fd ddmandate-file.
       01 ddmandate-entry.
         03 dm-customer-id        pic 9(9).
         03 dm-sort-code          pic 9(6).
         03 dm-account-no         pic 9(8).
         03 dm-account-name       pic x(18).
         03 dm-reference          pic x(18).
      *> N = new, first collection not yet made; A = active; F = a
      *> debit came back unpaid; C = cancelled by the customer or
      *> their bank. only N and A are collected from.
         03 dm-status             pic x.
           88 dm-new              value "N".
           88 dm-active           value "A".
           88 dm-failed           value "F".
           88 dm-cancelled        value "C".
           88 dm-collectable      values "N" "A".
           88 dm-status-valid     values "N" "A" "F" "C".
         03 dm-set-up-date        pic 9(8).
         03 dm-set-up-by          pic x(10).
      *> the bank's last return against the mandate - zero and space
      *> until there has been one
         03 dm-return-date        pic 9(8).
         03 dm-return-reason      pic x.
