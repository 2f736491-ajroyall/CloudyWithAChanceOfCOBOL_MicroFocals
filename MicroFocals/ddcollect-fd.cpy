      *> direct debit collections - one record per debit the supply
      *> run (clsrun.cbl) put in the bank's collection file, keyed by
      *> the customer and the ledger payment the collection posted
      *> as, so a bank return (ddreturn.cbl) can find the payment to
      *> reverse and never reverses one twice.
       fd ddcollect-file.
       01 ddcollect-entry.
         03 ddc-key.
           05 ddc-customer-id     pic 9(9).
           05 ddc-ledger-id       pic 9(9).
         03 ddc-store-id          pic 9(5).
         03 ddc-reference         pic x(18).
         03 ddc-amount            pic 9(5)v99.
         03 ddc-collect-date      pic 9(8).
      *> the invoice line the debit pays
         03 ddc-invoice-id        pic 9(9).
         03 ddc-status            pic x.
           88 ddc-collected       value "C".
           88 ddc-returned        value "R".
         03 ddc-return-date       pic 9(8).
         03 ddc-return-reason     pic x.
      *> the ledger refund that reversed it - zero while it stands
         03 ddc-reversal-id       pic 9(9).
