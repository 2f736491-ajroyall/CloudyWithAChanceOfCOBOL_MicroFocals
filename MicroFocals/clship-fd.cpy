      *> contact lens supply-scheme shipments - one record per
      *> shipment the monthly run (clsrun.cbl) makes, keyed by the
      *> customer and the ledger entry its charge posted as (unique
      *> across the ledger), carrying the stock product and batch it
      *> was made up from so a manufacturer's recall can be traced
      *> to the customers who had it (recalltrace.cbl). product code
      *> and batch are spaces for a plan with no stock line set.
       fd clship-file.
       01 clship-entry.
         03 csh-key.
           05 csh-customer-id     pic 9(9).
           05 csh-ledger-id       pic 9(9).
         03 csh-store-id          pic 9(5).
         03 csh-ship-date         pic 9(8).
         03 csh-lens-product      pic x(30).
         03 csh-product-code      pic x(10).
         03 csh-batch             pic x(15).
         03 csh-qty               pic 9(3).
         03 csh-fulfilment        pic x.
