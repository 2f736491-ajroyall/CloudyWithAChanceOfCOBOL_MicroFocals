      *> stock batch register - one record per manufacturer batch or
      *> lot number of a product received at a store, keyed at
      *> goods-in (purchord.cbl). dispensing orders and supply-scheme
      *> shipments record the batch they were made up from
      *> (batchpick.cbl), so a manufacturer's recall can be traced to
      *> the customers who had it (recalltrace.cbl), which also puts
      *> the store's remaining units of the batch on hold. a held
      *> batch can't be dispensed or shipped; its units stay in
      *> st-qty-on-hand until the store returns them to the supplier.
       fd stbatch-file.
       01 stbatch-record.
         03 sb-key.
           05 sb-store-id         pic 9(5).
           05 sb-product-code     pic x(10).
           05 sb-batch            pic x(15).
      *> the first delivery of the batch, and the order it came on
         03 sb-received-date      pic 9(8).
         03 sb-po-id              pic 9(9).
         03 sb-received-by        pic x(10).
      *> units received over every delivery of the batch, and units
      *> since dispensed or shipped from it
         03 sb-qty-received       pic 9(5).
         03 sb-qty-issued         pic 9(5).
         03 sb-status             pic x.
           88 sb-open             value space.
           88 sb-held             value "H".
         03 sb-held-date          pic 9(8).
         03 sb-held-by            pic x(10).
