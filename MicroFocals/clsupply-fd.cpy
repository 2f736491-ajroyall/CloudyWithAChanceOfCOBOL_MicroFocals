           88 cls-held            value "H".
           88 cls-cancelled       value "X".
         03 cls-set-up-by         pic x(10).
      *> the stock line (stock-fd.cpy) the lenses are supplied from,
      *> so each shipment can record the batch it came from - spaces
      *> = a plan keyed as free text only, shipped without a batch
         03 cls-product-code      pic x(10).
