           88 xf-status-transit   value "T".
           88 xf-status-complete  value "C".
           88 xf-status-cancelled value "X".
      *> the sending line's unit cost, carried so the receiving
      *> store's cost price averages in what the frame really cost
      *> rather than starting from nothing. zero on older transfers.
         03 xf-unit-cost          pic 9(5)v99.
