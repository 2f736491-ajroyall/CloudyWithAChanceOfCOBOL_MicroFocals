      *> code is keyed and translate it through barcodefind.cbl.
      *> spaces = no barcode recorded.
         03 st-barcode            pic x(13).
      *> supplier master id (suppmaint.cbl) this line is bought from
      *> - st-supplier carries the master's name alongside it for
      *> the reports. zero = a line keyed before the master existed,
      *> which purchasing still matches on the name.
         03 st-supplier-id        pic 9(5).
      *> unit cost price, a weighted average of what the units on
      *> the shelf cost us - re-averaged at each goods-in
      *> (purchord.cbl) and transfer receipt, so the valuation is
      *> at cost without the accountant pricing frames by hand.
      *> and the last day any were received here and the last day
      *> one was dispensed, for the ageing report. zero = not known
      *> (a line predating the fields).
         03 st-cost-price         pic 9(5)v99.
         03 st-last-received-date pic 9(8).
         03 st-last-sold-date     pic 9(8).
