       fd target-file.
      *> monthly store targets - what the area manager expects of
      *> each store in a calendar month, keyed (or loaded from the
      *> area spreadsheet) through targetmaint.cbl and reported
      *> against the month's actuals by targetrpt.cbl
       01 target-entry.
         03 tg-key.
           05 tg-store-id         pic 9(5).
      *> yyyymm
           05 tg-month            pic 9(6).
      *> attended appointments (the first slot of each booking)
         03 tg-sight-tests        pic 9(5).
      *> dispensing orders placed, not counting cancelled jobs or
      *> remakes
         03 tg-disp-orders        pic 9(5).
      *> ledger invoices less credit notes, net of VAT
         03 tg-net-revenue        pic 9(7)v99.
      *> the highest DNA rate (per cent of past bookings) the store
      *> should run at - zero for no ceiling
         03 tg-dna-ceiling        pic 99v9.
         03 tg-changed-date       pic 9(8).
         03 tg-changed-by         pic x(10).
