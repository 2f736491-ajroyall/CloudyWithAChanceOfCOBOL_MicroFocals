      *> customer data completeness history - one record per store
      *> per month, written by the scorecard batch (datascore.cbl),
      *> so each month's scores can be set against the last and the
      *> stores whose data is getting worse stand out. a second run
      *> in the same month replaces that month's figures.
       fd datascore-file.
       01 datascore-entry.
         03 dsc-key.
           05 dsc-yyyymm          pic 9(6).
      *> the customers' Preferred-Store-Id - zero gathers the
      *> records with no preferred store
           05 dsc-store-id        pic 9(5).
         03 dsc-records           pic 9(7).
      *> percentage of records holding each field, in the order
      *> email, mobile, GP, NHS number, consent asked, date of birth
         03 dsc-field-pct         pic 999v9 occurs 6.
      *> mean weighted completeness score across the store's records
         03 dsc-overall           pic 999v9.
         03 dsc-run-date          pic 9(8).
