      *> low vision aid register - one record per magnifier, reading
      *> stand or other aid a store holds to lend out, maintained
      *> from lvloan.cbl. the aid's status follows its loans: on the
      *> shelf, out on loan, or gone for good because the customer
      *> bought it or it was lost and written off.
       fd lvaid-file.
       01 lvaid-entry.
         03 la-item-id            pic 9(9).
         03 la-store-id           pic 9(5).
         03 la-description        pic x(30).
         03 la-serial             pic x(20).
      *> replacement value - what the customer is charged when they
      *> keep the aid, and what a lost one writes off
         03 la-value              pic 9(5)v99.
         03 la-status             pic x.
           88 la-status-in-stock  value "A".
           88 la-status-on-loan   value "O".
           88 la-status-purchased value "P".
           88 la-status-lost      value "L".
      *> taken out of the lending pool (broken, obsolete) - kept on
      *> the register so its loan history still reads
           88 la-status-withdrawn value "W".
      *> the open loan while on loan, zero otherwise
         03 la-current-loan-id    pic 9(9).
         03 la-added-date         pic 9(8).
         03 la-added-by           pic x(10).
