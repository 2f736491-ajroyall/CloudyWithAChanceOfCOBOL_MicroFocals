      *> ledger archive - the entries each year-end run
      *> (ledgyearend.cbl) took off the live ledger, keyed by
      *> customer so an enquiry can still reach a customer's history,
      *> and dated with the cut-off of the run that moved them. each
      *> record carries the ledger entry exactly as it stood
      *> (ledger-fd.cpy); a reader moves lh-ledger-image into its own
      *> ledger-entry to see the usual fields. the image is sized
      *> with room for the ledger record to grow.
       fd ledgarch-file.
       01 ledgarch-entry.
         03 lh-key.
           05 lh-customer-id      pic 9(9).
           05 lh-entry-id         pic 9(9).
      *> the year-end cut-off - entries dated before it were moved
         03 lh-cutoff-date        pic 9(8).
         03 lh-archived-date      pic 9(8).
         03 lh-archived-by        pic x(10).
         03 lh-ledger-image       pic x(256).
