       fd settle-file.
      *> card acquirer settlement - what the acquirer says it paid
      *> into the bank for a store's card takings on one trading
      *> day, loaded from its daily settlement file by settleload.cbl
      *> and reconciled against the cash-up declaration and the
      *> ledger's card payments by bankrec.cbl. one record per
      *> terminal merchant id, so a store with two terminals has two
      *> and reloading a file replaces what it loaded before rather
      *> than adding to it.
       01 settle-entry.
         03 cs-key.
           05 cs-store-id         pic 9(5).
           05 cs-trade-date       pic 9(8).
           05 cs-merchant-id      pic x(15).
      *> the day the acquirer paid it into the bank
         03 cs-settled-date       pic 9(8).
         03 cs-amount             pic s9(7)v99.
         03 cs-txn-count          pic 9(5).
         03 cs-loaded-date        pic 9(8).
