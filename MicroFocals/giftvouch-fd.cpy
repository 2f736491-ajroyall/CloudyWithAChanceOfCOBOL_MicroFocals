      *> gift voucher - one per voucher sold at the counter
      *> (posledger.cbl). the number is issued from the next-number
      *> file with a check digit (chkdigit.cbl) so a mistyped one is
      *> refused rather than landing on someone else's voucher. the
      *> money taken for it is owed back in goods, not earned, until
      *> it is spent: the balance is what is left to spend, and a
      *> redemption may take all of it or part. a voucher not spent
      *> by its expiry date lapses at the month-end (gvmonth.cbl).
      *> every movement is kept line by line in the voucher history
      *> (giftvtx-fd.cpy); gvpost.cbl is the only one to post them.
       fd giftvouch-file.
       01 giftvouch-record.
         03 gv-voucher-no         pic 9(9).
      *> the customer whose account the sale went on - the voucher
      *> itself can be spent by anyone holding it
         03 gv-customer-id        pic 9(9).
         03 gv-store-id           pic 9(5).
         03 gv-value              pic 9(5)v99.
         03 gv-balance            pic 9(5)v99.
         03 gv-sold-date          pic 9(8).
      *> the last day it can be spent
         03 gv-expiry-date        pic 9(8).
         03 gv-sold-ledger-id     pic 9(9).
         03 gv-sold-by            pic x(10).
      *> A = live, U = used up, X = lapsed unspent. a refund of a
      *> voucher-paid bill puts the value back and makes a used-up
      *> voucher live again.
         03 gv-status             pic x.
           88 gv-live             value "A".
           88 gv-used-up          value "U".
           88 gv-lapsed           value "X".
         03 gv-redeemed-total     pic 9(7)v99.
         03 gv-lapsed-amount      pic 9(5)v99.
      *> the sequence number of the newest history line
         03 gv-last-seq           pic 9(5).
         03 gv-last-used-date     pic 9(8).
