       fd loyalty-file.
      *> loyalty points account - one per customer, opened by their
      *> first earning payment. points are earned on payments taken
      *> at the counter (posledger.cbl), clawed back when one is
      *> refunded, spent against a bill as a points redemption, and
      *> lapse once they have lain unused for two years
      *> (loyexpire.cbl). every movement is also kept line by line
      *> in the points history (loyaltx-fd.cpy), which the statement
      *> and the liability figure are built from. loypost.cbl is
      *> the only one to post movements; a duplicate merge
      *> (custdupe.cbl) folds one account into another and an
      *> erasure (custgdpr.cbl) removes it.
       01 loyalty-record.
         03 ly-customer-id        pic 9(9).
         03 ly-balance            pic 9(9).
         03 ly-earned-total       pic 9(9).
         03 ly-clawed-total       pic 9(9).
         03 ly-redeemed-total     pic 9(9).
         03 ly-expired-total      pic 9(9).
      *> the sequence number of the newest history line
         03 ly-last-seq           pic 9(5).
         03 ly-opened-date        pic 9(8).
         03 ly-last-used-date     pic 9(8).
