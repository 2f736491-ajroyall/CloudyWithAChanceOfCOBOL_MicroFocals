       fd gos4claim-file.
      *> NHS repair/replacement-voucher (GOS4) claims register - one
      *> record per claim built by gos4claim.cbl from a collected
      *> repair job, updated by the remittance pass (gos4remit.cbl)
      *> so rejected or unpaid repair money can be chased - the
      *> repair-side sibling of gos3claim-fd.cpy.
       01 gos4-claim.
         03 g4-claim-ref          pic 9(9).
      *> the store/month batch this claim was submitted under
         03 g4-batch-key.
           05 g4-store-id         pic 9(5).
           05 g4-claim-yyyymm     pic 9(6).
         03 g4-order-id           pic 9(9).
         03 g4-customer-id        pic 9(9).
         03 g4-customer-name      pic x(60).
      *> eligibility reason and part code off the job
         03 g4-reason             pic x(2).
         03 g4-part               pic x.
         03 g4-value              pic 9(4)v99.
         03 g4-status             pic x.
           88 g4-status-submitted value "S".
           88 g4-status-paid      value "P".
           88 g4-status-rejected  value "R".
