      *> private payer claims register - the gosclaim-fd.cpy register
      *> for insurers and health cash plans (insurer-fd.cpy). one
      *> record per claim built by the monthly batch (insclaim.cbl)
      *> from an attended private sight test or a collected pair of
      *> glasses, updated by the remittance import (insremit.cbl) so
      *> a rejected or short-paid claim is re-billed to the customer
      *> rather than forgotten.
       fd insclaim-file.
       01 ins-claim.
         03 ic-claim-ref          pic 9(9).
      *> the payer/month batch this claim was submitted under
         03 ic-batch-key.
           05 ic-insurer-id       pic 9(5).
           05 ic-claim-yyyymm     pic 9(6).
         03 ic-store-id           pic 9(5).
         03 ic-customer-id        pic 9(9).
         03 ic-customer-name      pic x(60).
         03 ic-member-no          pic x(20).
         03 ic-claim-kind         pic x.
           88 ic-kind-sight-test  value "S".
           88 ic-kind-glasses     value "G".
         03 ic-service-date       pic 9(8).
      *> what was claimed for - the appointment slot (same shape as
      *> lg-app-ref in ledger-fd.cpy) for a sight test, the
      *> dispensing order for glasses; the other is zero
         03 ic-app-ref.
           05 ic-app-store-id     pic 9(5).
           05 ic-app-year         pic 9999.
           05 ic-app-week         pic 99.
           05 ic-app-consultant-id pic 9(9).
           05 ic-app-day          pic 9.
           05 ic-app-slot         pic 99.
         03 ic-order-id           pic 9(9).
         03 ic-description        pic x(40).
         03 ic-claim-amount       pic 9(5)v99.
      *> S submitted, P paid (in full or in part), R rejected, C a
      *> cash-plan claim form handed to the customer - the plan
      *> pays them, so nothing comes back to us
         03 ic-status             pic x.
           88 ic-status-submitted value "S".
           88 ic-status-paid      value "P".
           88 ic-status-rejected  value "R".
           88 ic-status-customer  value "C".
         03 ic-paid-amount        pic 9(5)v99.
         03 ic-paid-date          pic 9(8).
         03 ic-reject-reason      pic x(30).
      *> the ledger payment the remittance posted - zero until paid
         03 ic-ledger-entry-id    pic 9(9).
