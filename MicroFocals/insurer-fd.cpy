      *> private health insurers and health cash plans - one record
      *> per payer whose members we see. customers carry the payer's
      *> id and their membership number on their record; the monthly
      *> claim batch (insclaim.cbl) raises a claim per attended
      *> private sight test and collected pair of glasses, and the
      *> remittance import (insremit.cbl) posts what the payer sends.
       fd insurer-file.
       01 insurer-entry.
         03 ir-insurer-id         pic 9(5).
         03 ir-name               pic x(60).
         03 ir-claims-address     pic x(60).
      *> who the money goes to - an insurer paying us direct, whose
      *> remittance posts to the customer's ledger, or a cash plan
      *> that reimburses the customer, who is handed the completed
      *> claim form to send in themselves
         03 ir-payer-type         pic x.
           88 ir-pays-practice    value "D".
           88 ir-pays-customer    value "C".
      *> how the payer takes its claims - a printed claim form per
      *> claim, or one submission file per month
         03 ir-submit-method      pic x.
           88 ir-submit-form      value "F".
           88 ir-submit-file      value "E".
      *> most the payer allows per sight test and per pair of
      *> glasses - zero = the full charge is claimed
         03 ir-sight-test-limit   pic 9(5)v99.
         03 ir-glasses-limit      pic 9(5)v99.
      *> operator id (lnk-Operator-Id) who last edited this payer
         03 ir-updated-by         pic x(10).
