      *> minor eye conditions service (MECS) episodes - one record
      *> per MECS visit, written by clinrec.cbl when a slot booked
      *> under the MECS appointment type is completed. the service
      *> is paid per episode under its own contract, so the episode
      *> is also the claim: mecsclaim.cbl prices and submits it off
      *> the contract tariff and mecsremit.cbl marks it paid or
      *> rejected from the commissioner's remittance.
       fd mecs-file.
       01 mecs-episode.
         03 me-episode-ref        pic 9(9).
      *> the visit slot - the appointment week key plus day and
      *> slot, as apresult-fd.cpy keys the clinical results
         03 me-slot-key.
           05 me-store-id         pic 9(5).
           05 me-year             pic 9999.
           05 me-week             pic 99.
           05 me-consultant-id    pic 9(9).
           05 me-day              pic 9.
           05 me-slot             pic 99.
         03 me-customer-id        pic 9(9).
         03 me-customer-name      pic x(60).
         03 me-visit-date         pic 9(8).
      *> presenting condition off the fixed list, with the
      *> consultant's own wording
         03 me-condition          pic x(2).
           88 me-cond-red-eye     value "RE".
           88 me-cond-dry-eye     value "DE".
           88 me-cond-foreign-body value "FB".
           88 me-cond-flashes     value "FF".
           88 me-cond-lids        value "LI".
           88 me-cond-vision      value "VC".
           88 me-cond-other       value "OT".
           88 me-valid-condition  value "RE" "DE" "FB" "FF" "LI"
                                        "VC" "OT".
         03 me-condition-text     pic x(40).
      *> who sent the patient: G(P), P(harmacy) or S(elf)
         03 me-referrer           pic x.
           88 me-ref-gp           value "G".
           88 me-ref-pharmacy     value "P".
           88 me-ref-self         value "S".
           88 me-valid-referrer   value "G" "P" "S".
      *> T(reated and discharged), R(eferred on), F(ollow-up
      *> booked) - the outcome also picks the tariff line
         03 me-outcome            pic x.
           88 me-out-treated      value "T".
           88 me-out-referred     value "R".
           88 me-out-follow-up    value "F".
           88 me-valid-outcome    value "T" "R" "F".
         03 me-recorded-by        pic x(10).
      *> claim month (zero until claimed), the fee priced off the
      *> MECS tariff at claim time, and the claim status - space
      *> until claimed, then S(ubmitted), P(aid) or R(ejected)
         03 me-claim-yyyymm       pic 9(6).
         03 me-fee                pic 9(4)v99.
         03 me-status             pic x.
           88 me-status-unclaimed value space.
           88 me-status-submitted value "S".
           88 me-status-paid      value "P".
           88 me-status-rejected  value "R".
