       fd clinaudit-file.
      *> clinical record audit worklist - the attended appointments
      *> picked at random each quarter by auditpick.cbl for peer
      *> review, one record per sampled visit. the batch copies in
      *> what the records held (results, Rx, referral) as evidence;
      *> the reviewing consultant scores the visit against the fixed
      *> checklist in auditrev.cbl, and auditrpt.cbl summarises the
      *> scores by consultant quarter on quarter. keyed quarter then
      *> consultant, so one consultant's sample sits together and
      *> the report reads the file in order.
       01 clinaudit-entry.
         03 au-key.
      *> yyyyq - the year and the quarter (1-4) sampled
           05 au-quarter          pic 9(5).
           05 au-consultant-id    pic 9(9).
      *> the slot the visit happened in - the apresult key
           05 au-store-id         pic 9(5).
           05 au-year             pic 9999.
           05 au-week             pic 99.
           05 au-day              pic 9.
           05 au-slot             pic 99.
         03 au-consultant-name    pic x(40).
         03 au-customer-id        pic 9(9).
         03 au-customer-name      pic x(60).
         03 au-visit-date         pic 9(8).
      *> evidence found by the batch - "Y" or "N"
         03 au-result-found       pic x.
         03 au-iop-recorded       pic x.
         03 au-rx-found           pic x.
         03 au-referral-found     pic x.
         03 au-referral-condition pic x(22).
         03 au-outcome-note       pic x(60).
         03 au-status             pic x.
           88 au-status-waiting   value "W".
           88 au-status-reviewed  value "R".
      *> the checklist - each item "Y" met, "N" not met or "A" not
      *> applicable to this visit
         03 au-checklist.
           05 au-chk-history      pic x.
           05 au-chk-iop          pic x.
           05 au-chk-referral     pic x.
           05 au-chk-rx           pic x.
         03 au-chk-item redefines au-checklist pic x occurs 4.
         03 au-comments           pic x(60).
         03 au-reviewed-by        pic x(10).
         03 au-reviewed-date      pic 9(8).
