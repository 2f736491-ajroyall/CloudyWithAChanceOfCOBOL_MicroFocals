      *> uncollected past the write-off threshold and signed off by
      *> a supervisor in dispjobs.cbl - the frame went back to stock
           88 do-status-writtenoff value "W".
      *> failed its goods-in check and replaced by a remake job
           88 do-status-remade    value "M".
      *> a job is still "open" (shown on the workshop screen) until
      *> it is collected or cancelled
           88 do-status-open      value "O", "L", "B".
      *> "Y" once the collection credit for the voucher has been
      *> raised on the ledger
         03 do-voucher-credited   pic x.
      *> money taken against the job itself - the deposit keyed at
      *> order entry, and everything paid toward the job so far
      *> (the deposit plus any later POS payment tied to this order
      *> id). balance due is do-total-price less do-amount-paid;
      *> collection is refused while it is above zero unless a
      *> supervisor overrides, and their id is kept here. zeros/
      *> spaces on an order predating the fields.
         03 do-deposit-amount     pic 9(5)v99.
         03 do-amount-paid        pic 9(6)v99.
         03 do-coll-override-by   pic x(10).
      *> goods-in quality check (labqc.cbl) - space = lenses not yet
      *> checked against the Rx, "P" = measured within tolerance,
      *> "F" = failed and sent for remake. collection wants a pass.
         03 do-qc-status          pic x.
           88 do-qc-passed        value "P".
           88 do-qc-failed        value "F".
      *> a remake is a job in its own right, linked back to the job
      *> it replaces, with why it was needed (LE lab error, DE
      *> dispensing error, NT non-tolerance, BR breakage) and who
      *> bears the cost ([L]ab, [P]ractice, [C]ustomer). zero/spaces
      *> on an ordinary job.
         03 do-remake-of          pic 9(9).
         03 do-remake-reason      pic x(2).
           88 do-remake-lab-error value "LE".
           88 do-remake-disp-error value "DE".
           88 do-remake-non-tol   value "NT".
           88 do-remake-breakage  value "BR".
         03 do-remake-payer       pic x.
      *> who dispensed the job (the operator who keyed it, which
      *> do-updated-by stops saying after the first status change)
      *> and which lab it went to - a supplier master id
      *> (suppmaint.cbl), stamped by labexport.cbl when the job is
      *> sent; zero = not yet sent, or the house lab. a remake
      *> carries the original job's values so remake rates land on
      *> the lab and dispenser that caused them.
         03 do-dispensed-by       pic x(10).
         03 do-lab-id             pic 9(5).
      *> the lab's promised turnaround in days when the job was
      *> sent, for the supplier performance report
         03 do-lab-lead-days      pic 9(3).
      *> the lens catalogue code (lenscat-fd.cpy) the job was
      *> ordered against - do-lens-details then carries the
      *> catalogue's wording. spaces = a frame-only job, or one
      *> keyed as free text before the catalogue.
         03 do-lens-code          pic x(10).
      *> NHS repair/replacement (GOS4) - a job mending or replacing
      *> glasses an eligible customer broke or lost, rather than a
      *> new pair. "G" = a GOS4 job, space = an ordinary job (every
      *> order predating the field). the reason says why the
      *> customer qualifies - CH under 16, ED 16-18 in full-time
      *> education, IL an adult whose loss or damage came from
      *> illness and who qualifies for NHS help - and the part code
      *> says what was repaired or replaced, valued off the GOS4
      *> tariff (gos4tariff.dat) at order time - "L" is a lens, any
      *> other part code a frame part. the value is
      *> credited to the ledger at collection and claimed by
      *> gos4claim.cbl, the claimed and credited flags working the
      *> same way as the GOS3 voucher's above.
         03 do-job-type           pic x.
           88 do-job-gos4-repair  value "G".
         03 do-gos4-reason        pic x(2).
           88 do-gos4-child       value "CH".
           88 do-gos4-education   value "ED".
           88 do-gos4-illness     value "IL".
           88 do-gos4-valid-reason value "CH", "ED", "IL".
         03 do-gos4-part          pic x.
           88 do-gos4-lens-part   value "L".
         03 do-gos4-value         pic 9(4)v99.
         03 do-gos4-claimed       pic x.
         03 do-gos4-credited      pic x.
      *> the manufacturer's batch/lot number of the product the job
      *> was made up from (stbatch-fd.cpy), picked at order entry -
      *> spaces on a job with no batched stock, or one predating it
         03 do-batch              pic x(15).
