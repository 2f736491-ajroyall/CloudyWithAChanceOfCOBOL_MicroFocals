      *> coded diagnoses - what the consultant found at a visit,
      *> from the code list (dxcode-fd.cpy), with the eye, the date
      *> and how sure: suspected, confirmed, or resolved. keyed by
      *> the booked slot like the clinical result (apresult-fd.cpy)
      *> plus a sequence for each diagnosis made at it, so a
      *> condition's history is its entries visit by visit. a
      *> visit's entries can be changed until the end of the day
      *> they're made; after that a change of status is recorded at
      *> the next visit. written and read through diagrec.cbl;
      *> dxprev.cbl reports prevalence from it.
       fd diagnosis-file.
       01 diagnosis-entry.
         03 dg-key.
           05 dg-store-id         pic 9(5).
           05 dg-year             pic 9999.
           05 dg-week             pic 99.
           05 dg-consultant-id    pic 9(9).
           05 dg-day              pic 9.
           05 dg-slot             pic 99.
           05 dg-seq              pic 99.
         03 dg-customer-id        pic 9(9).
         03 dg-code               pic x(6).
      *> R(ight) / L(eft) / B(oth)
         03 dg-eye                pic x.
           88 dg-eye-valid        value "R", "L", "B".
         03 dg-diag-date          pic 9(8).
      *> S(uspected) / C(onfirmed) / R(esolved)
         03 dg-status             pic x.
           88 dg-status-valid     value "S", "C", "R".
           88 dg-suspected        value "S".
           88 dg-confirmed        value "C".
           88 dg-resolved         value "R".
         03 dg-recorded-by        pic x(10).
