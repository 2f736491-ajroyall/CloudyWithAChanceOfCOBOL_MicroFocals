      *> discount and promotion master - staff discount, second-pair
      *> offers, senior citizen discount, price matches - so that
      *> money given away at the till is a coded line rather than a
      *> quietly lowered invoice. maintained by discmaint.cbl; the
      *> POS (posledger.cbl) applies one to an invoice line as its
      *> own credit line carrying the code (lg-discount-code), and
      *> discrpt.cbl totals them monthly.
       fd discount-file.
       01 discount-record.
         03 dm-discount-code      pic x(8).
         03 dm-description        pic x(30).
      *> [P]ercentage of the line's gross, or a [F]ixed amount off
      *> it (never more than the line itself)
         03 dm-kind               pic x.
           88 dm-kind-percent     value "P".
           88 dm-kind-fixed       value "F".
         03 dm-percent            pic 9(3)v99.
         03 dm-amount             pic 9(5)v99.
      *> the days the code may be used - a zero end date runs on
         03 dm-start-date         pic 9(8).
         03 dm-end-date           pic 9(8).
      *> what it may be given against - [A]ny invoice line, only the
      *> [P]roduct codes listed, or only a line linked to a booking
      *> of one of the appointment [T]ypes listed (apptype-fd.cpy)
         03 dm-applies-to         pic x.
           88 dm-applies-any      value "A".
           88 dm-applies-products value "P".
           88 dm-applies-types    value "T".
         03 dm-products           pic x(10) occurs 5.
         03 dm-appt-types         pic x(3) occurs 5.
      *> "Y" when a supervisor has to approve each use - keyed by
      *> one, or witnessed by one through dualauth.cbl
         03 dm-supervisor         pic x.
           88 dm-needs-supervisor value "Y".
      *> operator id (lnk-Operator-Id) who last edited the code
         03 dm-updated-by         pic x(10).
