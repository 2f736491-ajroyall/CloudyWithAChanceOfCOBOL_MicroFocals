      *> myopia management programme register - one record per child
      *> enrolled on myopia control, maintained by myopiamaint.cbl.
      *> the baseline is what progression is measured from: the
      *> spectacle Rx the child started on and the axial length
      *> measured at enrolment. each review is its own record on
      *> myreview-fd.cpy, and myoprog.cbl reports the progression
      *> per year against the expected rate.
       fd myopia-file.
       01 myopia-entry.
         03 mp-customer-id        pic 9(9).
         03 mp-store-id           pic 9(5).
      *> S(pectacle lenses), O(rtho-k) or A(tropine)
         03 mp-treatment          pic x.
           88 mp-treat-spectacle  value "S".
           88 mp-treat-orthok     value "O".
           88 mp-treat-atropine   value "A".
           88 mp-valid-treatment  value "S" "O" "A".
         03 mp-start-date         pic 9(8).
         03 mp-review-months      pic 99.
      *> the monthly programme fee the parents pay
         03 mp-monthly-fee        pic 9(3)v99.
      *> baseline refraction - the test date of the spectacle Rx it
      *> was taken from (zero when keyed without one) and the values
         03 mp-baseline-rx-date   pic 9(8).
         03 mp-base-r-sphere      pic s9(2)v99 sign leading separate.
         03 mp-base-r-cylinder    pic s9(2)v99 sign leading separate.
         03 mp-base-l-sphere      pic s9(2)v99 sign leading separate.
         03 mp-base-l-cylinder    pic s9(2)v99 sign leading separate.
      *> baseline axial length in millimetres, per eye
         03 mp-base-r-axial       pic 9(2)v99.
         03 mp-base-l-axial       pic 9(2)v99.
      *> the latest review and when the next one falls due (start
      *> date plus the interval until the first review is recorded)
         03 mp-last-review-date   pic 9(8).
         03 mp-next-review-due    pic 9(8).
         03 mp-status             pic x.
           88 mp-status-active    value "A".
           88 mp-status-ended     value "X".
         03 mp-enrolled-by        pic x(10).
