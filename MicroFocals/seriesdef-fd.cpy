       fd seriesdef-file.
       copy "common_78.cpy".
      *> recurring appointment series - the fixed run of visits an
      *> ortho-k fit, a post-op cataract check or contact lens
      *> aftercare needs (day 1, week 1, month 1, month 3...), kept
      *> by seriesmaint.cbl and booked in one go from the schedule
      *> grid through seriesbook.cbl. each step is an interval from
      *> the first visit's date; a step of 0 days is that visit.
       01 seriesdef-entry.
         03 sd-series-code        pic x(6).
         03 sd-description        pic x(30).
      *> appointment type (apptype-fd.cpy) every visit is booked as,
      *> spaces for untyped
         03 sd-appt-type          pic x(3).
      *> how many days after its due date a visit may be booked when
      *> the due day itself has nothing free
         03 sd-window-days        pic 99.
         03 sd-step-count         pic 9.
         03 sd-steps occurs SERIES-MAX-STEPS.
           05 sd-step-offset      pic 9(3).
           05 sd-step-unit        pic x.
             88 sd-unit-days      value "D".
             88 sd-unit-weeks     value "W".
             88 sd-unit-months    value "M".
