       fd serbook-file.
      *> series bookings - one record per visit of each series booked
      *> for a customer (seriesdef-fd.cpy), so cancelling or moving
      *> one visit on the schedule grid can find and offer to cancel
      *> or move the visits after it. written only by seriesbook.cbl.
       01 serbook-entry.
         03 sb-key.
           05 sb-customer-id      pic 9(9).
           05 sb-series-seq       pic 9(3).
           05 sb-step             pic 9.
         03 sb-series-code        pic x(6).
         03 sb-store-id           pic 9(5).
         03 sb-consultant-id      pic 9(9).
      *> when the visit fell due - the first visit's date plus the
      *> step's interval (shifted when the series is moved)
         03 sb-target-date        pic 9(8).
      *> where it is booked - zeros while it is not placed
         03 sb-slot-date          pic 9(8).
         03 sb-year               pic 9999.
         03 sb-week               pic 99.
         03 sb-day                pic 9.
         03 sb-slot               pic 99.
         03 sb-status             pic x.
           88 sb-status-booked    value "B".
           88 sb-status-unplaced  value "U".
           88 sb-status-cancelled value "X".
         03 sb-created-date       pic 9(8).
         03 sb-created-by         pic x(10).
