           05 xr-consultant-id    pic 9(9).
           05 xr-day              pic 9.
           05 xr-slot             pic 99.
      *> the day the slot was booked, stamped by xrefmaint.cbl -
      *> how far ahead a booking was made feeds the no-show risk
      *> (noshowrisk.cbl). zero where not known: entries reseeded
      *> by xrefbuild.cbl and those predating the field
         03 xr-booked-date        pic 9(8).
