       fd dayclose-file.
      *> end-of-day clinic close - one entry per store and date once
      *> every slot booked that day has an outcome (attended, did
      *> not attend with a reason, or cancelled), written by
      *> dayclose.cbl. cashup.cbl warns when the day it is cashing
      *> up has no entry here, and daycloserpt.cbl lists the booked
      *> days that never got one. the counts are what the close
      *> itself resolved, not the day's totals.
       01 dayclose-entry.
         03 dayclose-key.
           05 dc-store-id         pic 9(5).
           05 dc-date             pic 9(8).
         03 dc-closed-by          pic x(10).
         03 dc-closed-date        pic 9(8).
         03 dc-closed-time        pic 9(8).
         03 dc-marked-attended    pic 9(4).
         03 dc-marked-dna         pic 9(4).
         03 dc-marked-cancelled   pic 9(4).
         03 dc-fees-raised        pic 9(4).
