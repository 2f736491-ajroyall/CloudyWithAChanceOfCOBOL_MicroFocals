      *> instrument readings instimport.cbl couldn't put against a
      *> booked slot - kept here with the raw reading rather than
      *> thrown away, retried on every import run (a booking keyed
      *> late still picks its reading up) and listed on the
      *> exceptions report until they match.
       fd instexc-file.
       01 instexc-record.
         03 ie-key.
      *> which instrument - T tonometer, A acuity, F field analyser
           05 ie-instrument       pic x.
           05 ie-customer-id      pic 9(9).
           05 ie-reading-date     pic 9(8).
           05 ie-reading-time     pic 9(4).
      *> the eye for a field result, space for the both-eye readings
           05 ie-eye              pic x.
         03 ie-store-id           pic 9(5).
      *> the reading exactly as the instrument exported it
         03 ie-payload            pic x(40).
         03 ie-reason             pic x(30).
         03 ie-first-seen         pic 9(8).
         03 ie-tries              pic 9(3).
