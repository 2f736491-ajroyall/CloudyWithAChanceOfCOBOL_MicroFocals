      *> pre-visit health questionnaire - the history questions the
      *> consultant would otherwise spend the start of the test on,
      *> answered before the visit: online from the link sent with
      *> the reminder (remindexport.cbl), brought in overnight by
      *> hqimport.cbl, or at the kiosk on arrival (kiosk.cbl). keyed
      *> by the booked slot, like the clinical result (apresult-
      *> fd.cpy), so the day list (schedread.cbl) and the results
      *> screen (clinrec.cbl) find it from the slot they're on.
       fd healthq-file.
       01 healthq-entry.
         03 hq-key.
           05 hq-store-id         pic 9(5).
           05 hq-year             pic 9999.
           05 hq-week             pic 99.
           05 hq-consultant-id    pic 9(9).
           05 hq-day              pic 9.
           05 hq-slot             pic 99.
         03 hq-customer-id        pic 9(9).
         03 hq-source             pic x.
           88 hq-source-online    value "W".
           88 hq-source-kiosk     value "K".
         03 hq-answered-date      pic 9(8).
      *> the answers - each question "Y" or "N", screen use in hours
      *> a day, free text where a yes needs saying what
         03 hq-headaches          pic x.
         03 hq-drives             pic x.
         03 hq-screen-hours       pic 99.
         03 hq-family-history     pic x.
         03 hq-family-text        pic x(40).
         03 hq-medication         pic x.
         03 hq-medication-text    pic x(40).
         03 hq-other-note         pic x(40).
      *> "D" once the consultant has been offered the medication and
      *> family history answers for the medhist register in
      *> clinrec.cbl - they aren't offered twice
         03 hq-medhist-status     pic x.
           88 hq-medhist-offered  value "D".
