       fd triage-file.
      *> urgent symptom triage log - one record per phone call or
      *> counter enquiry about an urgent eye symptom, taken in
      *> triage.cbl: what the caller reported off the fixed symptom
      *> list, when it started, and what was decided. a call
      *> triaged to be seen today or within 48 hours carries a
      *> target date and stays open until the booking made from it
      *> - an urgent appointment type, normally in the store's
      *> protected urgent slots - is linked on by scheduleapp.cbl.
      *> the daily exceptions report (triagerpt.cbl) lists calls
      *> not booked in time and those sent to A&E.
       01 triage-entry.
         03 ug-triage-id          pic 9(9).
         03 ug-store-id           pic 9(5).
         03 ug-customer-id        pic 9(9).
         03 ug-customer-name      pic x(60).
         03 ug-call-date          pic 9(8).
         03 ug-call-time          pic 9(4).
      *> the fixed symptom list - "Y" against each reported
         03 ug-symptoms.
           05 ug-sym-flashes      pic x.
           05 ug-sym-floaters     pic x.
           05 ug-sym-sudden-loss  pic x.
           05 ug-sym-red-painful  pic x.
           05 ug-sym-shadow       pic x.
           05 ug-sym-injury       pic x.
           05 ug-sym-double       pic x.
           05 ug-sym-other        pic x.
         03 ug-symptom redefines ug-symptoms pic x occurs 8.
      *> onset - [H]ours (under a day), [D]ays (up to a week),
      *> [W]eeks (longer)
         03 ug-onset              pic x.
           88 ug-onset-hours      value "H".
           88 ug-onset-days       value "D".
           88 ug-onset-weeks      value "W".
         03 ug-outcome            pic x.
           88 ug-outcome-today    value "T".
           88 ug-outcome-48-hours value "F".
           88 ug-outcome-ae       value "A".
           88 ug-outcome-routine  value "R".
      *> the date by which the caller must have been seen - zero
      *> for an A&E or routine outcome
         03 ug-target-date        pic 9(8).
         03 ug-notes              pic x(60).
         03 ug-taken-by           pic x(10).
         03 ug-status             pic x.
           88 ug-status-awaiting  value "O".
           88 ug-status-booked    value "B".
           88 ug-status-ae        value "A".
           88 ug-status-routine   value "R".
      *> the booking made from the call - zero until one is linked
         03 ug-app-ref.
           05 ug-app-store-id     pic 9(5).
           05 ug-app-year         pic 9999.
           05 ug-app-week         pic 99.
           05 ug-app-consultant-id pic 9(9).
           05 ug-app-day          pic 9.
           05 ug-app-slot         pic 99.
         03 ug-app-date           pic 9(8).
         03 ug-booked-on          pic 9(8).
