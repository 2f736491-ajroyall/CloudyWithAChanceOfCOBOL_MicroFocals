      *> clinical record addenda - a clinical result (apresult-fd)
      *> or prescription (prescription-fd) is signed off at the end
      *> of the day it was recorded, and is never changed in place
      *> after that. each correction made to it later is kept here,
      *> one entry per value corrected, with the value it replaced,
      *> the reason and who made it, so the record as signed off and
      *> every change since can both be shown. written and read
      *> through clinamend.cbl; amendrpt.cbl lists the month's
      *> entries by consultant.
       fd clinamend-file.
       01 clinamend-entry.
         03 ca-key.
           05 ca-record-type      pic x.
             88 ca-record-result  value "R".
             88 ca-record-rx      value "P".
      *> the amended record's own key - ar-key or rx-key
           05 ca-record-key       pic x(30).
      *> addenda to one record numbered from 1 in the order made
           05 ca-seq              pic 9(3).
         03 ca-customer-id        pic 9(9).
      *> the consultant whose record it is - the slot's consultant
      *> for a result, the testing consultant for an Rx
         03 ca-consultant-id      pic 9(9).
         03 ca-store-id           pic 9(5).
      *> the day the record was signed off on
         03 ca-record-date        pic 9(8).
         03 ca-amend-date         pic 9(8).
         03 ca-amend-time         pic 9(8).
         03 ca-amended-by         pic x(10).
      *> which value was corrected ("VA R", "R SPH", "NOTE" ...)
         03 ca-field              pic x(12).
         03 ca-old-value          pic x(60).
         03 ca-new-value          pic x(60).
         03 ca-reason             pic x(50).
