      *> printed prescription copies - one record per copy handed
      *> out, hung off the Rx it was printed from, so "did we give
      *> her a copy, and who to" is answerable when the patient's
      *> new practice or the patient rings up. written by rxcopy.cbl.
       fd rxissue-file.
       01 rxissue-record.
         03 ri-key.
      *> same layout as rx-key (prescription-fd.cpy) - a keyed start
      *> on the Rx key lands on its first copy
           05 ri-rx-key.
             07 ri-customer-id    pic 9(9).
             07 ri-test-date      pic 9(8).
             07 ri-rx-type        pic x.
           05 ri-issued-date      pic 9(8).
           05 ri-issued-time      pic 9(8).
      *> who the copy was handed or sent to - the patient by default
         03 ri-issued-to          pic x(40).
         03 ri-issued-by          pic x(10).
         03 ri-store-id           pic 9(5).
