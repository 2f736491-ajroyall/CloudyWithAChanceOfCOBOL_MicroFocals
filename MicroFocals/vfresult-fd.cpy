      *> visual field results - one record per eye per visit, keyed
      *> by the slot the test was done in (same slot key as the
      *> clinical results in apresult-fd.cpy). brought in from the
      *> field analyser's export by instimport.cbl, confirmed by the
      *> consultant in clinrec.cbl and shown as history by
      *> clintrend.cbl.
       fd vfresult-file.
       01 vf-result.
         03 vf-key.
           05 vf-store-id         pic 9(5).
           05 vf-year             pic 9999.
           05 vf-week             pic 99.
           05 vf-consultant-id    pic 9(9).
           05 vf-day              pic 9.
           05 vf-slot             pic 99.
           05 vf-eye              pic x.
             88 vf-eye-right      value "R".
             88 vf-eye-left       value "L".
         03 vf-customer-id        pic 9(9).
         03 vf-test-date          pic 9(8).
         03 vf-test-time          pic 9(4).
      *> the analyser's programme name as it exports it - "24-2",
      *> "10-2", "ESTERMAN" and so on
         03 vf-test-type          pic x(10).
      *> mean deviation in dB - negative is worse than normal
         03 vf-mean-deviation     pic s9(2)v99 sign leading separate.
      *> the analyser's own verdict on the test (fixation losses,
      *> false positives/negatives)
         03 vf-reliability        pic x.
           88 vf-reliable         value "R".
           88 vf-borderline       value "B".
           88 vf-unreliable       value "U".
      *> "I" until the consultant confirms it, as ar-import-status
         03 vf-import-status      pic x.
           88 vf-awaiting-confirm value "I".
         03 vf-confirmed-by       pic x(10).
