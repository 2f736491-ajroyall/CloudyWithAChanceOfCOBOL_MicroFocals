      *> goods-in quality check - one record per dispensing job,
      *> holding what the lenses actually measured on the focimeter
      *> when they came back from the lab, the verdict against the Rx
      *> the job was cut to, and the remake raised if they failed.
      *> written by labqc.cbl; the job's own do-qc-status mirrors
      *> the verdict so the workshop screen needn't read this file.
       fd labqc-file.
       01 labqc-record.
         03 qc-order-id           pic 9(9).
         03 qc-store-id           pic 9(5).
         03 qc-check-date         pic 9(8).
         03 qc-checked-by         pic x(10).
         03 qc-measured-right.
           05 qc-r-sphere         pic s9(2)v99 sign leading separate.
           05 qc-r-cylinder       pic s9(2)v99 sign leading separate.
           05 qc-r-axis           pic 9(3).
           05 qc-r-add            pic 9v99.
         03 qc-measured-left.
           05 qc-l-sphere         pic s9(2)v99 sign leading separate.
           05 qc-l-cylinder       pic s9(2)v99 sign leading separate.
           05 qc-l-axis           pic 9(3).
           05 qc-l-add            pic 9v99.
         03 qc-result             pic x.
           88 qc-result-pass      value "P".
           88 qc-result-fail      value "F".
      *> which measurement(s) fell outside tolerance, as shown to
      *> the checker - spaces on a pass
         03 qc-fail-detail        pic x(40).
      *> the remake job raised from this check (zero = none), why
      *> and who pays - as carried on the remake order itself
         03 qc-remake-order-id    pic 9(9).
         03 qc-remake-reason      pic x(2).
         03 qc-remake-payer       pic x.
