      *> supplier master - one record per frame/lens supplier and
      *> per prescription lab we hold an account with, so purchase
      *> orders, stock lines and lab jobs carry an id rather than a
      *> name somebody typed. maintained by suppmaint.cbl (off the
      *> purchasing menu); the promised lead time here is what
      *> supplierrpt.cbl measures actual deliveries against.
       fd supplier-file.
       01 supplier-record.
         03 su-supplier-id        pic 9(5).
         03 su-name               pic x(40).
      *> our account number with them, quoted on every order
         03 su-account-no         pic x(20).
         03 su-contact            pic x(40).
         03 su-email              pic x(50).
      *> standard lead time, in calendar days, from order to goods-in
      *> (or lab-sent to lab-back for a lab)
         03 su-lead-days          pic 9(3).
         03 su-min-order          pic 9(6)v99.
      *> what they supply - [S]tock, prescription [L]ab or [B]oth
         03 su-type               pic x.
           88 su-type-stock       value "S".
           88 su-type-lab         value "L".
           88 su-type-both        value "B".
           88 su-supplies-stock   value "S", "B".
           88 su-supplies-lab     value "L", "B".
      *> "Y" on the one lab that labexport.cbl sends jobs to when
      *> the job doesn't already name a lab
         03 su-default-lab        pic x.
           88 su-is-default-lab   value "Y".
      *> operator id (lnk-Operator-Id) who last edited this supplier
         03 su-updated-by         pic x(10).
