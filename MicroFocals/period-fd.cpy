       fd period-file.
      *> ledger period control - one record per calendar month once
      *> the accounting export (acctexport.cbl) has covered it or a
      *> manager has closed it (periodclose.cbl). a month with no
      *> record is open. nothing is written to the ledger dated in
      *> a closed month - periodchk.cbl moves it into the current
      *> period instead, keeping its own date in lg-late-orig-date
       01 period-entry.
      *> yyyymm
         03 pd-month              pic 9(6).
         03 pd-status             pic x.
           88 pd-status-open      value "O", space.
           88 pd-status-closed    value "C".
      *> the last export run that took in the whole month, and who
      *> ran it - a month can't be closed before it has gone
         03 pd-exported-date      pic 9(8).
         03 pd-exported-by        pic x(10).
         03 pd-closed-date        pic 9(8).
         03 pd-closed-by          pic x(10).
