       fd bankslip-file.
      *> banking slips - cash paid into the bank, against the
      *> cash-up day (cashup-fd.cpy) whose drawer it came from, keyed
      *> at cashup.cbl from the paying-in slip. a day's cash may go
      *> in on more than one slip; bankrec.cbl adds them up against
      *> the cash declared.
       01 bankslip-entry.
         03 bs-key.
           05 bs-store-id         pic 9(5).
           05 bs-takings-date     pic 9(8).
           05 bs-slip-ref         pic x(10).
         03 bs-banked-date        pic 9(8).
         03 bs-amount             pic s9(7)v99.
         03 bs-keyed-by           pic x(10).
