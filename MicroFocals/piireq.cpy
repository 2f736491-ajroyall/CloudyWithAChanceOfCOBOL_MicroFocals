      *> identifier masking request block - handed to piimask.cbl
      *> by every program that prints or exports a customer's date
      *> of birth, NHS number or phone number.
      *> "O" opens an output: the output's own line is looked up in
      *> masking.dat and its three modes come back - "M" masked (the
      *> default for an output with no line), "H" left off
      *> altogether. in-full "Y" asks for the identifiers as they
      *> stand, which only a supervisor or manager may have; for
      *> anyone else it comes back "N" with 1 returned.
      *> "M" masks one value of the given kind in place - masked
      *> keeps the last four digits only (the year of a dd/mm/yyyy
      *> date of birth), hidden blanks it. printed in full, the
      *> customer is written to the access log (accesslog.cbl) under
      *> the output's name, once per customer in a run.
         03 :Prefix-:action            pic x.
           88 :Prefix-:action-open     value "O".
           88 :Prefix-:action-mask     value "M".
         03 :Prefix-:output            pic x(12).
         03 :Prefix-:in-full           pic x.
           88 :Prefix-:printed-in-full value "Y".
         03 :Prefix-:operator          pic x(10).
         03 :Prefix-:role              pic x.
         03 :Prefix-:dob-mode          pic x.
         03 :Prefix-:nhs-mode          pic x.
         03 :Prefix-:tel-mode          pic x.
         03 :Prefix-:logged-customer   pic 9(9).
         03 :Prefix-:customer-id       pic 9(9).
         03 :Prefix-:kind              pic x.
           88 :Prefix-:kind-dob        value "D".
           88 :Prefix-:kind-nhs        value "N".
           88 :Prefix-:kind-tel        value "P".
         03 :Prefix-:value             pic x(20).
