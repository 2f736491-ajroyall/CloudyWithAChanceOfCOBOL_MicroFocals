       *> coded diagnosis request block - handed to diagrec.cbl.
       *> "A" records a diagnosis against the slot (code, eye, date,
       *> status) - the same code and eye recorded at the slot the
       *> same day is updated rather than added again - and brings the
       *> customer's condition flags and review dates into step.
       *> "L" hands back the customer's diagnoses newest first, up
       *> to 20, the count saying how many there are in all, each
       *> with the code's description and ICD-10 code. "E" removes
       *> every diagnosis held for a customer and "M" moves them to
       *> the new customer id.
       *> returns 0, 1 for a code not on the list or retired, 2 for
       *> an eye or status that isn't one of the letters, 3 when
       *> the slot has no room for another, 4 when there was
       *> nothing on file to act on.
        03 :Prefix-:action            pic x.
          88 :Prefix-:action-add      value "A".
          88 :Prefix-:action-list     value "L".
          88 :Prefix-:action-erase    value "E".
          88 :Prefix-:action-merge    value "M".
        03 :Prefix-:slot.
          05 :Prefix-:store-id        pic 9(5).
          05 :Prefix-:year            pic 9999.
          05 :Prefix-:week            pic 99.
          05 :Prefix-:consultant-id   pic 9(9).
          05 :Prefix-:day             pic 9.
          05 :Prefix-:slot-no         pic 99.
        03 :Prefix-:customer-id       pic 9(9).
        03 :Prefix-:new-customer-id   pic 9(9).
        03 :Prefix-:code              pic x(6).
        03 :Prefix-:eye               pic x.
        03 :Prefix-:diag-date         pic 9(8).
        03 :Prefix-:status            pic x.
        03 :Prefix-:operator          pic x(10).
        03 :Prefix-:list-count        pic 9(3).
        03 :Prefix-:list-entry occurs 20.
          05 :Prefix-:ls-store-id     pic 9(5).
          05 :Prefix-:ls-code         pic x(6).
          05 :Prefix-:ls-description  pic x(30).
          05 :Prefix-:ls-icd10        pic x(8).
          05 :Prefix-:ls-eye          pic x.
          05 :Prefix-:ls-date         pic 9(8).
          05 :Prefix-:ls-status       pic x.
          05 :Prefix-:ls-by           pic x(10).
