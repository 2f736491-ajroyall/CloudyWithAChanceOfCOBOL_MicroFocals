       *> clinical record addenda request block - handed to
       *> clinamend.cbl. "A" adds one addendum to the record named
       *> by type and key (the customer, consultant, store and
       *> record date go with it), "L" hands back the record's
       *> addenda oldest first - up to 20, the count says how many
       *> there are in all - "D" removes a record's addenda along
       *> with the record, "E" removes every addendum held for a
       *> customer and "M" moves a customer's addenda to the new
       *> customer id (a prescription's key moves with it).
        03 :Prefix-:action            pic x.
          88 :Prefix-:action-add      value "A".
          88 :Prefix-:action-list     value "L".
          88 :Prefix-:action-delete   value "D".
          88 :Prefix-:action-erase    value "E".
          88 :Prefix-:action-merge    value "M".
        03 :Prefix-:record-type       pic x.
        03 :Prefix-:record-key        pic x(30).
        03 :Prefix-:customer-id       pic 9(9).
        03 :Prefix-:new-customer-id   pic 9(9).
        03 :Prefix-:consultant-id     pic 9(9).
        03 :Prefix-:store-id          pic 9(5).
        03 :Prefix-:record-date       pic 9(8).
        03 :Prefix-:field             pic x(12).
        03 :Prefix-:old-value         pic x(60).
        03 :Prefix-:new-value         pic x(60).
        03 :Prefix-:reason            pic x(50).
        03 :Prefix-:operator          pic x(10).
        03 :Prefix-:list-count        pic 9(3).
        03 :Prefix-:list-entry occurs 20.
          05 :Prefix-:ls-date         pic 9(8).
          05 :Prefix-:ls-by           pic x(10).
          05 :Prefix-:ls-field        pic x(12).
          05 :Prefix-:ls-old          pic x(60).
          05 :Prefix-:ls-new          pic x(60).
          05 :Prefix-:ls-reason       pic x(50).
