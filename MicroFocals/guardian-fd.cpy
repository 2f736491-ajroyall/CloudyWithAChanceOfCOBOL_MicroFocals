      *> responsible adults - who a child, or an adult who lacks
      *> capacity, is booked, consented and billed through. one
      *> record per link, keyed on the patient and a link number,
      *> with the adult as an alternate key so a merge or erasure of
      *> the adult can find every patient they answer for. the adult
      *> is either another customer record (gu-adult-id) or, when
      *> they are not a customer themselves, a named contact held
      *> here. maintained by guardmaint.cbl off the customer menu.
      *>   correspondence - reminders and confirmations go to this
      *>                    adult's contact details (commsadd.cbl)
      *>   may pay        - the counter can bill the patient's
      *>                    invoice to this adult's own account
      *>                    (posledger.cbl) - a customer record only
      *>   may consent    - the adult can give consent on the
      *>                    patient's behalf
      *> the safeguarding register (safeguard.cbl) names the first
      *> link on each case it opens.
       fd guardian-file.
       01 guardian-record.
         03 gu-key.
           05 gu-customer-id      pic 9(9).
           05 gu-seq              pic 9(2).
      *> zero for a named contact who is not a customer
         03 gu-adult-id           pic 9(9).
      *> for a linked customer these are copied off their record as
      *> the link is made - commsadd.cbl re-reads the record so a
      *> changed number is still picked up
         03 gu-name               pic x(60).
         03 gu-tel                pic x(20).
         03 gu-email              pic x(40).
      *> mother, father, guardian, carer, attorney, social worker...
         03 gu-relationship       pic x(15).
         03 gu-may-consent        pic x.
           88 gu-can-consent      value "Y".
         03 gu-correspondence     pic x.
           88 gu-gets-letters     value "Y".
         03 gu-may-pay            pic x.
           88 gu-can-pay          value "Y".
         03 gu-added-date         pic 9(8).
         03 gu-added-by           pic x(10).
