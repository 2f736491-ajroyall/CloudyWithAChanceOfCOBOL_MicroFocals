        *>01 :Prefix-:WebregInformation.
         03 :Prefix-:web-ref              pic x(12).
      *> the booking the registration came with - the counter
      *> works the store's list for today
         03 :Prefix-:visit-key.
           05 :Prefix-:store-id           pic 9(5).
           05 :Prefix-:visit-date         pic 9(8).
         03 :Prefix-:title                pic x(8).
         03 :Prefix-:initials             pic x(10).
         03 :Prefix-:gender               pic x.
         03 :Prefix-:fullname             pic x(60).
         03 :Prefix-:address              pic x(50) occurs 3.
         03 :Prefix-:postcode             pic x(9).
         03 :Prefix-:dob.
           05 :Prefix-:dob-dd             pic 99.
           05 :Prefix-:dob-mm             pic 99.
           05 :Prefix-:dob-yyyy           pic 9999.
         03 :Prefix-:email                pic x(40).
         03 :Prefix-:mobile               pic x(20).
         03 :Prefix-:gp-name              pic x(60).
         03 :Prefix-:nhs-number           pic 9(10).
         03 :Prefix-:consent-rem-email    pic x.
         03 :Prefix-:consent-rem-sms      pic x.
         03 :Prefix-:consent-mkt-email    pic x.
         03 :Prefix-:consent-mkt-sms      pic x.
      *> the checks, run at load and again whenever the counter
      *> corrects the entry: postcode shape as addrcleanup.cbl,
      *> NHS number modulus 11 (nhschk.cbl) - space when none was
      *> given - and custdupe.cbl's matching: the same name as an
      *> existing customer is a P(ossible) match, the same name
      *> and the same NHS number a S(ettled) one
         03 :Prefix-:postcode-ok          pic x.
         03 :Prefix-:nhs-ok               pic x.
         03 :Prefix-:dup-match            pic x.
           88 :Prefix-:dup-none         value space.
           88 :Prefix-:dup-possible     value "P".
           88 :Prefix-:dup-settled      value "S".
         03 :Prefix-:dup-customer-id      pic 9(9).
         03 :Prefix-:loaded-date          pic 9(8).
      *> P(ending), A(ccepted as a new customer), M(erged into an
      *> existing one) or R(ejected)
         03 :Prefix-:status               pic x.
           88 :Prefix-:status-pending   value "P".
           88 :Prefix-:status-accepted  value "A".
           88 :Prefix-:status-merged    value "M".
           88 :Prefix-:status-rejected  value "R".
         03 :Prefix-:customer-id          pic 9(9).
         03 :Prefix-:reject-reason        pic x(40).
         03 :Prefix-:actioned-by          pic x(10).
         03 :Prefix-:actioned-date        pic 9(8).
