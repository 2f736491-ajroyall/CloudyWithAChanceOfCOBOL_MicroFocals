      *> one web pre-registration per line, as the website's nightly
      *> extract drops it in $MFOCALDIR/webreg.txt - the booking it
      *> came with (store and visit date) then the details the
      *> customer typed. an NHS number left blank on the form comes
      *> through as spaces.
       01 wl-line.
         03 wl-web-ref           pic x(12).
         03 wl-store-id          pic 9(5).
         03 wl-visit-date        pic 9(8).
         03 wl-title             pic x(8).
         03 wl-initials          pic x(10).
         03 wl-gender            pic x.
         03 wl-fullname          pic x(60).
         03 wl-address           pic x(50) occurs 3.
         03 wl-postcode          pic x(9).
         03 wl-dob-dd            pic 99.
         03 wl-dob-mm            pic 99.
         03 wl-dob-yyyy          pic 9999.
         03 wl-email             pic x(40).
         03 wl-mobile            pic x(20).
         03 wl-gp-name           pic x(60).
         03 wl-nhs-number        pic x(10).
      *> reminder consent by email / SMS, marketing consent by
      *> email / SMS - "y" or "n" as ticked on the form
         03 wl-consent-rem-email pic x.
         03 wl-consent-rem-sms   pic x.
         03 wl-consent-mkt-email pic x.
         03 wl-consent-mkt-sms   pic x.
