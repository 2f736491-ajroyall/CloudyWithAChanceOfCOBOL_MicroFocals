      *> care home register - one record per care home or other
      *> residential institution our domiciliary consultants visit.
      *> residents are linked to their home by Care-Home-Id on the
      *> customer record (customerinfo.cpy), so the rounds planner
      *> (domrounds.cbl) can see eight bookings at one address as a
      *> single stop. maintained by carehomemaint.cbl off the rounds
      *> menu; carehomedue.cbl reports homes whose visiting cycle has
      *> come round with nothing booked.
       fd carehome-file.
       01 carehome-record.
         03 hm-home-id            pic 9(5).
         03 hm-name               pic x(40).
         03 hm-address            pic x(40) occurs 2.
         03 hm-postcode           pic x(9).
      *> the home's manager - who the visit list goes to and who
      *> the office rings to arrange the next visit
         03 hm-manager-name       pic x(40).
         03 hm-manager-tel        pic x(20).
         03 hm-manager-email      pic x(50).
      *> how often the home expects us, in weeks (0 = ad hoc, never
      *> reported as due)
         03 hm-cycle-weeks        pic 9(3).
      *> how consent to examine is obtained for residents who can't
      *> give it on the day - [R]esident signs on the day, [H]ome
      *> holds signed forms, [F]amily/attorney forms sent ahead,
      *> [B]est-interests decision recorded by the home
         03 hm-consent-code       pic x.
           88 hm-consent-resident value "R".
           88 hm-consent-home     value "H".
           88 hm-consent-family   value "F".
           88 hm-consent-best-int value "B".
           88 hm-valid-consent    value "R", "H", "F", "B".
         03 hm-consent-note       pic x(40).
      *> the GP practice the home's residents are registered with
         03 hm-gp-practice        pic x(40).
      *> the store whose domiciliary consultants cover the home
         03 hm-store-id           pic 9(5).
      *> date of the last attended DOM visit to any resident, kept
      *> up to date by carehomedue.cbl - zero = never visited
         03 hm-last-visit         pic 9(8).
         03 hm-active             pic x.
           88 hm-is-active        value "Y".
      *> operator id (lnk-Operator-Id) who last edited this home
         03 hm-updated-by         pic x(10).
