      *> records sharing a nonzero NHS number as a settled match,
      *> and the GOS claims and GP letters carry it.
       03 :Prefix-:NHS-Number            pic 9(10).
      *> the care home (carehome-fd.cpy) this customer lives in,
      *> so the rounds planner can see a home's residents as one
      *> stop. zero = lives at their own address, which every record
      *> predating the field does.
       03 :Prefix-:Care-Home-Id          pic 9(5).
      *> how this customer heard about us - a code on the referral
      *> source list (refsource-fd.cpy), keyed when the record is
      *> added at the counter, stamped WEB or KIOS by the rest-mode
      *> booking and the kiosk when none was recorded. spaces = not
      *> recorded, which every record predating the field is.
       03 :Prefix-:Referral-Source       pic x(4).
      *> private health cover - the insurer or health cash plan
      *> (insurer-fd.cpy, kept by insmaint.cbl) the customer is a
      *> member of, and their membership number, which the claims
      *> batch (insclaim.cbl) puts on every claim. zero/spaces = no
      *> cover recorded, which every record predating the fields is.
       03 :Prefix-:Insurer-Id            pic 9(5).
       03 :Prefix-:Insurer-Member-No     pic x(20).
      *> the consultant (consultants.cpy) this customer usually sees -
      *> continuity matters most for the glaucoma and diabetic
      *> patients, who do better with the same optometrist each
      *> time. offered first when booking (scheduleapp.cbl), and
      *> its diary searched first by the finder (apptfind.cbl);
      *> contcare.cbl reports how often it actually happens. zero =
      *> no preference, which every record predating the field has.
       03 :Prefix-:Preferred-Consultant-Id pic 9(9).
