      *> diagnosis code list - the conditions a consultant can
      *> record against a visit (diagnosis-fd.cpy), each with its
      *> ICD-10 code for anything leaving the practice. a code that
      *> stands for one of the customer record's condition flags
      *> (customerinfo.cpy) names it, so a confirmed diagnosis sets
      *> the flag and its review due date, the recall months out
      *> from the diagnosis. maintained by dxcodemaint.cbl, which
      *> seeds the usual list the first time round.
       fd dxcode-file.
       01 dxcode-entry.
         03 dc-code               pic x(6).
         03 dc-description        pic x(30).
         03 dc-icd10              pic x(8).
      *> D(iabetic retinopathy) / G(laucoma) / C(ataracts) /
      *> B (colour blindness) / space for no flag
         03 dc-flag               pic x.
           88 dc-flag-dr          value "D".
           88 dc-flag-glaucoma    value "G".
           88 dc-flag-cataracts   value "C".
           88 dc-flag-colour      value "B".
           88 dc-flag-none        value space.
         03 dc-recall-months      pic 99.
      *> "N" retires a code - it can't be recorded any more, but
      *> diagnoses already made under it still show and report
         03 dc-active             pic x.
           88 dc-is-active        value "Y".
         03 dc-updated-by         pic x(10).
