       fd staffrota-file.
      *> non-clinical staff rota - the standing weekly shifts each
      *> operator (operator-fd.cpy) works at a store, kept by
      *> staffrota.cbl and checked against the appointment book by
      *> staffcover.cbl. someone working at two stores has a row
      *> at each.
       01 staffrota-entry.
         03 rt-key.
           05 rt-store-id         pic 9(5).
           05 rt-operator-id      pic x(10).
      *> what they cover on the shop floor - the minimum cover rules
      *> (covrule-fd.cpy) are set per duty
         03 rt-duty               pic x.
           88 rt-duty-reception   value "R".
           88 rt-duty-dispensing  value "D".
           88 rt-duty-manager     value "M".
      *> shift start and end (hhmm) for each day of the week, Sunday
      *> first as dateinfo.cbl numbers them; zeros for a day off
         03 rt-shifts occurs 7.
           05 rt-shift-start      pic 9999.
           05 rt-shift-end        pic 9999.
         03 rt-changed-date       pic 9(8).
         03 rt-changed-by         pic x(10).
