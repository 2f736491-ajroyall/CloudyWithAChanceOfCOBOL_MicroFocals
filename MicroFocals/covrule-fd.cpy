       fd covrule-file.
      *> minimum cover rules - how many of the rota's staff on a
      *> duty (staffrota-fd.cpy) a store needs on shift, kept by
      *> staffrota.cbl and reported against by staffcover.cbl
       01 covrule-entry.
         03 cv-key.
           05 cv-store-id         pic 9(5).
      *> R, D or M as on the rota, or A for anyone on it
           05 cv-duty             pic x.
             88 cv-duty-anyone    value "A".
      *> needed at every time the store is open
         03 cv-min-open           pic 9.
      *> needed whenever any consultant has a booking - "one
      *> dispenser whenever clinics run"
         03 cv-min-clinic         pic 9.
         03 cv-changed-by         pic x(10).
