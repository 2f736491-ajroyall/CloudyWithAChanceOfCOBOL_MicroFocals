       fd staffhol-file.
      *> holidays and other absence for the non-clinical staff on
      *> the rota (staffrota-fd.cpy), kept by staffhol.cbl - an
      *> operator on holiday is not counted towards any store's
      *> cover that day. inclusive date range, keyed by operator
      *> and first day.
       01 staffhol-entry.
         03 sh-key.
           05 sh-operator-id      pic x(10).
           05 sh-from-date        pic 9(8).
         03 sh-to-date            pic 9(8).
         03 sh-reason             pic x(20).
         03 sh-added-date         pic 9(8).
         03 sh-added-by           pic x(10).
