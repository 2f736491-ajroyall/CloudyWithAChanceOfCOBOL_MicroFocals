      *> at book/unbook time instead of each opening the file
      *> themselves, so there is exactly one record shape and one set
      *> of open/absent-file rules. operations:
      *>   "A" - add the entry for one booked slot, stamped with
      *>         today as the day it was booked (an entry already
      *>         present is fine and keeps its first stamp - reruns
      *>         and double-length pairs land here twice without harm)
      *>   "D" - delete the entry for one freed slot (an entry already
      *>         gone is likewise fine)
      *>   "P" - purge every entry for the customer id, used when a
       copy "common_ws.cpy".

       01 xm-eof                 pic x.
       01 xm-today               pic 9(8).

       linkage section.
       01 xref-request.
           perform check-file-status

           perform move-request-to-key
           accept xm-today from date YYYYMMDD
           move xm-today to xr-booked-date
           write custxref-entry
           if not fs-okay and not fs-key-already-exists
              perform check-file-status
