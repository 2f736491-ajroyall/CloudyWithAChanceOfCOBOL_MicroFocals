      *>                    so "Q" ages such holds out (deletes them
      *>                    and answers "nobody") instead of letting
      *>                    a dead terminal block check-ins forever
      *>   "A" any        - is anything held at all? returns 0 and
      *>                    the first current hold (tag, key,
      *>                    holder, when) if so, 1 if the registry is
      *>                    clear. yesterday's holds are aged out on
      *>                    the way past, as for "Q". the file
      *>                    reorganisation (reorgfile.cbl) asks this
      *>                    before it will touch a data file

       environment division.
       input-output section.
       01 lr-date-temp        pic 9(8).
       01 lr-time-temp        pic 9(8).
       01 lr-today            pic 9(8).
       01 lr-eof              pic x.

       linkage section.
       01 lnk-lock-request.
                 move lk-operator-id to lnk-lk-operator
                 move lk-taken-date to lnk-lk-taken-date
                 move lk-taken-time to lnk-lk-taken-time
              when "A"
              when "a"
                 perform find-any-current-hold
                 if lr-eof equals "y"
                    close lockreg-file
                    goback returning 1
                 end-if
           end-evaluate

           close lockreg-file
           goback returning 0.

      *> leaves lr-eof "n" with the hold's details in the linkage
      *> when one is current, "y" when the registry holds nothing
      *> from today
        find-any-current-hold.
           accept lr-today from date YYYYMMDD
           move low-values to lk-key
           start lockreg-file
               key >= lk-key
               invalid key move "y" to lr-eof
               not invalid key move "n" to lr-eof
           end-start

           perform until lr-eof equals "y"
              read lockreg-file next record
                 at end move "y" to lr-eof
              end-read
              if not fs-okay or lr-eof equals "y"
                 move "y" to lr-eof
              else
                 if lk-taken-date < lr-today
                    delete lockreg-file record
                       invalid key continue
                    end-delete
                 else
                    move lk-file-tag to lnk-lk-file-tag
                    move lk-record-key to lnk-lk-record-key
                    move lk-operator-id to lnk-lk-operator
                    move lk-taken-date to lnk-lk-taken-date
                    move lk-taken-time to lnk-lk-taken-time
                    exit perform
                 end-if
              end-if
           end-perform
           .

       copy "common.cpy".
