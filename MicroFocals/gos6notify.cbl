       copy "common_ws.cpy".

       01 gn-filename           pic x(40).

      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.
       01 eof                   pic x.
       01 day-counter           binary-long.
       01 counter               binary-long.
           close cust-file
           close gos6-file
           if gn-file-open equals "y"
              perform end-interface-file
           end-if

           display gn-notified-count
           if gn-file-open not equals "y"
              or app-store-id not equals gn-open-store
              if gn-file-open equals "y"
                 perform end-interface-file
              end-if
              move spaces to gn-filename
              string "$MFOCALDIR/gos6-" app-store-id ".txt"
              open output notify-file
              move app-store-id to gn-open-store
              move "y" to gn-file-open
              perform begin-interface-file
           end-if

           move function date-of-integer(gn-approx-num)
              delimited by size into nd-dob
           end-string
           write notify-line from notify-detail
           move "R" to ifc-action
           move length of notify-detail to ifc-record-len
           call "ifcreg" using ifc-request notify-detail
           end-call

           move app-store-id to gn-store-id
           move app-year to gn-year
           add 1 to gn-notified-count
           .

      *> every notification file goes out framed - the standard
      *> header first, the trailer carrying the record count and hash
      *> total last - and is registered once closed (ifcreg.cbl)
        begin-interface-file.
           move "B" to ifc-action
           move "GOS6NTFY" to ifc-interface
           move gn-filename to ifc-file-name
           move "n" to ifc-appended
           move 0 to ifc-own-seq
           call "ifcreg" using ifc-request notify-line
           end-call
           write notify-line from ifc-frame-line
           .

        end-interface-file.
           move "E" to ifc-action
           call "ifcreg" using ifc-request notify-line
           end-call
           write notify-line from ifc-frame-line
           close notify-file
           move "K" to ifc-action
           call "ifcreg" using ifc-request notify-line
           end-call
           .

       copy "common.cpy".
