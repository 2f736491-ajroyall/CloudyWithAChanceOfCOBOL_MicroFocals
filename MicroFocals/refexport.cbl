
       01 eof                   pic x.
       01 rx-sent-count         binary-long value 0.
      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.


       01 refsub-detail.
         03 rs-referral-id      pic 9(9).
           end-if

           open output refsub-file
           perform begin-interface-file

           move 0 to rf-referral-id
           start refreg-file
           end-perform

           close refreg-file
           perform end-interface-file

           display rx-sent-count " referral(s) written to refsub.txt"
           goback.
           move rf-sent-date to rs-sent-date
           move rf-gp-name to rs-gp-name
           write refsub-line from refsub-detail
           move "R" to ifc-action
           move length of refsub-detail to ifc-record-len
           call "ifcreg" using ifc-request refsub-detail
           end-call

           move "Y" to rf-exported
           rewrite referral-entry
           add 1 to rx-sent-count
           .

      *> the referral submission file goes out framed - the standard
      *> header first, the trailer carrying the record count and hash
      *> total last - and is registered once closed (ifcreg.cbl)
        begin-interface-file.
           move "B" to ifc-action
           move "REFERRAL" to ifc-interface
           move "$MFOCALDIR/refsub.txt" to ifc-file-name
           move "n" to ifc-appended
           move 0 to ifc-own-seq
           call "ifcreg" using ifc-request refsub-line
           end-call
           write refsub-line from ifc-frame-line
           .

        end-interface-file.
           move "E" to ifc-action
           call "ifcreg" using ifc-request refsub-line
           end-call
           write refsub-line from ifc-frame-line
           close refsub-file
           move "K" to ifc-action
           call "ifcreg" using ifc-request refsub-line
           end-call
           .

       copy "common.cpy".
