       01 hx-seq               pic 9(9).
       01 hx-lines             pic 9(9) value 0.

      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.

       linkage section.

       screen section.
           move hx-seq to tr-sequence
           move spaces to tr-journal
           move hx-today to tr-journal(1:8)
           perform begin-interface-file
           move ifc-frame-line to tr-journal(21:80)
           write transfer-record
           perform check-file-status

                       write transfer-record
                       perform check-file-status
                       add 1 to hx-lines
                       move "R" to ifc-action
                       move length of journal-record to ifc-record-len
                       call "ifcreg" using ifc-request journal-record
                       end-call
                    end-if
                 end-if
              end-perform
           move hx-seq to tr-sequence
           move spaces to tr-journal
           move hx-lines to tr-journal(1:9)
           move "E" to ifc-action
           call "ifcreg" using ifc-request tr-journal
           end-call
           move ifc-frame-line to tr-journal(21:80)
           write transfer-record
           perform check-file-status

           close transfer-file
           perform check-file-status
           move "K" to ifc-action
           call "ifcreg" using ifc-request tr-journal
           end-call

           display "hoextract: transfer " hx-seq " for store "
              ws-id ", " hx-lines " change(s)"
           move Highest-Transfer-Seq to hx-seq
           .

      *> the transfer keeps its own H/J/T framing for hoload.cbl and
      *> its own sequence, which the register takes as it is - the
      *> standard header and trailer ride in the H and T records
      *> after the date and the count, and the J lines make up the
      *> record count and hash total
        begin-interface-file.
           move "B" to ifc-action
           move "HOEXTRCT" to ifc-interface
           move "$MFOCALDIR/hotransfer.dat" to ifc-file-name
           move "n" to ifc-appended
           move hx-seq to ifc-own-seq
           call "ifcreg" using ifc-request tr-journal
           end-call
           .

       copy "common.cpy".
