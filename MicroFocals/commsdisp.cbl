         03 cd-fd-time           pic x(6).
       01 manual-count           binary-long value 0.
       01 cd-manual-open         pic x value "n".
      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.


       linkage section.

              open output gateway-file
              perform check-file-status
           end-if
           perform begin-interface-file

           move 0 to cq-comm-id
           start comms-file
              end-if
           end-perform

           perform end-interface-file
           if cd-manual-open equals "y"
              close manual-file
           end-if
              write gateway-line
              if not fs-okay
                 move "n" to cd-send-ok
              else
                 move "R" to ifc-action
                 move length of gateway-line to ifc-record-len
                 call "ifcreg" using ifc-request gateway-line
                 end-call
              end-if
           end-if
           .

      *> the gateway handoff file is appended to run after run, so each
      *> run's batch goes out framed - the standard header first, the
      *> trailer carrying the record count and hash total last - and is
      *> registered once closed (ifcreg.cbl)
        begin-interface-file.
           move "B" to ifc-action
           move "SMSGATE" to ifc-interface
           move "$MFOCALDIR/commsout.txt" to ifc-file-name
           move "y" to ifc-appended
           move 0 to ifc-own-seq
           call "ifcreg" using ifc-request gateway-line
           end-call
           write gateway-line from ifc-frame-line
           .

        end-interface-file.
           move "E" to ifc-action
           call "ifcreg" using ifc-request gateway-line
           end-call
           write gateway-line from ifc-frame-line
           close gateway-file
           move "K" to ifc-action
           call "ifcreg" using ifc-request gateway-line
           end-call
           .

       copy "common.cpy".
