      *> columns, one claim per line
       01 gb-sub-count            binary-long value 0.

      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.

       01 submission-detail-line.
         03 sub-claim-ref        pic 9(9).
         03 sub-store-id         pic 9(5).
           perform regenerate-submission-files

           if gb-file-open equals "y"
              perform end-interface-file
           end-if

           if gb-sub-count equals 0
           if gb-file-open not equals "y" or
              gc-store-id not equals gb-open-store
              if gb-file-open equals "y"
                 perform end-interface-file
              end-if
              move spaces to sub-filename
              string "$MFOCALDIR/gosclaim-" gc-store-id
              open output submission-file
              move gc-store-id to gb-open-store
              move "y" to gb-file-open
              perform begin-interface-file
           end-if

           move gc-claim-ref to sub-claim-ref
           move gc-gp-name to sub-gp-name
           move gc-consultant-id to sub-consultant-id
           write submission-line from submission-detail-line
           move "R" to ifc-action
           move length of submission-detail-line to ifc-record-len
           call "ifcreg" using ifc-request submission-detail-line
           end-call
           .

      *> every submission file goes out framed - the standard header
      *> first, the trailer carrying the record count and hash total
      *> last - and is registered once closed (ifcreg.cbl)
        begin-interface-file.
           move "B" to ifc-action
           move "GOSCLAIM" to ifc-interface
           move sub-filename to ifc-file-name
           move "n" to ifc-appended
           move 0 to ifc-own-seq
           call "ifcreg" using ifc-request submission-line
           end-call
           write submission-line from ifc-frame-line
           .

        end-interface-file.
           move "E" to ifc-action
           call "ifcreg" using ifc-request submission-line
           end-call
           write submission-line from ifc-frame-line
           close submission-file
           move "K" to ifc-action
           call "ifcreg" using ifc-request submission-line
           end-call
           .

      *> generates the next claim reference under an exclusive lock,
