       01 gb-next-ref            pic 9(9).
       01 sub-filename           pic x(40) value "gos3sub.txt".

      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.

       01 submission-detail.
         03 sub-claim-ref        pic 9(9).
         03 filler               pic x value space.
           end-if

           open output submission-file
           perform begin-interface-file

           move 0 to do-order-id
           start disporder-file
           end-perform

           close disporder-file
           perform end-interface-file

           display claim-count " voucher claim(s) built for "
              gb-target-yyyymm " - see " sub-filename
           move gv-voucher-value to sub-value
           move gv-customer-name to sub-cust-name
           write submission-line from submission-detail
           move "R" to ifc-action
           move length of submission-detail to ifc-record-len
           call "ifcreg" using ifc-request submission-detail
           end-call

           perform mark-order-claimed

           add 1 to claim-count
           .

      *> the submission file goes out framed - the standard header
      *> first, the trailer carrying the record count and hash total
      *> last - and is registered once closed (ifcreg.cbl)
        begin-interface-file.
           move "B" to ifc-action
           move "GOS3CLM" to ifc-interface
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

      *> the claimed flag stops a re-run claiming the same order
      *> again - the record is still current from the scan read, so
      *> the rewrite lands in place
