       identification division.
       program-id. gos4claim.

      *> NHS repair/replacement-voucher (GOS4) claim batch - builds
      *> a claim for every GOS4 repair job (dispjobs.cbl) collected
      *> in the target month and not claimed yet, writes a fixed-
      *> format submission file carrying the eligibility reason and
      *> the part repaired or replaced, a register record per claim
      *> for gos4remit.cbl to reconcile, and flips the job's claimed
      *> flag so a re-run can't claim twice. the target month
      *> (yyyymm) comes from the command line; blank means the
      *> current month - the same arrangement as gos3claim.cbl,
      *> which claims the GOS3 vouchers on new spectacles. the
      *> submission file is framed and registered as it goes out
      *> (ifcreg.cbl), the same as gos3claim.cbl's.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "disporder-fc.cpy".
       copy "gos4claim-fc.cpy".

       select gos4claim-id-file assign "$MFOCALDIR/gos4id.dat"
        organization is sequential
        status is ws-file-status.

       select submission-file assign to dynamic sub-filename
        organization is line sequential.

       data division.
       copy "disporder-fd.cpy".
       copy "gos4claim-fd.cpy".

       fd gos4claim-id-file.
       01 Gos4IdInformation.
         03 Highest-Gos4-Ref      pic 9(9).

       fd submission-file.
       01 submission-line         pic x(120).

       working-storage section.
       copy "common_ws.cpy".

       01 eof                    pic x.
       01 claim-count            binary-long value 0.

       01 cmd-line               pic x(128).

       01 today-temp.
         03 yyyy                 pic xxxx.
         03 mm                   pic xx.
         03 dd                   pic xx.

       01 gb-target-yyyymm.
         03 gb-target-yyyy       pic 9999.
         03 gb-target-mm         pic 99.

       01 gb-next-ref            pic 9(9).
       01 sub-filename           pic x(40) value "gos4sub.txt".

      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.

       01 submission-detail.
         03 sub-claim-ref        pic 9(9).
         03 filler               pic x value space.
         03 sub-store-id         pic 9(5).
         03 filler               pic x value space.
         03 sub-order-id         pic 9(9).
         03 filler               pic x value space.
         03 sub-customer-id      pic 9(9).
         03 filler               pic x value space.
         03 sub-reason           pic x(2).
         03 filler               pic x value space.
         03 sub-part             pic x.
         03 filler               pic x value space.
         03 sub-value            pic 9(4).99.
         03 filler               pic x value space.
         03 sub-cust-name        pic x(40).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           accept cmd-line from command-line
           accept today-temp from date YYYYMMDD
           if cmd-line(1:6) is numeric
              move cmd-line(1:4) to gb-target-yyyy
              move cmd-line(5:2) to gb-target-mm
           else
              move yyyy to gb-target-yyyy
              move mm to gb-target-mm
           end-if

           open i-o disporder-file
           if not fs-okay
              display "Dispensing order file unavailable"
              goback
           end-if

           open output submission-file
           perform begin-interface-file

           move 0 to do-order-id
           start disporder-file
               key > do-order-id
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read disporder-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and do-status-collected
                 and do-job-gos4-repair
                 and do-gos4-value not equals 0
                 and do-gos4-claimed not equals "Y"
                 and do-coll-yyyy equals gb-target-yyyy
                 and do-coll-mm equals gb-target-mm
                 perform build-one-claim
              end-if
           end-perform

           close disporder-file
           perform end-interface-file

           display claim-count " repair claim(s) built for "
              gb-target-yyyymm " - see " sub-filename
           goback.

        build-one-claim.
           perform load-next-gos4-ref

           open i-o gos4claim-file
           if ws-file-status equals "35"
              open output gos4claim-file
           end-if
           perform check-file-status

           move gb-next-ref to g4-claim-ref
           move do-store-id to g4-store-id
           move gb-target-yyyymm to g4-claim-yyyymm
           move do-order-id to g4-order-id
           move do-customer-id to g4-customer-id
           move do-customer-name to g4-customer-name
           move do-gos4-reason to g4-reason
           move do-gos4-part to g4-part
           move do-gos4-value to g4-value
           move "S" to g4-status
           write gos4-claim
           perform check-file-status
           close gos4claim-file
           perform check-file-status

           move g4-claim-ref to sub-claim-ref
           move g4-store-id to sub-store-id
           move g4-order-id to sub-order-id
           move g4-customer-id to sub-customer-id
           move g4-reason to sub-reason
           move g4-part to sub-part
           move g4-value to sub-value
           move g4-customer-name to sub-cust-name
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
           move "GOS4CLM" to ifc-interface
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
        mark-order-claimed.
           move "Y" to do-gos4-claimed
           rewrite dispensing-order
           perform check-file-status
           .

      *> same read-increment-rewrite idiom as gos3claim.cbl's
      *> load-next-gos3-ref
        load-next-gos4-ref.
           move 0 to Highest-Gos4-Ref
           open i-o gos4claim-id-file with lock
           if ws-file-status equals "35"
              open output gos4claim-id-file
              perform check-file-status
              move 1 to Highest-Gos4-Ref
              write Gos4IdInformation
              perform check-file-status
           else
              perform check-file-status
              read gos4claim-id-file
              perform check-file-status
              add 1 to Highest-Gos4-Ref
              rewrite Gos4IdInformation
              perform check-file-status
           end-if
           close gos4claim-id-file
           perform check-file-status

           move Highest-Gos4-Ref to gb-next-ref
           .

       copy "common.cpy".
