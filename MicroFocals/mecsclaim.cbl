       identification division.
       program-id. mecsclaim.

      *> minor eye conditions service (MECS) claim batch - every
      *> episode clinrec.cbl recorded with a visit in the target
      *> month and not yet claimed is priced off the MECS contract
      *> tariff by its outcome, marked submitted on the episode
      *> register (mecs-fd.cpy) and written to the month's claim file
      *> for the commissioner. the remittance pass (mecsremit.cbl)
      *> reconciles against the register. the target month (yyyymm)
      *> comes from the command line; blank means the current month.
      *> the claim file is rebuilt from the register every run, the
      *> same as gosclaim.cbl's submission files, so a rerun never
      *> drops an episode the first run already claimed. each
      *> rebuild goes out framed and registered (ifcreg.cbl) under
      *> its own sequence number, the same as gos3claim.cbl's file.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
      *> MECS episode register
       copy "mecs-fc.cpy".

      *> customer record file - claim demographics come from here
       copy "customer-fc.cpy".

      *> MECS contract tariff - outcome code, fee and wording, one per
      *> line, the same layout as the GOS3/GOS4 voucher tariffs
       select mecstariff-file assign "$MFOCALDIR/mecstariff.dat"
        organization is line sequential
        status is ws-file-status.

       select fixlist-report assign to dynamic fix-filename
        organization is line sequential.

       select submission-file assign to dynamic sub-filename
        organization is line sequential.

       data division.
       copy "mecs-fd.cpy".
       copy "customer-fd.cpy".

       fd mecstariff-file.
       01 mecstariff-line.
         03 mt-outcome            pic x.
         03 filler                pic x.
         03 mt-fee-text           pic x(8).
         03 filler                pic x.
         03 mt-description        pic x(30).

       fd fixlist-report.
       01 fix-report-line        pic x(90).

       fd submission-file.
       01 submission-line         pic x(200).

       working-storage section.
       copy "common_ws.cpy".

       01 eof                    pic x.
       01 claim-count            binary-long value 0.
       01 cmd-line               pic x(128).

       01 today-temp.
         03 yyyy                 pic xxxx.
         03 mm                   pic xx.
         03 dd                   pic xx.

       01 mc-target-yyyymm.
         03 mc-target-yyyy       pic 9999.
         03 mc-target-mm         pic 99.

      *> the tariff, one fee per outcome (T, R, F) - an outcome the
      *> tariff doesn't price stays off the claim and goes on the
      *> fix-list
       01 mc-tariff-outcomes     pic x(3) value "TRF".
       01 mc-tariff-fee          pic 9(4)v99 occurs 3.
       01 mc-tariff-idx          binary-long.
       01 mc-tariff-eof          pic x.
       01 mc-fee                 pic 9(4)v99.

       01 fix-filename           pic x(20) value "mecsfixlist.txt".
       01 mc-fix-count           binary-long value 0.
       01 mc-fail-reason         pic x(40).

       01 fix-header-line.
         03 filler              pic x(40) value
            "MECS episodes held back from the claim".
       01 fix-detail-line.
         03 fix-episode-ref     pic 9(9).
         03 filler              pic x(2) value spaces.
         03 fix-cust-name       pic x(30).
         03 filler              pic x(2) value spaces.
         03 fix-reason          pic x(40).

       01 sub-filename           pic x(40).
       01 mc-sub-count           binary-long value 0.
       01 mc-sub-total           pic 9(7)v99 value 0.
       01 mc-total-edited        pic zzzzzz9.99.

      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.

      *> fixed-format claim line for the commissioner, one episode
      *> per line
       01 submission-detail-line.
         03 sub-episode-ref      pic 9(9).
         03 sub-store-id         pic 9(5).
         03 sub-visit-date       pic 9(8).
         03 sub-nhs-number       pic 9(10).
         03 sub-customer-name    pic x(60).
         03 sub-dob              pic 9(8).
         03 sub-postcode         pic x(9).
         03 sub-condition        pic x(2).
         03 sub-referrer         pic x.
         03 sub-outcome          pic x.
         03 sub-consultant-id    pic 9(9).
         03 sub-fee              pic 9(4)v99.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform resolve-target-month
           perform load-mecs-tariff

           open i-o mecs-file
           if ws-file-status not equals "00"
              display "No MECS episodes on file"
              goback
           end-if

           open output fixlist-report
           write fix-report-line from fix-header-line

           move 0 to me-episode-ref
           start mecs-file
               key > me-episode-ref
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read mecs-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 if me-status-unclaimed and
                    me-visit-date(1:6) equals mc-target-yyyymm
                    perform claim-one-episode
                 end-if
              end-if
           end-perform

           close mecs-file
           close fixlist-report

           perform regenerate-claim-file

           move mc-sub-total to mc-total-edited
           if mc-sub-count equals 0
              display "No MECS episodes to claim for "
                 mc-target-yyyymm
           else
              display claim-count " new episode(s), "
                 mc-sub-count " in " sub-filename
                 " totalling " mc-total-edited
           end-if
           if mc-fix-count not equals 0
              display mc-fix-count
                 " episode(s) held back - see " fix-filename
           end-if

           goback.

        resolve-target-month.
           accept cmd-line from command-line
           if cmd-line not equals spaces
              if cmd-line(1:6) is not numeric
                 display "Usage: mecsclaim [yyyymm]"
                 goback
              end-if
              move cmd-line(1:6) to mc-target-yyyymm
           else
              accept today-temp from date yyyymmdd
              move yyyy to mc-target-yyyy
              move mm to mc-target-mm
           end-if
           .

      *> no tariff file just leaves every fee at zero, so every
      *> episode lands on the fix-list rather than going out unpriced
        load-mecs-tariff.
           perform varying mc-tariff-idx from 1 by 1
                until mc-tariff-idx > 3
              move 0 to mc-tariff-fee(mc-tariff-idx)
           end-perform

           open input mecstariff-file
           if not fs-okay
              exit paragraph
           end-if
           move "n" to mc-tariff-eof
           perform until mc-tariff-eof equals "y"
              read mecstariff-file next record
                 at end move "y" to mc-tariff-eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to mc-tariff-eof
              else
                 perform varying mc-tariff-idx from 1 by 1
                      until mc-tariff-idx > 3
                    if mt-outcome equals
                       mc-tariff-outcomes(mc-tariff-idx:1)
                       compute mc-tariff-fee(mc-tariff-idx) =
                          function numval(mt-fee-text)
                    end-if
                 end-perform
              end-if
           end-perform
           close mecstariff-file
           .

        claim-one-episode.
           move 0 to mc-fee
           perform varying mc-tariff-idx from 1 by 1
                until mc-tariff-idx > 3
              if me-outcome equals mc-tariff-outcomes(mc-tariff-idx:1)
                 move mc-tariff-fee(mc-tariff-idx) to mc-fee
              end-if
           end-perform

           if mc-fee equals 0
              move "No tariff fee for the episode outcome"
                 to mc-fail-reason
              perform write-fix-line
              exit paragraph
           end-if

           move mc-target-yyyymm to me-claim-yyyymm
           move mc-fee to me-fee
           move "S" to me-status
           rewrite mecs-episode
           perform check-file-status
           add 1 to claim-count
           .

        write-fix-line.
           add 1 to mc-fix-count
           move me-episode-ref to fix-episode-ref
           move me-customer-name to fix-cust-name
           move mc-fail-reason to fix-reason
           write fix-report-line from fix-detail-line
           .

      *> one claim file per month for the commissioner, every
      *> episode the register holds against the month
        regenerate-claim-file.
           move spaces to sub-filename
           string "$MFOCALDIR/mecsclaim-" mc-target-yyyymm ".txt"
              delimited by size into sub-filename
           end-string

           open input mecs-file
           if ws-file-status not equals "00"
              exit paragraph
           end-if
           open input cust-file
           open output submission-file
           perform begin-interface-file

           move mc-target-yyyymm to me-claim-yyyymm
           start mecs-file
               key = me-claim-yyyymm
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read mecs-file next record
                 at end move "y" to eof
              end-read
              if not fs-okay or
                 me-claim-yyyymm not equals mc-target-yyyymm
                 move "y" to eof
              end-if
              if eof not equals "y"
                 perform write-submission-line
              end-if
           end-perform

           perform end-interface-file
           close cust-file
           close mecs-file
           .

      *> the claim file goes out framed - the standard header first,
      *> the trailer carrying the record count and hash total last -
      *> and is registered once closed (ifcreg.cbl)
        begin-interface-file.
           move "B" to ifc-action
           move "MECSCLM" to ifc-interface
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

        write-submission-line.
           move me-customer-id to f-Customer-Id
           read cust-file
              invalid key initialize f-CustomerInformation
           end-read

           move me-episode-ref to sub-episode-ref
           move me-store-id to sub-store-id
           move me-visit-date to sub-visit-date
           move f-NHS-Number to sub-nhs-number
           move me-customer-name to sub-customer-name
           move f-Dob-yyyy to sub-dob(1:4)
           move f-Dob-mm to sub-dob(5:2)
           move f-Dob-dd to sub-dob(7:2)
           move f-PostCode to sub-postcode
           move me-condition to sub-condition
           move me-referrer to sub-referrer
           move me-outcome to sub-outcome
           move me-consultant-id to sub-consultant-id
           move me-fee to sub-fee
           write submission-line from submission-detail-line
           move "R" to ifc-action
           move length of submission-detail-line to ifc-record-len
           call "ifcreg" using ifc-request submission-detail-line
           end-call
           add 1 to mc-sub-count
           add me-fee to mc-sub-total
           .

       copy "common.cpy".
