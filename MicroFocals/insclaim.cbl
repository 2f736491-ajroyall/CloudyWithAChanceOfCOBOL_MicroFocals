       identification division.
       program-id. insclaim.

      *> private insurer and health cash plan claim batch - builds a
      *> claim (insclaim-fd.cpy) for every attended private sight
      *> test and every pair of glasses collected in a target month
      *> by a customer whose record names an insurer, then writes
      *> the month's claims out per payer (insurer-fd.cpy): one
      *> submission file for a payer that takes them electronically,
      *> otherwise a printed claim form per claim. a cash plan pays
      *> the customer, not us, so its forms are handed over at the
      *> counter and its claims are never chased. the target month
      *> (yyyymm) comes from the command line; blank means the
      *> current month - the same arrangement as gosclaim.cbl, whose
      *> month-to-(week, day) table the appointment scan reuses.
      *>
      *> a sight test claims the private fee of the booking's type
      *> (apptype-fd.cpy), glasses the order's price less any NHS
      *> voucher, each capped at the payer's limit. a customer seen
      *> under a corporate scheme is billed to the employer
      *> (schemebill.cbl) and never claimed here. a customer whose
      *> insurer is not on file, or who has no membership number,
      *> lands on the fix-list (insfixlist.txt) instead.
      *>
      *> a payer's submission file goes out framed and registered
      *> (ifcreg.cbl), the same as gos3claim.cbl's; the printed
      *> claim forms are handed over, not sent, and are left plain.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "app-fc.cpy".
       copy "customer-fc.cpy".
       copy "disporder-fc.cpy".
       copy "apptype-fc.cpy".
       copy "insurer-fc.cpy".
       copy "insclaim-fc.cpy".

       select insclaim-id-file assign "$MFOCALDIR/insclaimid.dat"
        organization is sequential
        status is ws-file-status.

       select fixlist-report assign to dynamic fix-filename
        organization is line sequential.

       select claim-output assign to dynamic sub-filename
        organization is line sequential.

       data division.
       copy "app-fd.cpy".
       copy "customer-fd.cpy".
       copy "disporder-fd.cpy".
       copy "apptype-fd.cpy".
       copy "insurer-fd.cpy".
       copy "insclaim-fd.cpy".

       fd insclaim-id-file.
       01 InsclaimIdInformation.
         03 Highest-Insclaim-Ref  pic 9(9).

       fd fixlist-report.
       01 fix-report-line        pic x(90).

       fd claim-output.
       01 claim-output-line      pic x(200).

       working-storage section.
       copy "common_ws.cpy".

       copy "dateinfo.cpy" replacing ==:Prefix-:== by ==di-==.

       01 eof                    pic x.
       01 day-counter            binary-long.
       01 counter                binary-long.
       01 claim-count            binary-long value 0.

       01 cmd-line               pic x(128).

       01 today-temp.
         03 yyyy                 pic xxxx.
         03 mm                   pic xx.
         03 dd                   pic xx.

       01 ib-target-yyyymm.
         03 ib-target-yyyy       pic 9999.
         03 ib-target-mm         pic 99.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

      *> (week, day-of-week) -> date map for every day of the target
      *> month, built through dateinfo as gosclaim.cbl does
       01 ib-day-count           binary-long.
       01 ib-days occurs 31.
         03 ib-day-week          pic 99.
         03 ib-day-dow           pic 9.
         03 ib-day-dd            pic 99.
       01 ib-day-idx             binary-long.
       01 ib-day-found           pic x.

       01 ib-next-ref            pic 9(9).
       01 ib-cust-found          pic x.
       01 ib-last-cust-id        pic 9(9) value 0.
       01 ib-insurer-found       pic x.
       01 ib-claim-ok            pic x.
       01 ib-already-claimed     pic x.
       01 ib-reg-eof             pic x.
       01 ib-amount              pic s9(6)v99.

      *> the claim being built, held while the register is scanned
      *> for an earlier claim of the same thing
       01 ib-claim-kind          pic x.
       01 ib-service-date        pic 9(8).
       01 ib-app-ref.
         03 ib-app-store-id      pic 9(5).
         03 ib-app-year          pic 9999.
         03 ib-app-week          pic 99.
         03 ib-app-consultant-id pic 9(9).
         03 ib-app-day           pic 9.
         03 ib-app-slot          pic 99.
       01 ib-order-id            pic 9(9).
       01 ib-store-id            pic 9(5).
       01 ib-description         pic x(40).

       01 fix-filename           pic x(20) value "insfixlist.txt".
       01 ib-fail-reason         pic x(40).
       01 ib-fix-count           binary-long value 0.

       01 sub-filename           pic x(40).
       01 ib-file-open           pic x value "n".
       01 ib-file-framed         pic x value "n".
       01 ib-open-insurer        pic 9(5).
       01 ib-out-count           binary-long value 0.
       01 ib-disp-date           pic x(10).
       01 ib-disp-amount         pic zzzz9.99.

      *> outbound interface framing and register (ifcreg.cbl)
       01 ifc-request.
       copy "ifcreq.cpy" replacing ==:Prefix-:== by ==ifc-==.

       01 fix-header-line.
         03 filler              pic x(50) value
            "Insurer claims that could not be raised".
       01 fix-detail-line.
         03 fix-cust-id         pic 9(9).
         03 filler              pic x(2) value spaces.
         03 fix-cust-name       pic x(30).
         03 filler              pic x(2) value spaces.
         03 fix-reason          pic x(40).

      *> one comma-separated line per claim in a payer's submission
      *> file
       01 submission-detail-line.
         03 sub-claim-ref        pic 9(9).
         03 filler               pic x value ",".
         03 sub-member-no        pic x(20).
         03 filler               pic x value ",".
         03 sub-customer-name    pic x(60).
         03 filler               pic x value ",".
         03 sub-kind             pic x.
         03 filler               pic x value ",".
         03 sub-service-date     pic 9(8).
         03 filler               pic x value ",".
         03 sub-amount           pic 9(5).99.
         03 filler               pic x value ",".
         03 sub-store-id         pic 9(5).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           perform resolve-target-month
           perform build-month-day-table

           open input cust-file
           if ws-file-status not equals "00"
              perform check-file-status
              goback
           end-if

           open input insurer-file
           if not fs-okay
              display "No insurers on file - nothing to claim"
              close cust-file
              goback
           end-if

           open i-o insclaim-file
           if ws-file-status equals "35"
              open output insclaim-file
           end-if
           move "insclaim-file" to fs-current-file
           perform check-file-status

           open output fixlist-report
           write fix-report-line from fix-header-line

           perform scan-appointments
           perform scan-dispensing-orders

           close insclaim-file
           close insurer-file
           close cust-file
           close fixlist-report

      *> the claim files are rebuilt from the register every run,
      *> as gosclaim.cbl's are, so a rerun never loses claims the
      *> first run had already registered
           perform regenerate-claim-output

           if ib-file-open equals "y"
              perform close-claim-output
           end-if

           display claim-count " new insurer claim(s), "
              ib-out-count " written out for " ib-target-yyyymm
           if ib-fix-count not equals 0
              display ib-fix-count
                 " claim(s) could not be raised - see " fix-filename
           end-if

           goback.

        resolve-target-month.
           accept cmd-line from command-line
           if cmd-line not equals spaces
              if cmd-line(1:6) is not numeric
                 display "Usage: insclaim [yyyymm]"
                 goback
              end-if
              move cmd-line(1:6) to ib-target-yyyymm
           else
              accept today-temp from date yyyymmdd
              move yyyy to ib-target-yyyy
              move mm to ib-target-mm
           end-if
           .

        build-month-day-table.
           move 0 to ib-day-count
           perform varying day-counter from 1 by 1
                until day-counter > 31
              move ib-target-yyyy to sf-yyyy
              move ib-target-mm to sf-mm
              move day-counter to sf-dd
              if function test-date-yyyymmdd(sf-date) equals 0
                 call "dateinfo" using sf-date di-date-info
                 add 1 to ib-day-count
                 move di-week-num to ib-day-week(ib-day-count)
                 move di-day-of-week-num to ib-day-dow(ib-day-count)
                 move day-counter to ib-day-dd(ib-day-count)
              end-if
           end-perform
           .

        scan-appointments.
           open input apptype-file
           if not fs-okay
      *> no type catalogue means no private fees to claim
              exit paragraph
           end-if

           open input appointment-file
           if not fs-okay
              close apptype-file
              exit paragraph
           end-if

           move low-values to appointment-key
           start appointment-file
               key >= appointment-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read appointment-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and app-year equals ib-target-yyyy
                 perform scan-week-for-claims
              end-if
           end-perform

           close appointment-file
           close apptype-file
           .

        scan-week-for-claims.
           perform varying day-counter from 1 by 1 until
                day-counter > 7
              move "n" to ib-day-found
              perform varying ib-day-idx from 1 by 1
                   until ib-day-idx > ib-day-count
                 if ib-day-week(ib-day-idx) equals app-week and
                    ib-day-dow(ib-day-idx) equals day-counter
                    move "y" to ib-day-found
                    exit perform
                 end-if
              end-perform

              if ib-day-found equals "y"
                 perform varying counter from 1 by 1
                      until counter > MAX-SLOTS-PER-DAY
                    if app-cust-id of app-days(day-counter counter)
                       not equal invalid-custid and
                       app-cust-id of app-days(day-counter counter)
                       not equal blocked-slot-id and
                       (app-attended of app-days(day-counter counter)
                        equals "y" or
                        app-attended of app-days(day-counter counter)
                        equals "Y") and
                       app-nhs-funded of app-days(day-counter counter)
                       not equals "Y" and
                       not app-slot-double-cont(day-counter counter)
                       perform build-sight-test-claim
                    end-if
                 end-perform
              end-if
           end-perform
           .

        build-sight-test-claim.
           move app-cust-id of app-days(day-counter counter)
              to f-Customer-Id
           perform read-claim-customer
           if ib-claim-ok not equals "y"
              exit paragraph
           end-if

           move app-appt-type of app-days(day-counter counter)
              to at-type-code
           if at-type-code equals spaces
              exit paragraph
           end-if
           read apptype-file
              invalid key
                 exit paragraph
           end-read
           compute ib-amount = at-fee-net + at-fee-vat
           if ib-amount <= 0
              exit paragraph
           end-if
           if ir-sight-test-limit > 0
              and ib-amount > ir-sight-test-limit
              move ir-sight-test-limit to ib-amount
           end-if

           move "S" to ib-claim-kind
           move ib-target-yyyy to sf-yyyy
           move ib-target-mm to sf-mm
           move ib-day-dd(ib-day-idx) to sf-dd
           move sf-date to ib-service-date
           move app-store-id to ib-app-store-id ib-store-id
           move app-year to ib-app-year
           move app-week to ib-app-week
           move app-consultant-id to ib-app-consultant-id
           move day-counter to ib-app-day
           move counter to ib-app-slot
           move 0 to ib-order-id
           move at-description to ib-description

           perform register-claim
           .

        scan-dispensing-orders.
           open input disporder-file
           if not fs-okay
              exit paragraph
           end-if

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
                 and do-coll-yyyy equals ib-target-yyyy
                 and do-coll-mm equals ib-target-mm
                 perform build-glasses-claim
              end-if
           end-perform

           close disporder-file
           .

        build-glasses-claim.
           move do-customer-id to f-Customer-Id
           perform read-claim-customer
           if ib-claim-ok not equals "y"
              exit paragraph
           end-if

      *> the job price is already net of any NHS voucher (GOS3 or
      *> GOS4) - dispjobs.cbl takes it off at order entry
           move do-total-price to ib-amount
           if ib-amount <= 0
              exit paragraph
           end-if
           if ir-glasses-limit > 0
              and ib-amount > ir-glasses-limit
              move ir-glasses-limit to ib-amount
           end-if

           move "G" to ib-claim-kind
           move do-collected-date to ib-service-date
           move 0 to ib-app-store-id ib-app-year ib-app-week
                     ib-app-consultant-id ib-app-day ib-app-slot
           move do-store-id to ib-store-id
           move do-order-id to ib-order-id
           move do-frame-details to ib-description

           perform register-claim
           .

      *> the customer (f-Customer-Id) and their insurer - ib-claim-ok
      *> is "y" only for a customer with cover worth claiming on
        read-claim-customer.
           move "n" to ib-claim-ok
           if f-Customer-Id not equals ib-last-cust-id
              move f-Customer-Id to ib-last-cust-id
              read cust-file
                 invalid key move "n" to ib-cust-found
                 not invalid key move "y" to ib-cust-found
              end-read
              move "n" to ib-insurer-found
              if ib-cust-found equals "y"
                 and f-Insurer-Id not equals 0
                 move f-Insurer-Id to ir-insurer-id
                 read insurer-file
                    invalid key continue
                    not invalid key move "y" to ib-insurer-found
                 end-read
              end-if
           end-if

           if ib-cust-found not equals "y"
              or f-Insurer-Id equals 0
              or f-Scheme-Id not equals 0
              exit paragraph
           end-if

           if ib-insurer-found not equals "y"
              move "Insurer not on file" to ib-fail-reason
              perform write-fix-line
              exit paragraph
           end-if
           if f-Insurer-Member-No equals spaces
              move "No insurer membership number" to ib-fail-reason
              perform write-fix-line
              exit paragraph
           end-if
           move "y" to ib-claim-ok
           .

        register-claim.
           perform check-claim-already-registered
           if ib-already-claimed equals "y"
              exit paragraph
           end-if

           perform load-next-claim-ref

           move ib-next-ref to ic-claim-ref
           move ir-insurer-id to ic-insurer-id
           move ib-target-yyyymm to ic-claim-yyyymm
           move ib-store-id to ic-store-id
           move f-Customer-Id to ic-customer-id
           move f-FullName to ic-customer-name
           move f-Insurer-Member-No to ic-member-no
           move ib-claim-kind to ic-claim-kind
           move ib-service-date to ic-service-date
           move ib-app-ref to ic-app-ref
           move ib-order-id to ic-order-id
           move ib-description to ic-description
           move ib-amount to ic-claim-amount
           if ir-pays-customer
              move "C" to ic-status
           else
              move "S" to ic-status
           end-if
           move 0 to ic-paid-amount ic-paid-date ic-ledger-entry-id
           move spaces to ic-reject-reason

           write ins-claim
           perform check-file-status
           add 1 to claim-count
           .

      *> a rerun must not claim the same test or job twice - the
      *> payer/month batch key narrows the scan as in gosclaim.cbl
        check-claim-already-registered.
           move "n" to ib-already-claimed
           move ir-insurer-id to ic-insurer-id
           move ib-target-yyyymm to ic-claim-yyyymm
           start insclaim-file
              key = ic-batch-key
              invalid key move "y" to ib-reg-eof
              not invalid key move "n" to ib-reg-eof
           end-start

           perform until ib-reg-eof equals "y"
              read insclaim-file next record
                 at end move "y" to ib-reg-eof
              end-read

              if not fs-okay or
                 ic-insurer-id not equals ir-insurer-id or
                 ic-claim-yyyymm not equals ib-target-yyyymm
                 move "y" to ib-reg-eof
              else
                 if ic-claim-kind equals ib-claim-kind and
                    ic-customer-id equals f-Customer-Id and
                    ic-app-ref equals ib-app-ref and
                    ic-order-id equals ib-order-id
                    move "y" to ib-already-claimed
                    move "y" to ib-reg-eof
                 end-if
              end-if
           end-perform
           .

        write-fix-line.
           add 1 to ib-fix-count
           move f-Customer-Id to fix-cust-id
           move f-FullName to fix-cust-name
           move ib-fail-reason to fix-reason
           write fix-report-line from fix-detail-line
           .

        regenerate-claim-output.
           open input insurer-file
           if not fs-okay
              exit paragraph
           end-if
           open input insclaim-file
           if not fs-okay
              close insurer-file
              exit paragraph
           end-if

           move low-values to ic-batch-key
           start insclaim-file
               key >= ic-batch-key
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read insclaim-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 and ic-claim-yyyymm equals ib-target-yyyymm
                 perform write-claim-output
                 add 1 to ib-out-count
              end-if
           end-perform

           close insclaim-file
           close insurer-file
           .

      *> one output file per payer per month - the batch key is
      *> payer first, so a change of payer rolls the output over
        write-claim-output.
           if ib-file-open not equals "y" or
              ic-insurer-id not equals ib-open-insurer
              if ib-file-open equals "y"
                 perform close-claim-output
              end-if
              move ic-insurer-id to ir-insurer-id
              read insurer-file
                 invalid key
                    move "Insurer not on file" to ir-name
                    move spaces to ir-claims-address
                    move "D" to ir-payer-type
                    move "F" to ir-submit-method
              end-read
              move spaces to sub-filename
              if ir-submit-file and ir-pays-practice
                 string "$MFOCALDIR/insclaim-" ic-insurer-id
                    "-" ib-target-yyyymm ".txt"
                    delimited by size into sub-filename
                 end-string
              else
                 string "$MFOCALDIR/insforms-" ic-insurer-id
                    "-" ib-target-yyyymm ".txt"
                    delimited by size into sub-filename
                 end-string
              end-if
              open output claim-output
              move ic-insurer-id to ib-open-insurer
              move "y" to ib-file-open
              move "n" to ib-file-framed
              if ir-submit-file and ir-pays-practice
                 perform begin-interface-file
              end-if
           end-if

           if ir-submit-file and ir-pays-practice
              move ic-claim-ref to sub-claim-ref
              move ic-member-no to sub-member-no
              move ic-customer-name to sub-customer-name
              move ic-claim-kind to sub-kind
              move ic-service-date to sub-service-date
              move ic-claim-amount to sub-amount
              move ic-store-id to sub-store-id
              write claim-output-line from submission-detail-line
              move "R" to ifc-action
              move length of submission-detail-line to ifc-record-len
              call "ifcreg" using ifc-request submission-detail-line
              end-call
           else
              perform write-claim-form
           end-if
           .

        close-claim-output.
           if ib-file-framed equals "y"
              perform end-interface-file
           else
              close claim-output
           end-if
           move "n" to ib-file-open ib-file-framed
           .

      *> a submission file goes out framed - the standard header
      *> first, the trailer carrying the record count and hash total
      *> last - and is registered once closed (ifcreg.cbl)
        begin-interface-file.
           move "B" to ifc-action
           move "INSCLAIM" to ifc-interface
           move sub-filename to ifc-file-name
           move "n" to ifc-appended
           move 0 to ifc-own-seq
           call "ifcreg" using ifc-request claim-output-line
           end-call
           write claim-output-line from ifc-frame-line
           move "y" to ib-file-framed
           .

        end-interface-file.
           move "E" to ifc-action
           call "ifcreg" using ifc-request claim-output-line
           end-call
           write claim-output-line from ifc-frame-line
           close claim-output
           move "K" to ifc-action
           call "ifcreg" using ifc-request claim-output-line
           end-call
           .

        write-claim-form.
           move ic-service-date to sf-date
           move spaces to ib-disp-date
           string sf-dd "/" sf-mm "/" sf-yyyy
              delimited by size into ib-disp-date
           end-string
           move ic-claim-amount to ib-disp-amount

           move spaces to claim-output-line
           string "CLAIM FORM - " ir-name
              delimited by size into claim-output-line
           end-string
           write claim-output-line
           move spaces to claim-output-line
           string "Send to: " ir-claims-address
              delimited by size into claim-output-line
           end-string
           write claim-output-line
           move spaces to claim-output-line
           string "Claim ref: " ic-claim-ref
                  "   Date of treatment: " ib-disp-date
              delimited by size into claim-output-line
           end-string
           write claim-output-line
           move spaces to claim-output-line
           string "Member: " ic-customer-name
              delimited by size into claim-output-line
           end-string
           write claim-output-line
           move spaces to claim-output-line
           string "Membership number: " ic-member-no
              delimited by size into claim-output-line
           end-string
           write claim-output-line
           move spaces to claim-output-line
           if ic-kind-sight-test
              string "Treatment: eye examination - " ic-description
                 delimited by size into claim-output-line
              end-string
           else
              string "Treatment: spectacles - " ic-description
                 delimited by size into claim-output-line
              end-string
           end-if
           write claim-output-line
           move spaces to claim-output-line
           string "Amount claimed: " ib-disp-amount
                  "   Provider: store " ic-store-id
              delimited by size into claim-output-line
           end-string
           write claim-output-line
           move spaces to claim-output-line
           if ic-status-customer
              move "Payment to: the member" to claim-output-line
           else
              move "Payment to: the practice" to claim-output-line
           end-if
           write claim-output-line
           move spaces to claim-output-line
           write claim-output-line
           move "Signed (member) ........................  Date ......"
              to claim-output-line
           write claim-output-line
           move all "-" to claim-output-line(1:60)
           write claim-output-line
           .

      *> generates the next claim reference under an exclusive lock,
      *> same read-increment-rewrite idiom as gosclaim.cbl
        load-next-claim-ref.
           move 0 to Highest-Insclaim-Ref
           open i-o insclaim-id-file with lock
           if ws-file-status equals "35"
              open output insclaim-id-file
              perform check-file-status
              move 1 to Highest-Insclaim-Ref
              write InsclaimIdInformation
              perform check-file-status
           else
              perform check-file-status
              read insclaim-id-file
              perform check-file-status
              add 1 to Highest-Insclaim-Ref
              rewrite InsclaimIdInformation
              perform check-file-status
           end-if
           close insclaim-id-file
           perform check-file-status

           move Highest-Insclaim-Ref to ib-next-ref
           .

       copy "common.cpy".
