       identification division.
       program-id. contcare.

      *> continuity of care (contcare.txt) - for every customer
      *> carrying a condition flag (diabetic retinopathy, glaucoma,
      *> cataracts, colour blindness), how many of their last three
      *> attended visits were with the same consultant, summed by
      *> the store of their latest visit into a percentage. a patient
      *> seen once has nothing to compare and is counted apart. the
      *> visits come off the customer-to-appointment cross reference
      *> (custxref-fd.cpy), each checked against its week record for
      *> the attended mark. set against the usual consultant kept on
      *> the customer (custmaint.cbl), it shows whether the booking
      *> screens' preference is being honoured. run from the review
      *> menu or headless from the run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "customer-fc.cpy".
       copy "custxref-fc.cpy".
       copy "app-fc.cpy".

       select contcare-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "customer-fd.cpy".
       copy "custxref-fd.cpy".
       copy "app-fd.cpy".

       fd contcare-report.
       01 report-line           pic x(80).

       working-storage section.
       copy "common_ws.cpy".

       01 rpt-filename          pic x(20) value "contcare.txt".
       01 eof                   pic x.
       01 xref-eof              pic x.

       78 CC-VISITS-MEASURED    value 3.

      *> the customer's latest attended visits, newest first
       01 cc-visit-count        binary-long.
       01 cc-visits occurs CC-VISITS-MEASURED.
         03 cc-visit-sort       pic 9(9).
         03 cc-visit-store      pic 9(5).
         03 cc-visit-consultant pic 9(9).
       01 cc-this-sort          pic 9(9).
       01 cc-insert             binary-long.
       01 cc-shuffle            binary-long.
       01 cc-idx                binary-long.
       01 cc-idx-2              binary-long.
       01 cc-matches            binary-long.
       01 cc-best               binary-long.

       01 cc-store-count        binary-long value 0.
       01 cc-store-idx          binary-long.
       01 cc-store-totals occurs MAX-STORES.
         03 cc-st-id            pic 9(5).
         03 cc-st-patients      pic 9(6).
         03 cc-st-single        pic 9(6).
         03 cc-st-visits        pic 9(7).
         03 cc-st-same          pic 9(7).
         03 cc-st-all-same      pic 9(6).

       01 cc-tot-patients       pic 9(6) value 0.
       01 cc-tot-single         pic 9(6) value 0.
       01 cc-tot-visits         pic 9(7) value 0.
       01 cc-tot-same           pic 9(7) value 0.
       01 cc-tot-all-same       pic 9(6) value 0.
       01 cc-percent            pic 999v9.

       01 report-header-line.
         03 filler              pic x(48) value
            "Continuity of care - last three visits, patients".
         03 filler              pic x(24) value
            " with a condition flag".

       01 report-column-line.
         03 filler              pic x(8)  value "Store".
         03 filler              pic x(10) value "Patients".
         03 filler              pic x(10) value "Seen once".
         03 filler              pic x(9)  value "Visits".
         03 filler              pic x(11) value "Same cons".
         03 filler              pic x(10) value "Same %".
         03 filler              pic x(12) value "All same".

       01 report-detail-line.
         03 rpt-store-id        pic zzzz9.
         03 filler              pic x(3)  value spaces.
         03 rpt-patients        pic zzzzz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-single          pic zzzzz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-visits          pic zzzzzz9.
         03 filler              pic x(2)  value spaces.
         03 rpt-same            pic zzzzzz9.
         03 filler              pic x(4)  value spaces.
         03 rpt-percent         pic zz9.9.
         03 filler              pic x(5)  value spaces.
         03 rpt-all-same        pic zzzzz9.

       01 report-total-label    pic x(8) value "All".
       01 blank-line            pic x value space.

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           open input cust-file
           if not fs-okay
              display "No customers on file"
              goback
           end-if
           open input custxref-file
           if not fs-okay
              close cust-file
              display "No appointment cross reference on file"
              goback
           end-if
           open input appointment-file
           if not fs-okay
              close custxref-file
              close cust-file
              display "No appointments on file"
              goback
           end-if

           move 0 to f-Customer-Id of f-CustomerInformation
           start cust-file
               key >= f-Customer-Id of f-CustomerInformation
               invalid key move "y" to eof
               not invalid key move "n" to eof
           end-start

           perform until eof equals "y"
              read cust-file next record
                 at end move "y" to eof
              end-read
              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if
              if eof not equals "y"
                 if f-Diabetic-retinopathy equals "y" or "Y"
                    or f-Glaucoma equals "y" or "Y"
                    or f-Cataracts equals "y" or "Y"
                    or f-Colour-blindness equals "y" or "Y"
                    perform measure-one-customer
                 end-if
              end-if
           end-perform

           close appointment-file
           close custxref-file
           close cust-file

           perform write-continuity-report

           display cc-tot-patients " patient(s) with a condition flag"
              " measured - see " rpt-filename
           goback.

        measure-one-customer.
           perform collect-latest-visits
           if cc-visit-count equals 0
              exit paragraph
           end-if

      *> the patient belongs to the store of their latest visit
           perform find-or-add-store
           if cc-store-idx equals 0
              exit paragraph
           end-if
           add 1 to cc-st-patients(cc-store-idx)
           if cc-visit-count < 2
              add 1 to cc-st-single(cc-store-idx)
              exit paragraph
           end-if

      *> the most visits any one consultant had of the ones counted
           move 1 to cc-best
           perform varying cc-idx from 1 by 1
                until cc-idx > cc-visit-count
              move 0 to cc-matches
              perform varying cc-idx-2 from 1 by 1
                   until cc-idx-2 > cc-visit-count
                 if cc-visit-consultant(cc-idx-2)
                       equals cc-visit-consultant(cc-idx)
                    add 1 to cc-matches
                 end-if
              end-perform
              if cc-matches > cc-best
                 move cc-matches to cc-best
              end-if
           end-perform

           add cc-visit-count to cc-st-visits(cc-store-idx)
           add cc-best to cc-st-same(cc-store-idx)
           if cc-best equals cc-visit-count
              add 1 to cc-st-all-same(cc-store-idx)
           end-if
           .

      *> every cross-referenced slot of the customer's that their
      *> week record shows attended, keeping the latest few
        collect-latest-visits.
           move 0 to cc-visit-count
           perform varying cc-idx from 1 by 1
                until cc-idx > CC-VISITS-MEASURED
              initialize cc-visits(cc-idx)
           end-perform

           move f-Customer-Id of f-CustomerInformation
              to xr-customer-id
           move 0 to xr-store-id xr-year xr-week xr-consultant-id
                     xr-day xr-slot
           start custxref-file
               key >= custxref-key
               invalid key move "y" to xref-eof
               not invalid key move "n" to xref-eof
           end-start

           perform until xref-eof equals "y"
              read custxref-file next record
                 at end move "y" to xref-eof
              end-read
              if not fs-okay or xref-eof equals "y"
                 or xr-customer-id not equals
                    f-Customer-Id of f-CustomerInformation
                 move "y" to xref-eof
              else
                 perform check-visit-attended
              end-if
           end-perform
           .

        check-visit-attended.
           move xr-store-id to app-store-id
           move xr-year to app-year
           move xr-week to app-week
           move xr-consultant-id to app-consultant-id
           read appointment-file
              invalid key
                 exit paragraph
           end-read

           if app-cust-id of app-days(xr-day xr-slot)
                 not equals xr-customer-id
              or app-slot-double-cont(xr-day xr-slot)
              exit paragraph
           end-if
           if app-attended of app-days(xr-day xr-slot)
                 not equals "y"
              and app-attended of app-days(xr-day xr-slot)
                 not equals "Y"
              exit paragraph
           end-if

           compute cc-this-sort =
              ((xr-year * 100 + xr-week) * 10 + xr-day) * 100
              + xr-slot
           perform insert-visit
           .

      *> newest first, dropping the oldest off the end once full -
      *> the same shape as apptfind.cbl's insert-result
        insert-visit.
           if cc-visit-count equals CC-VISITS-MEASURED
              and cc-this-sort <= cc-visit-sort(CC-VISITS-MEASURED)
              exit paragraph
           end-if

           move CC-VISITS-MEASURED to cc-insert
           perform varying cc-shuffle from 1 by 1
                until cc-shuffle > CC-VISITS-MEASURED
              if cc-this-sort > cc-visit-sort(cc-shuffle)
                 move cc-shuffle to cc-insert
                 exit perform
              end-if
           end-perform

           perform varying cc-shuffle from CC-VISITS-MEASURED by -1
                until cc-shuffle <= cc-insert
              move cc-visits(cc-shuffle - 1) to cc-visits(cc-shuffle)
           end-perform

           move cc-this-sort to cc-visit-sort(cc-insert)
           move xr-store-id to cc-visit-store(cc-insert)
           move xr-consultant-id to cc-visit-consultant(cc-insert)
           if cc-visit-count < CC-VISITS-MEASURED
              add 1 to cc-visit-count
           end-if
           .

        find-or-add-store.
           move 0 to cc-store-idx
           perform varying cc-idx from 1 by 1
                until cc-idx > cc-store-count
              if cc-st-id(cc-idx) equals cc-visit-store(1)
                 move cc-idx to cc-store-idx
                 exit perform
              end-if
           end-perform

           if cc-store-idx equals 0
              and cc-store-count < MAX-STORES
              add 1 to cc-store-count
              move cc-store-count to cc-store-idx
              initialize cc-store-totals(cc-store-idx)
              move cc-visit-store(1) to cc-st-id(cc-store-idx)
           end-if
           .

        write-continuity-report.
           open output contcare-report
           write report-line from report-header-line
           write report-line from blank-line
           write report-line from report-column-line

           perform varying cc-store-idx from 1 by 1
                until cc-store-idx > cc-store-count
              move cc-st-id(cc-store-idx) to rpt-store-id
              move cc-st-patients(cc-store-idx) to rpt-patients
              move cc-st-single(cc-store-idx) to rpt-single
              move cc-st-visits(cc-store-idx) to rpt-visits
              move cc-st-same(cc-store-idx) to rpt-same
              move cc-st-all-same(cc-store-idx) to rpt-all-same
              if cc-st-visits(cc-store-idx) equals 0
                 move 0 to cc-percent
              else
                 compute cc-percent rounded =
                    cc-st-same(cc-store-idx) * 100
                    / cc-st-visits(cc-store-idx)
              end-if
              move cc-percent to rpt-percent
              write report-line from report-detail-line

              add cc-st-patients(cc-store-idx) to cc-tot-patients
              add cc-st-single(cc-store-idx) to cc-tot-single
              add cc-st-visits(cc-store-idx) to cc-tot-visits
              add cc-st-same(cc-store-idx) to cc-tot-same
              add cc-st-all-same(cc-store-idx) to cc-tot-all-same
           end-perform

           write report-line from blank-line
           move 0 to rpt-store-id
           move cc-tot-patients to rpt-patients
           move cc-tot-single to rpt-single
           move cc-tot-visits to rpt-visits
           move cc-tot-same to rpt-same
           move cc-tot-all-same to rpt-all-same
           if cc-tot-visits equals 0
              move 0 to cc-percent
           else
              compute cc-percent rounded =
                 cc-tot-same * 100 / cc-tot-visits
           end-if
           move cc-percent to rpt-percent
           move report-detail-line to report-line
           move report-total-label to report-line(1:8)
           write report-line

           close contcare-report
           .

       copy "common.cpy".
