       identification division.
       program-id. suspaged.

      *> aged suspense report - lists every inbound line still in
      *> suspense more than three days after its import put it
      *> there. a lab job, a remittance or a deceased notice nobody
      *> has corrected is work going undone - this makes sure it
      *> gets looked at in suspview.cbl. same headless run-and-report
      *> shape as refchase.cbl, for the overnight run-control list.

       environment division.
       special-names.
         crt status is key-status.
       file-control.
       copy "suspense-fc.cpy".

       select aged-report assign to dynamic rpt-filename
        organization is line sequential.

       data division.
       copy "suspense-fd.cpy".

       fd aged-report.
       01 report-line      pic x(132).

       working-storage section.
       copy "common_ws.cpy".

      *> a line unresolved for more than this many days is listed
       78 SA-AGED-AFTER-DAYS     value 3.

       01 rpt-filename       pic x(20) value "suspaged.txt".
       01 eof                pic x.
       01 aged-count         binary-long value 0.

       01 sf-date     pic 99999999.
       01 redefines sf-date.
         03 sf-yyyy   pic 9999.
         03 sf-mm     pic 99.
         03 sf-dd     pic 99.

       01 sa-today-num       pic 9(9).
       01 sa-added-num       pic 9(9).
       01 sa-days-waiting    pic s9(9).

       01 report-header-line.
         03 filler            pic x(11) value "Suspense".
         03 filler            pic x(10) value "Source".
         03 filler            pic x(12) value "Added".
         03 filler            pic x(6)  value "Days".
         03 filler            pic x(42) value "Reason".
         03 filler            pic x(40) value "Line".

       01 report-detail-line.
         03 rpt-suspense-id   pic 9(9).
         03 filler            pic x(2)  value spaces.
         03 rpt-source        pic x(8).
         03 filler            pic x(2)  value spaces.
         03 rpt-added         pic x(10).
         03 filler            pic x(2)  value spaces.
         03 rpt-days          pic zzz9.
         03 filler            pic x(2)  value spaces.
         03 rpt-reason        pic x(40).
         03 filler            pic x(2)  value spaces.
         03 rpt-raw           pic x(51).

       linkage section.

       screen section.
       copy "common_ss.cpy".

       procedure division.
           move "n" to eof
           move 0 to aged-count

           accept sf-date from date yyyymmdd
           move function integer-of-date(sf-date) to sa-today-num

           open output aged-report
           write report-line from report-header-line

           open input suspense-file
           if ws-file-status equals "35"
              close aged-report
              display "Nothing in suspense"
              goback
           end-if
           if ws-file-status not equals "00"
              perform check-file-status
              close aged-report
              goback
           end-if

           move 0 to su-suspense-id
           start suspense-file
              key > su-suspense-id
              invalid key move "y" to eof
           end-start

           perform until eof equals "y"
              read suspense-file next record
                 at end move "y" to eof
              end-read

              if fs-no-record or fs-no-next-logical-record
                 move "y" to eof
              end-if

              if eof not equals "y"
                 if su-status-open
                    perform check-suspense-age
                 end-if
              end-if
           end-perform

           close aged-report
           close suspense-file

           if aged-count equals 0
              display "No aged suspense lines"
           else
              display aged-count
                 " suspense line(s) over " SA-AGED-AFTER-DAYS
                 " days old - see " rpt-filename
           end-if

           goback.

       check-suspense-age.
           move su-added-date to sf-date
           move function integer-of-date(sf-date) to sa-added-num
           compute sa-days-waiting = sa-today-num - sa-added-num

           if sa-days-waiting > SA-AGED-AFTER-DAYS
              perform write-aged-line
           end-if
           .

       write-aged-line.
           move su-suspense-id to rpt-suspense-id
           move su-source to rpt-source
           move spaces to rpt-added
           string sf-dd "/" sf-mm "/" sf-yyyy
               delimited by size
               into rpt-added
           move sa-days-waiting to rpt-days
           move su-reason to rpt-reason
           move su-raw-line to rpt-raw
           write report-line from report-detail-line
           add 1 to aged-count
           .

       copy "common.cpy".
